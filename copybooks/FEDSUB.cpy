      *=============================================================*
      *  FEDSUB.CPY                                                 *
      *  NATIONAL FEDERATION RATING SUBMISSION FILE - FIXED 80-BYTE *
      *  RECORDS IN THE FEDERATION'S LAYOUT, WRITTEN BY TABLEFED.   *
      *  ONE HEADER ("H") NAMING THE SUBMITTING ORGANISATION AND    *
      *  THE PERIOD COVERED, ONE DETAIL ("D") PER RATED GAME - THE  *
      *  TWO PLAYERS' FEDERATION IDS, THE RESULT FROM WHITE'S SIDE  *
      *  ("1-0", "0-1" OR "1/2"), THE DATE PLAYED AND THE EVENT -   *
      *  AND ONE TRAILER ("T") WITH THE CONTROL TOTALS THE          *
      *  FEDERATION PROVES THE FILE AGAINST: DETAIL COUNT, COUNT BY *
      *  RESULT, AND THE RECORD COUNT INCLUDING HEADER AND TRAILER. *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  SB-HEADER-RECORD.
           05  SB-H-TYPE          PIC X(01).
           05  SB-H-ORG           PIC X(06).
           05  SB-H-FROM-DATE     PIC 9(06).
           05  SB-H-TO-DATE       PIC 9(06).
           05  SB-H-CREATED       PIC 9(06).
           05  FILLER             PIC X(55).

       01  SB-DETAIL-RECORD.
           05  SB-D-TYPE          PIC X(01).
           05  SB-D-WHITE-FED     PIC X(10).
           05  SB-D-BLACK-FED     PIC X(10).
           05  SB-D-RESULT        PIC X(03).
           05  SB-D-DATE          PIC 9(06).
           05  SB-D-EVENT-TYPE    PIC X(03).
           05  SB-D-EVENT         PIC X(30).
           05  FILLER             PIC X(17).

       01  SB-TRAILER-RECORD.
           05  SB-T-TYPE          PIC X(01).
           05  SB-T-GAMES         PIC 9(07).
           05  SB-T-WHITE-WINS    PIC 9(07).
           05  SB-T-BLACK-WINS    PIC 9(07).
           05  SB-T-DRAWS         PIC 9(07).
           05  SB-T-RECORDS       PIC 9(07).
           05  FILLER             PIC X(44).
