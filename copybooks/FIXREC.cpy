      *=============================================================*
      *  FIXREC.CPY                                                 *
      *  TEAM LEAGUE FIXTURE CARD - ONE CARD PER CLUB-V-CLUB MATCH, *
      *  KEYED BY THE LEAGUE SECRETARY: THE MATCH DATE (YYMMDD),    *
      *  THE HOME AND AWAY CLUB CODES AS CARRIED ON PLYMAST AND     *
      *  CLUBMST, AND THE NUMBER OF BOARDS EACH SIDE FIELDS.  THE   *
      *  HOME SIDE TAKES WHITE ON THE ODD BOARDS.  TABLESHT PRINTS  *
      *  THE TEAM SHEETS OFF THIS FILE; TABLELGE GROUPS THE GAMELOG *
      *  GAMES BY FIXTURE - THE SAME TWO CLUBS, EITHER COLOUR, ON   *
      *  THE FIRST LEDGER RUN DATE ON OR AFTER THE MATCH DATE AND   *
      *  BEFORE THEIR NEXT FIXTURE - INTO THE MATCH SCORES AND THE  *
      *  LEAGUE TABLE.                                              *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *  10/15/26   JPM  GAMES MATCHED ON THE FIRST RUN DATE ON OR   *
      *                  AFTER THE MATCH DATE, NOT THE SAME DATE     *
      *=============================================================*
       01  FX-FIXTURE-RECORD.
           05  FX-MATCH-DATE      PIC X(06).
           05  FILLER             PIC X(01).
           05  FX-HOME-CLUB       PIC X(03).
           05  FILLER             PIC X(01).
           05  FX-AWAY-CLUB       PIC X(03).
           05  FILLER             PIC X(01).
           05  FX-BOARDS          PIC X(02).
           05  FILLER             PIC X(63).
