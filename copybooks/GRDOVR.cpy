      *=============================================================*
      *  GRDOVR.CPY                                                 *
      *  GRADING OVERRIDE RECORD - ONE RECORD PER MANUAL GRADING    *
      *  CHANGE KEYED THROUGH TABLEMNT, KEYED ON THE PLAYER ID, THE *
      *  RUN DATE IT WAS KEYED AND ITS POSITION ON THAT NIGHT'S     *
      *  TRANSACTION FILE.  TABLEMNT WRITES IT PENDING WITH THE     *
      *  KEYING OPERATOR, THE AUTHORIZATION REFERENCE AND THE       *
      *  GRADING BEFORE AND AFTER; THE GRADING IS NOT APPLIED.  THE *
      *  TABLEAPR APPROVAL RUN, KEYED BY A DIFFERENT OPERATOR,      *
      *  RELEASES IT TO PLYMAST OR REJECTS IT, STAMPING WHO DECIDED *
      *  AND WHEN.  RECORDS ARE NEVER DELETED, SO THE FILE IS THE   *
      *  STANDING OVERRIDE REGISTER TABLEOVR PRINTS FOR THE         *
      *  COMMITTEE MINUTES.                                         *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  OV-OVERRIDE-RECORD.
           05  OV-KEY.
               10  OV-ID          PIC X(04).
               10  OV-KEYED-DATE  PIC 9(06).
               10  OV-KEYED-SEQ   PIC 9(05).
           05  OV-STATUS          PIC X(01).
               88  OV-PENDING         VALUE "P".
               88  OV-RELEASED        VALUE "R".
               88  OV-REJECTED        VALUE "X".
           05  OV-OLD-GRADING     PIC X(04).
           05  OV-NEW-GRADING     PIC X(04).
           05  OV-KEYED-BY        PIC X(08).
           05  OV-AUTH-REF        PIC X(10).
           05  OV-DECIDED-BY      PIC X(08).
           05  OV-DECIDED-DATE    PIC 9(06).
           05  OV-REMARK          PIC X(20).
           05  FILLER             PIC X(04).
