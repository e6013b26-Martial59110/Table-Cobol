      *=============================================================*
      *  PRZSCHED.CPY                                               *
      *  TOURNAMENT PRIZE SCHEDULE CARD - READ BY TABLEPRZ OFF      *
      *  PRZIN.  ONE "T" CARD GIVES THE TOTAL PRIZE FUND THE        *
      *  SCHEDULE MUST ADD UP TO.  EACH PRIZE IS ONE CARD PER       *
      *  PLACE WITHIN A SECTION: "P" FOR THE SECTION'S OVERALL      *
      *  PLACES, "B" FOR PLACES AMONG THE RATED PLAYERS WHOSE       *
      *  GRADING FALLS IN A BAND (LOW TO HIGH, INCLUSIVE), "S" FOR  *
      *  A SPECIAL PRIZE WHOSE ELIGIBLE PLAYERS ARE ONE CLUB        *
      *  (CATEGORY "C") OR A NAMED LIST (CATEGORY "L", ONE "E"      *
      *  CARD PER ELIGIBLE ID CARRYING THE PRIZE'S CODE).  THE      *
      *  LABEL PRINTS ON THE REGISTER AND THE PAYOUT FILE.          *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  PZ-SCHEDULE-RECORD.
           05  PZ-TYPE            PIC X(01).
               88  PZ-FUND            VALUE "T".
               88  PZ-PLACE-PRIZE     VALUE "P".
               88  PZ-BAND-PRIZE      VALUE "B".
               88  PZ-SPECIAL-PRIZE   VALUE "S".
               88  PZ-ELIGIBLE        VALUE "E".
           05  PZ-SECTION         PIC 9(02).
           05  PZ-PLACE           PIC 9(02).
           05  PZ-AMOUNT          PIC 9(05)V99.
           05  PZ-BAND-LOW        PIC 9(04).
           05  PZ-BAND-HIGH       PIC 9(04).
           05  PZ-CATEGORY        PIC X(01).
               88  PZ-CAT-CLUB        VALUE "C".
               88  PZ-CAT-LIST        VALUE "L".
           05  PZ-CLUB            PIC X(03).
           05  PZ-CODE            PIC X(04).
           05  PZ-ELIG-ID         PIC X(04).
           05  PZ-LABEL           PIC X(20).
           05  FILLER             PIC X(28).
