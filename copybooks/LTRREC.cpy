      *=============================================================*
      *  LTRREC.CPY                                                 *
      *  MEMBER LETTER RECORD - ONE RECORD PER LETTER PRODUCED BY   *
      *  THE TABLELTR CORRESPONDENCE RUN, READY FOR THE MAIL-MERGE: *
      *  THE LETTER TYPE, THE MEMBER'S NAME AND POSTAL ADDRESS (OFF *
      *  MBRDTL), THE CLUB NAME (OFF CLUBMST) FOR THE LETTERHEAD,   *
      *  AND THE FIGURES THE LETTER QUOTES.  LT-EVENT-DATE IS THE   *
      *  DATE THE LETTER IS ABOUT:                                  *
      *    "W" WELCOME         - THE DATE THE PLAYER WAS ADDED      *
      *    "L" ARCHIVE WARNING - THE NEXT ARCHIVE CUTOFF            *
      *    "A" ARREARS         - THE DATE THE MEMBER IS PAID THRU   *
      *  LT-LAST-ACTIVE IS SET ON A WARNING, LT-AMOUNT-OWED ON AN   *
      *  ARREARS REMINDER; BOTH ARE ZERO OTHERWISE.                 *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  LT-LETTER-RECORD.
           05  LT-TYPE            PIC X(01).
               88  LT-WELCOME         VALUE "W".
               88  LT-ARCHIVE-WARNING VALUE "L".
               88  LT-ARREARS         VALUE "A".
           05  LT-ID              PIC X(04).
           05  LT-NAME            PIC X(12).
           05  LT-FIRSTNAME       PIC X(13).
           05  LT-ADDRESS-1       PIC X(30).
           05  LT-ADDRESS-2       PIC X(30).
           05  LT-TOWN            PIC X(20).
           05  LT-POSTCODE        PIC X(08).
           05  LT-EMAIL           PIC X(40).
           05  LT-CLUB            PIC X(03).
           05  LT-CLUB-NAME       PIC X(20).
           05  LT-EVENT-DATE      PIC 9(06).
           05  LT-LAST-ACTIVE     PIC 9(06).
           05  LT-AMOUNT-OWED     PIC 9(05)V99.
           05  LT-LETTER-DATE     PIC 9(06).
           05  FILLER             PIC X(34).
