      *=============================================================*
      *  MBRTRAN.CPY                                                *
      *  MEMBER DETAILS MAINTENANCE TRANSACTION.  MB-CODE IS "A"    *
      *  (ADD - THE PLAYER MUST BE ON THE MASTER; DATE OF BIRTH,    *
      *  FIRST ADDRESS LINE AND CONSENT FLAG ARE REQUIRED) OR "C"   *
      *  (CHANGE - A BLANK FIELD LEAVES THE DETAIL AS IT WAS, SAME  *
      *  RULE AS THE ROSTER MAINTENANCE).  MB-BIRTH-DATE IS         *
      *  CCYYMMDD.  A CHANGE OF CONSENT FLAG RESTAMPS THE CONSENT   *
      *  DATE.  READ BY TABLEMBD, THE ONLY PROGRAM THAT WRITES      *
      *  MBRDTL.                                                    *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  MB-TRANSACTION-RECORD.
           05  MB-CODE            PIC X(01).
               88  MB-ADD             VALUE "A".
               88  MB-CHANGE          VALUE "C".
           05  MB-ID              PIC X(04).
           05  MB-BIRTH-DATE      PIC X(08).
           05  MB-BIRTH-DATE-R REDEFINES MB-BIRTH-DATE.
               10  MB-BIRTH-CCYY      PIC 9(04).
               10  MB-BIRTH-MM        PIC 9(02).
               10  MB-BIRTH-DD        PIC 9(02).
           05  MB-ADDRESS-1       PIC X(30).
           05  MB-ADDRESS-2       PIC X(30).
           05  MB-TOWN            PIC X(20).
           05  MB-POSTCODE        PIC X(08).
           05  MB-PHONE           PIC X(15).
           05  MB-EMAIL           PIC X(40).
           05  MB-CONSENT         PIC X(01).
           05  FILLER             PIC X(43).
