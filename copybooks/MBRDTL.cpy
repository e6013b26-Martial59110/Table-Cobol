      *=============================================================*
      *  MBRDTL.CPY                                                 *
      *  MEMBER DETAILS RECORD - ONE RECORD PER PLAYER WHOSE        *
      *  MEMBERSHIP FORM HAS BEEN KEYED, ON THE SAME KEY AS THE     *
      *  MASTER (WS-ID / MR-ID).  DATE OF BIRTH (CCYYMMDD - A       *
      *  BIRTH YEAR NEEDS ITS CENTURY), POSTAL ADDRESS, TELEPHONE,  *
      *  E-MAIL AND THE DATA-PROTECTION CONSENT FLAG WITH THE DATE  *
      *  IT WAS GIVEN.  THE AGE CATEGORY (JUNIOR/SENIOR/VETERAN) IS *
      *  NEVER STORED - EACH RUN DERIVES IT FROM MD-BIRTH-DATE AS   *
      *  OF ITS OWN SEASON DATE.  MAINTAINED BY THE TABLEMBD        *
      *  TRANSACTION RUN, NEVER BY HAND.                            *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  MD-DETAIL-RECORD.
           05  MD-ID              PIC X(04).
           05  MD-BIRTH-DATE      PIC 9(08).
           05  MD-BIRTH-DATE-R REDEFINES MD-BIRTH-DATE.
               10  MD-BIRTH-CCYY      PIC 9(04).
               10  MD-BIRTH-MMDD      PIC 9(04).
           05  MD-ADDRESS-1       PIC X(30).
           05  MD-ADDRESS-2       PIC X(30).
           05  MD-TOWN            PIC X(20).
           05  MD-POSTCODE        PIC X(08).
           05  MD-PHONE           PIC X(15).
           05  MD-EMAIL           PIC X(40).
           05  MD-CONSENT         PIC X(01).
               88  MD-CONSENT-YES     VALUE "Y".
               88  MD-CONSENT-NO      VALUE "N".
           05  MD-CONSENT-DATE    PIC 9(06).
           05  MD-LAST-MAINT      PIC 9(06).
           05  FILLER             PIC X(32).
