      *=============================================================*
      *  PRZPAY.CPY                                                 *
      *  PRIZE PAYOUT FILE - WRITTEN BY TABLEPRZ FOR THE TREASURER  *
      *  TO LOAD.  ONE DETAIL ("D") PER PLAYER PAID - NEVER MORE    *
      *  THAN ONE, WHATEVER THEY WON - AND ONE TRAILER ("T") WITH   *
      *  THE COUNT AND TOTAL PAID AND THE PRIZE FUND, SO THE LOAD   *
      *  CAN BE PROVED.  WITHHELD PRIZES ARE NOT ON THE FILE; THEY  *
      *  ARE LISTED ON THE PRIZE REGISTER.                          *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  PO-DETAIL-RECORD.
           05  PO-TYPE            PIC X(01).
           05  PO-ID              PIC X(04).
           05  PO-NAME            PIC X(12).
           05  PO-SECTION         PIC 9(02).
           05  PO-AMOUNT          PIC 9(05)V99.
           05  PO-PRIZE           PIC X(20).
           05  FILLER             PIC X(34).

       01  PO-TRAILER-RECORD.
           05  PO-T-TYPE          PIC X(01).
           05  PO-T-COUNT         PIC 9(05).
           05  PO-T-TOTAL         PIC 9(07)V99.
           05  PO-T-FUND          PIC 9(07)V99.
           05  FILLER             PIC X(56).
