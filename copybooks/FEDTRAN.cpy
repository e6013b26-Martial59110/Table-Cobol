      *=============================================================*
      *  FEDTRAN.CPY                                                *
      *  FEDERATION ID CROSS-REFERENCE MAINTENANCE TRANSACTION.     *
      *  FT-CODE IS ONE OF "A" (ADD), "C" (CHANGE THE FEDERATION    *
      *  ID OR REINSTATE A LAPSED ONE) OR "D" (LAPSE - THE RECORD   *
      *  IS MARKED INACTIVE, NEVER PHYSICALLY DELETED).  ON A       *
      *  CHANGE, A BLANK FIELD LEAVES THE CROSS-REFERENCE FIELD AS  *
      *  IT WAS.  READ BY TABLEFID, THE ONLY PROGRAM THAT WRITES    *
      *  FEDXREF.                                                   *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  FT-TRANSACTION-RECORD.
           05  FT-CODE            PIC X(01).
               88  FT-ADD             VALUE "A".
               88  FT-CHANGE          VALUE "C".
               88  FT-LAPSE           VALUE "D".
           05  FT-ID              PIC X(04).
           05  FT-FED-ID          PIC X(10).
           05  FT-ACTIVE          PIC X(01).
