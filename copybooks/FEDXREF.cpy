      *=============================================================*
      *  FEDXREF.CPY                                                *
      *  NATIONAL FEDERATION ID CROSS-REFERENCE RECORD - ONE RECORD *
      *  PER PLAYER WHO HOLDS A FEDERATION ID, KEYED ON THE CLUB'S  *
      *  OWN PLAYER ID (WS-ID / MR-ID).  FE-ACTIVE "N" MARKS A      *
      *  LAPSED FEDERATION MEMBERSHIP: THE RECORD STAYS ON FILE SO  *
      *  OLD SUBMISSIONS STILL RESOLVE, BUT THE PLAYER'S GAMES ARE  *
      *  HELD BACK FROM NEW SUBMISSIONS.  MAINTAINED BY THE         *
      *  TABLEFID TRANSACTION RUN, NEVER BY HAND; READ BY TABLEFED. *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  FE-XREF-RECORD.
           05  FE-ID              PIC X(04).
           05  FE-FED-ID          PIC X(10).
           05  FE-ACTIVE          PIC X(01).
               88  FE-ACTIVE-YES      VALUE "Y".
               88  FE-ACTIVE-NO       VALUE "N".
           05  FE-LAST-MAINT      PIC 9(06).
