      *  PLAYER FROM THE ARCHIVE FILE, GRADING INTACT).  ON A        *
      *  CHANGE, ANY FIELD LEFT BLANK ON THE TRANSACTION IS LEFT    *
      *  UNCHANGED ON THE MASTER.  ON A RESTORE ONLY TR-ID IS USED. *
      *  A CHANGE THAT CARRIES A GRADING IS A MANUAL OVERRIDE AND   *
      *  MUST ALSO CARRY THE KEYING OPERATOR'S ID AND THE           *
      *  AUTHORIZATION REFERENCE (E.G. THE COMMITTEE MINUTE); THE   *
      *  GRADING IS HELD ON GRDOVR UNTIL A SECOND OPERATOR RELEASES *
      *  IT THROUGH TABLEAPR.                                       *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  08/09/26   JPM  ORIGINAL                                    *
      *                  TRANOK AND TRANREJ MUST BE REALLOCATED FOR  *
      *                  THE LONGER LRECL BEFORE THE FIRST RUN AT    *
      *                  THIS LEVEL.                                 *
      *  10/15/26   JPM  ADDED TR-OPERATOR AND TR-AUTH-REF - BOTH    *
      *                  REQUIRED ON A CHANGE CARRYING A GRADING.    *
      *                  THE RECORD GREW 37 TO 55 BYTES (SAME        *
      *                  REALLOCATION NOTE APPLIES).                 *
      *=============================================================*
       01  TR-TRANSACTION-RECORD.
           05  TR-CODE            PIC X(01).
           05  TR-FIRSTNAME       PIC X(13).
           05  TR-GRADING         PIC X(04).
           05  TR-CLUB            PIC X(03).
           05  TR-OPERATOR        PIC X(08).
           05  TR-AUTH-REF        PIC X(10).
