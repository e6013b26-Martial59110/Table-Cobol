      *    E005  NAME MISSING ON AN ADD                             *
      *    E006  CLUB CODE MISSING ON AN ADD                        *
      *    E007  CLUB CODE NOT AN ACTIVE CLUB ON CLUBMST            *
      *    E008  GRADING CHANGE WITHOUT OPERATOR ID OR AUTHORIZATION*
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  08/21/26   JPM  ORIGINAL                                    *
      *                  TR-CLUB FIELD                               *
      *  09/02/26   JPM  E007 ADDED - TR-CLUB IS NOW VALIDATED       *
      *                  AGAINST THE CLUBMST REFERENCE FILE          *
      *  10/15/26   JPM  E008 ADDED AND THE IMAGE WIDENED FOR THE    *
      *                  TR-OPERATOR AND TR-AUTH-REF FIELDS          *
      *=============================================================*
       01  RJ-REJECT-RECORD.
           05  RJ-REASON          PIC X(04).
           05  RJ-TRAN-IMAGE      PIC X(55).
