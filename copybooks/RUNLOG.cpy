      *  FILE ORDER IS TIME ORDER.  WHAT THE COUNTS MEAN, BY        *
      *  PROGRAM:                                                   *
      *    TABLEDIT  READ / CLEAN / REJECTED                        *
      *    TABLEMNT  APPLIED / REJECTED / HELD                      *
      *    TABLE     LISTED / EXTRACT RECORDS / EXCEPTIONS          *
      *    TABLEBAL  EXTRACT RECORDS / MASTER RECORDS / -           *
      *    TABLERES  APPLIED / UNPLAYED / REJECTED                  *
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  09/02/26   JPM  ORIGINAL                                    *
      *  09/02/26   JPM  TABLEACK ADDED TO THE WRITERS               *
      *  10/15/26   JPM  TABLEMNT COUNT 3 IS NOW THE HELD OVERRIDES  *
      *=============================================================*
       01  RL-RUN-LOG-RECORD.
           05  RL-PROGRAM         PIC X(08).
