002491*  09/02/26  JPM  START AND FINISH RECORDS NOW WRITTEN TO    *
002492*                 THE CENTRAL RUNLOG FILE FOR THE TABLESUM     *
002493*                 MORNING SUMMARY.                             *
002494*  10/15/26  JPM  HS-KEYED-BY AND HS-APPROVED-BY (NEW ON THE   *
002495*                 WIDER HISTORY RECORD) LEFT BLANK ON THE "P"  *
002496*                 RECORDS.                                     *
002500*=============================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
040400     MOVE "P" TO HS-TRAN-CODE.
040500     MOVE WS-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
040600     MOVE WS-AFTER-IMAGE TO HS-AFTER-IMAGE.
040633     MOVE SPACES TO HS-KEYED-BY.
040666     MOVE SPACES TO HS-APPROVED-BY.
040700     WRITE HS-HISTORY-RECORD.
040800     IF NOT WS-HS-OK
040900         DISPLAY "TABLEARC0110 UNABLE TO WRITE HIST-FILE, "
