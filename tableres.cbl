003424*  09/02/26  JPM  START AND FINISH RECORDS NOW WRITTEN TO    *
003425*                 THE CENTRAL RUNLOG FILE FOR THE TABLESUM     *
003426*                 MORNING SUMMARY.                             *
003442*  10/15/26  JPM  HS-KEYED-BY AND HS-APPROVED-BY (NEW ON THE   *
003458*                 WIDER HISTORY RECORD) LEFT BLANK ON THE "G"  *
003474*                 RECORDS.                                     *
003490*=============================================================*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-370.
055900     MOVE "G" TO HS-TRAN-CODE.
056000     MOVE WS-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
056100     MOVE WS-AFTER-IMAGE TO HS-AFTER-IMAGE.
056133     MOVE SPACES TO HS-KEYED-BY.
056166     MOVE SPACES TO HS-APPROVED-BY.
056200     WRITE HS-HISTORY-RECORD.
056300     IF NOT WS-HS-OK
056400         DISPLAY "TABLERES0080 UNABLE TO WRITE HIST-FILE, "
