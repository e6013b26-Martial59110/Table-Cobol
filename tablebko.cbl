002600*  MODIFICATION HISTORY                                        *
002700*  DATE      BY   DESCRIPTION                                  *
002800*  09/02/26  JPM  ORIGINAL                                     *
002810*  10/15/26  JPM  MERGE ("M") RECORDS, AND RECORDS REPOINTED   *
002820*                 BY A LATER MERGE, ARE LISTED AND COUNTED BUT *
002830*                 NOT BACKED OUT                               *
002844*  10/15/26  JPM  HISTORY RECORD WIDENED FOR HS-KEYED-BY AND   *
002858*                 HS-APPROVED-BY; BOTH LEFT BLANK ON THE "X"   *
002872*                 RECORDS.  A RELEASED GRADING OVERRIDE ("O")  *
002886*                 IS BACKED OUT LIKE ANY OTHER CHANGE.         *
002900*=============================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
008100 FD  HIST-OUT
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  HO-HISTORY-RECORD      PIC X(117).
008500
008600 FD  PRINT-FILE
008700     LABEL RECORDS ARE OMITTED.
016400 77  WS-REVERSE-COUNT   PIC 9(04) COMP VALUE ZERO.
016500 77  WS-SKIP-X-COUNT    PIC 9(04) COMP VALUE ZERO.
016600 77  WS-ERROR-COUNT     PIC 9(04) COMP VALUE ZERO.
016610 77  WS-MERGE-COUNT     PIC 9(04) COMP VALUE ZERO.
016620 77  WS-IMAGE-ID        PIC X(04) VALUE SPACES.
016700 77  WS-EDIT-NUM        PIC ZZZZZZ9.
016800
016900*-----------------------------------------------------------*
042800*     THAT IS NOT AS THE HISTORY LEFT IT (RECORD MISSING FOR   *
042900*     A REWRITE, OR PRESENT FOR A RE-ADD) IS LISTED AND        *
043000*     COUNTED, NOT FORCED - OPERATIONS SORTS THOSE OUT.        *
043010*     A TABLEMRG MERGE IS NEVER REVERSED HERE - IT HAS ALREADY *
043020*     REPOINTED THE LEDGER AND HISTORY - AND NEITHER IS A      *
043030*     RECORD WHOSE IMAGES CARRY ANOTHER ID: THAT RECORD WAS    *
043040*     FILED UNDER AN ID SINCE MERGED AWAY, AND REPLAYING ITS   *
043050*     BEFORE IMAGE WOULD PUT THE RETIRED ID BACK.  BOTH ARE    *
043060*     LISTED FOR OPERATIONS AND COUNTED.                       *
043100*=============================================================*
043200 3100-REVERSE-ONE.
043210     IF WS-BKO-CODE(WS-IDX) = "M"
043220         ADD 1 TO WS-MERGE-COUNT
043230         MOVE "MERGE - NOT BACKED OUT" TO WS-BD-ACTION
043240         PERFORM 3900-PRINT-REVERSAL THRU 3900-EXIT
043250         GO TO 3100-EXIT
043260     END-IF.
043270     IF WS-BKO-BEFORE(WS-IDX) = SPACES
043280         MOVE WS-BKO-AFTER(WS-IDX)(1:4) TO WS-IMAGE-ID
043290     ELSE
043291         MOVE WS-BKO-BEFORE(WS-IDX)(1:4) TO WS-IMAGE-ID
043292     END-IF.
043293     IF WS-IMAGE-ID NOT = WS-BKO-ID(WS-IDX)
043294         ADD 1 TO WS-MERGE-COUNT
043295         MOVE "MERGED SINCE - NOT BACKED OUT" TO WS-BD-ACTION
043296         PERFORM 3900-PRINT-REVERSAL THRU 3900-EXIT
043297         GO TO 3100-EXIT
043298     END-IF.
043300     IF WS-BKO-BEFORE(WS-IDX) = SPACES
043400         PERFORM 3200-REVERSE-ADD THRU 3200-EXIT
043500         GO TO 3100-EXIT
058500     MOVE "X" TO HS-TRAN-CODE.
058600     MOVE WS-CUR-IMAGE TO HS-BEFORE-IMAGE.
058700     MOVE WS-NEW-IMAGE TO HS-AFTER-IMAGE.
058733     MOVE SPACES TO HS-KEYED-BY.
058766     MOVE SPACES TO HS-APPROVED-BY.
058800     WRITE HO-HISTORY-RECORD FROM HS-HISTORY-RECORD.
058900     IF NOT WS-HO-OK
059000         DISPLAY "TABLEBKO0140 UNABLE TO WRITE HIST-FILE, "
061100     DISPLAY "REVERSED     - " WS-REVERSE-COUNT.
061200     DISPLAY "X SKIPPED    - " WS-SKIP-X-COUNT.
061300     DISPLAY "ERRORS       - " WS-ERROR-COUNT.
061310     DISPLAY "MERGE HELD   - " WS-MERGE-COUNT.
061400     IF WS-MATCH-COUNT = ZERO OR WS-ERROR-COUNT > ZERO
061410             OR WS-MERGE-COUNT > ZERO
061500         MOVE 4 TO RETURN-CODE
061600     ELSE
061700         MOVE ZERO TO RETURN-CODE
065100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
065200     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
065300         AFTER ADVANCING 1 LINE.
065310     MOVE WS-MERGE-COUNT TO WS-EDIT-NUM.
065320     MOVE SPACES TO RPT-TRAILER-LINE.
065330     MOVE "MERGES HELD" TO RPT-T-TEXT.
065340     MOVE WS-EDIT-NUM TO RPT-T-NUM.
065350     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
065360         AFTER ADVANCING 1 LINE.
065400     ADD 6 TO WS-LINE-COUNT.
065500 9100-EXIT.
065600     EXIT.
065700
