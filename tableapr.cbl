000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEAPR.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEAPR - GRADING OVERRIDE APPROVAL RUN.  TABLEMNT NEVER  *
000900*  APPLIES A GRADING CHANGE ITSELF: IT HOLDS IT PENDING ON THE*
001000*  GRDOVR OVERRIDE FILE WITH THE KEYING OPERATOR AND THE      *
001100*  COMMITTEE AUTHORIZATION REFERENCE.  THIS RUN, KEYED BY A   *
001200*  SECOND OPERATOR, RELEASES OR REJECTS EACH ONE.  EACH SYSIN *
001300*  CARD CARRIES:                                              *
001400*                 COLUMN   1     R (RELEASE) OR X (REJECT)    *
001500*                 COLUMNS  3-6   PLAYER ID                    *
001600*                 COLUMNS  8-13  DATE KEYED  YYMMDD           *
001700*                 COLUMNS 15-19  TRANSACTION SEQUENCE         *
001800*                 COLUMNS 21-28  APPROVING OPERATOR ID        *
001900*                 COLUMNS 30-49  REMARK FOR THE MINUTES       *
002000*  THE KEY (ID, DATE, SEQUENCE) IS AS PRINTED ON THE TABLEOVR *
002100*  REGISTER.  A CARD IS REJECTED WHEN THE OVERRIDE IS NOT ON  *
002200*  FILE OR NO LONGER PENDING, WHEN THE APPROVER IS BLANK, OR  *
002300*  WHEN THE APPROVER IS THE OPERATOR WHO KEYED THE CHANGE.  A *
002400*  RELEASE MOVES THE NEW GRADING TO PLAYER-MASTER AND LOGS IT *
002500*  TO PLYHIST, CODE "O", WITH BOTH OPERATORS; A MASTER GRADING*
002600*  THAT HAS MOVED SINCE THE CHANGE WAS KEYED IS RELEASED BUT  *
002700*  FLAGGED.  EITHER DECISION IS STAMPED ON THE OVERRIDE RECORD*
002800*  WITH THE APPROVER, THE DATE AND THE REMARK - THE RECORD IS *
002900*  NEVER DELETED.  THE RUN MAKES THE SAME CKPTFILE RUN-CONTROL*
003000*  CHECKS AS TABLEMNT AND REFUSES (RC=8) UNDER A PENDING TABLE*
003100*  RESTART OR AN UNFINISHED MAINTENANCE RUN.  RC=4 MEANS A    *
003200*  CARD WAS REJECTED OR A RELEASE WAS FLAGGED - SEE APROUT.   *
003300*=============================================================*
003400*  MODIFICATION HISTORY                                       *
003500*  DATE      BY   DESCRIPTION                                 *
003600*  10/15/26  JPM  ORIGINAL                                    *
003620*  10/15/26  JPM  A RERUN RELEASE THE MASTER ALREADY HOLDS IS *
003640*                 STAMPED WITHOUT A FLAG OR A SECOND PLYHIST  *
003660*                 RECORD                                      *
003670*  10/15/26  JPM  A FIRST RELEASE THE MASTER ALREADY HOLDS    *
003680*                 LOGS THE MASTER AS IT STANDS FOR BOTH       *
003690*                 IMAGES AND PRINTS NO CHANGE                 *
003700*=============================================================*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-FILE ASSIGN TO SYSIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CC-STATUS.
004700
004800     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS MR-ID
005200         FILE STATUS IS WS-PM-STATUS.
005300
005400     SELECT OVERRIDE-FILE ASSIGN TO GRDOVR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS OV-KEY
005800         FILE STATUS IS WS-OV-STATUS.
005900
006000     SELECT HIST-FILE ASSIGN TO PLYHIST
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-HS-STATUS.
006300
006400     SELECT PRINT-FILE ASSIGN TO APROUT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PR-STATUS.
006700
006800     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CK-KEY
007200         FILE STATUS IS WS-CK-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CONTROL-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  CONTROL-CARD           PIC X(80).
008000
008100 FD  PLAYER-MASTER
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY PLYMAST.
008500
008600 FD  OVERRIDE-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY GRDOVR.
009000
009100 FD  HIST-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY PLYHIST.
009500
009600 FD  PRINT-FILE
009700     LABEL RECORDS ARE OMITTED.
009800 01  PRINT-RECORD           PIC X(132).
009900
010000 FD  CHECKPOINT-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CKPTREC.
010400
010500 WORKING-STORAGE SECTION.
010600*-----------------------------------------------------------*
010700*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
010800*  FROM THE NIGHTLY REPORT, PLUS AN APPROVAL REGISTER LINE. *
010900*-----------------------------------------------------------*
011000     COPY RPTLINES.
011100
011200 01  WS-APR-DETAIL-LINE.
011300     05  FILLER              PIC X(10) VALUE SPACES.
011400     05  WS-AD-ID            PIC X(04).
011500     05  FILLER              PIC X(01) VALUE SPACE.
011600     05  WS-AD-KEYED         PIC X(06).
011700     05  FILLER              PIC X(01) VALUE SPACE.
011800     05  WS-AD-SEQ           PIC X(05).
011900     05  FILLER              PIC X(02) VALUE SPACES.
012000     05  WS-AD-OLD           PIC X(04).
012100     05  FILLER              PIC X(01) VALUE SPACE.
012200     05  WS-AD-NEW           PIC X(04).
012300     05  FILLER              PIC X(02) VALUE SPACES.
012400     05  WS-AD-KEYED-BY      PIC X(08).
012500     05  FILLER              PIC X(01) VALUE SPACE.
012600     05  WS-AD-APPROVER      PIC X(08).
012700     05  FILLER              PIC X(02) VALUE SPACES.
012800     05  WS-AD-TEXT          PIC X(40).
012900
013000*-----------------------------------------------------------*
013100*  FILE STATUS AND SWITCHES                                 *
013200*-----------------------------------------------------------*
013300 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
013400     88  WS-CC-OK           VALUE "00".
013500     88  WS-CC-EOF          VALUE "10".
013600 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
013700     88  WS-PM-OK           VALUE "00".
013800 77  WS-OV-STATUS       PIC X(02) VALUE SPACES.
013900     88  WS-OV-OK           VALUE "00".
014000 77  WS-HS-STATUS       PIC X(02) VALUE SPACES.
014100     88  WS-HS-OK           VALUE "00".
014150     88  WS-HS-EOF          VALUE "10".
014200 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
014300     88  WS-PR-OK           VALUE "00".
014400 77  WS-CK-STATUS       PIC X(02) VALUE SPACES.
014500     88  WS-CK-OK           VALUE "00".
014600 77  WS-ABEND-SW        PIC X(01) VALUE "N".
014700     88  WS-ABEND-YES       VALUE "Y".
014800 77  WS-BLOCKED-SW      PIC X(01) VALUE "N".
014900     88  WS-BLOCKED-YES     VALUE "Y".
015000 77  WS-MOVED-SW        PIC X(01) VALUE "N".
015100     88  WS-GRADING-MOVED   VALUE "Y".
015120 77  WS-APPLIED-SW      PIC X(01) VALUE "N".
015140     88  WS-ALREADY-APPLIED VALUE "Y".
015160 77  WS-HIST-FOUND-SW   PIC X(01) VALUE "N".
015180     88  WS-HIST-FOUND      VALUE "Y".
015185 77  WS-NO-CHANGE-SW    PIC X(01) VALUE "N".
015190     88  WS-NO-CHANGE       VALUE "Y".
015200
015300*-----------------------------------------------------------*
015400*  CARD EDIT WORK FIELDS                                    *
015500*-----------------------------------------------------------*
015600 77  WS-CARD-ACTION     PIC X(01) VALUE SPACE.
015700     88  WS-CARD-RELEASE    VALUE "R".
015800     88  WS-CARD-REJECT     VALUE "X".
015900 77  WS-CARD-ID         PIC X(04) VALUE SPACES.
016000 77  WS-CARD-DATE       PIC X(06) VALUE SPACES.
016100 77  WS-CARD-SEQ        PIC X(05) VALUE SPACES.
016200 77  WS-CARD-APPROVER   PIC X(08) VALUE SPACES.
016300 77  WS-CARD-REMARK     PIC X(20) VALUE SPACES.
016400 77  WS-REJ-REASON      PIC X(40) VALUE SPACES.
016500
016600*-----------------------------------------------------------*
016700*  RELEASE WORK AREAS - THE MASTER RECORD BEFORE AND AFTER  *
016800*  THE NEW GRADING FOR THE AUDIT RECORD, AND THE GRADING    *
016900*  THE MASTER HELD WHEN THE RELEASE WAS MADE.               *
017000*-----------------------------------------------------------*
017100 77  WS-BEFORE-IMAGE    PIC X(45) VALUE SPACES.
017200 77  WS-AFTER-IMAGE     PIC X(45) VALUE SPACES.
017300 77  WS-MASTER-GRADING  PIC X(04) VALUE SPACES.
017400 01  WS-SYS-DATE-AREA.
017500     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
017600 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
017700     05  WS-SYS-YY          PIC 9(02).
017800     05  WS-SYS-MM          PIC 9(02).
017900     05  WS-SYS-DD          PIC 9(02).
018000 01  WS-RUN-DATE-ED.
018100     05  WS-RUN-MM          PIC 9(02).
018200     05  FILLER             PIC X(01) VALUE "/".
018300     05  WS-RUN-DD          PIC 9(02).
018400     05  FILLER             PIC X(01) VALUE "/".
018500     05  WS-RUN-YY          PIC 9(02).
018600
018700*-----------------------------------------------------------*
018800*  RUN TOTALS - PRINTED ON THE APPROVAL TRAILER             *
018900*-----------------------------------------------------------*
019000 77  WS-CARD-COUNT      PIC 9(04) COMP VALUE ZERO.
019100 77  WS-RELEASE-COUNT   PIC 9(04) COMP VALUE ZERO.
019200 77  WS-DECLINE-COUNT   PIC 9(04) COMP VALUE ZERO.
019300 77  WS-REJECT-COUNT    PIC 9(04) COMP VALUE ZERO.
019400 77  WS-WARN-COUNT      PIC 9(04) COMP VALUE ZERO.
019500 77  WS-EDIT-NUM        PIC ZZZZZZ9.
019600
019700*-----------------------------------------------------------*
019800*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
019900*  NIGHTLY REPORT.                                          *
020000*-----------------------------------------------------------*
020100 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
020200 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
020300 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
020400 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
020500 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
020600
020700 PROCEDURE DIVISION.
020800*=============================================================*
020900*  0000-MAINLINE                                              *
021000*=============================================================*
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     IF WS-BLOCKED-YES
021400         GO TO 9998-BLOCKED
021500     END-IF.
021600     IF WS-ABEND-YES
021700         GO TO 9999-ABEND
021800     END-IF.
021900     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
022000         UNTIL WS-CC-EOF OR WS-ABEND-YES.
022100     IF WS-ABEND-YES
022200         GO TO 9999-ABEND
022300     END-IF.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     GOBACK.
022600*  A BLOCKED START IS A CONTROLLED STOP, NOT AN ABEND - THE
022700*  MASTER WAS NEVER OPENED AND RC=8 TELLS OPERATIONS TO CLEAR
022800*  THE PENDING RESTART FIRST.
022900 9998-BLOCKED.
023000     MOVE 8 TO RETURN-CODE.
023100     GOBACK.
023200 9999-ABEND.
023300     CLOSE CONTROL-FILE.
023400     CLOSE PLAYER-MASTER.
023500     CLOSE OVERRIDE-FILE.
023600     CLOSE HIST-FILE.
023700     CLOSE PRINT-FILE.
023800     MOVE 16 TO RETURN-CODE.
023900     GOBACK.
024000 0000-EXIT.
024100     EXIT.
024200
024300*=============================================================*
024400*  1000-INITIALIZE - RUN CONTROL FIRST, THEN THE CARDS, THE   *
024500*     MASTER, THE OVERRIDE FILE, THE AUDIT HISTORY AND THE    *
024600*     REGISTER.  NOTHING IS TOUCHED WHEN THE RUN IS BLOCKED.  *
024700*=============================================================*
024800 1000-INITIALIZE.
024900     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
025000     IF WS-BLOCKED-YES
025100         GO TO 1000-EXIT
025200     END-IF.
025300     OPEN INPUT CONTROL-FILE.
025400     IF NOT WS-CC-OK
025500         DISPLAY "TABLEAPR0010 UNABLE TO OPEN CONTROL-FILE, "
025600             "STATUS = " WS-CC-STATUS
025700         SET WS-ABEND-YES TO TRUE
025800         GO TO 1000-EXIT
025900     END-IF.
026000     OPEN I-O PLAYER-MASTER.
026100     IF NOT WS-PM-OK
026200         DISPLAY "TABLEAPR0020 UNABLE TO OPEN PLAYER-MASTER, "
026300             "STATUS = " WS-PM-STATUS
026400         SET WS-ABEND-YES TO TRUE
026500         GO TO 1000-EXIT
026600     END-IF.
026700     OPEN I-O OVERRIDE-FILE.
026800     IF NOT WS-OV-OK
026900         DISPLAY "TABLEAPR0030 UNABLE TO OPEN OVERRIDE-FILE, "
027000             "STATUS = " WS-OV-STATUS
027100         SET WS-ABEND-YES TO TRUE
027200         GO TO 1000-EXIT
027300     END-IF.
027400     OPEN EXTEND HIST-FILE.
027500     IF NOT WS-HS-OK
027600         DISPLAY "TABLEAPR0040 UNABLE TO OPEN HIST-FILE, "
027700             "STATUS = " WS-HS-STATUS
027800         SET WS-ABEND-YES TO TRUE
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN OUTPUT PRINT-FILE.
028200     IF NOT WS-PR-OK
028300         DISPLAY "TABLEAPR0050 UNABLE TO OPEN PRINT-FILE, "
028400             "STATUS = " WS-PR-STATUS
028500         SET WS-ABEND-YES TO TRUE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     ACCEPT WS-SYS-DATE FROM DATE.
028900     MOVE WS-SYS-MM TO WS-RUN-MM.
029000     MOVE WS-SYS-DD TO WS-RUN-DD.
029100     MOVE WS-SYS-YY TO WS-RUN-YY.
029200     MOVE "GRADING OVERRIDE APPROVALS" TO WS-RPT-TITLE.
029300     MOVE
029400         "ID   KEYED  SEQ    OLD  NEW   KEYED BY APPROVER  RESULT"
029500         TO WS-RPT-COLHDG.
029600     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
029700     PERFORM 2100-READ-CARD THRU 2100-EXIT.
029800 1000-EXIT.
029900     EXIT.
030000
030100*=============================================================*
030200*  1200-CHECK-RUN-CONTROL - THE SAME GUARDS TABLEMNT MAKES:   *
030300*     NO MASTER UPDATES WHILE CKPTFILE SHOWS A PENDING TABLE  *
030400*     RESTART OR AN UNFINISHED MAINTENANCE RUN.  A CHECKPOINT *
030500*     FILE THAT CANNOT BE OPENED (FRESH INSTALL) SKIPS THE    *
030600*     CHECK - THERE IS NOTHING PENDING TO PROTECT.            *
030700*=============================================================*
030800 1200-CHECK-RUN-CONTROL.
030900     OPEN INPUT CHECKPOINT-FILE.
031000     IF NOT WS-CK-OK
031100         DISPLAY "TABLEAPR0110 CHECKPOINT-FILE NOT AVAILABLE, "
031200             "STATUS = " WS-CK-STATUS
031300             " - RUN-CONTROL CHECK SKIPPED"
031400         GO TO 1200-EXIT
031500     END-IF.
031600     MOVE "CKPT" TO CK-KEY.
031700     READ CHECKPOINT-FILE
031800         INVALID KEY
031900             CONTINUE
032000         NOT INVALID KEY
032100             IF CK-LAST-ID NOT = SPACES
032200                     OR CK-VALID-YES OR CK-LDR-YES
032300                 DISPLAY "TABLEAPR0120 TABLE RESTART PENDING "
032400                     "ON CKPTFILE - RESUBMIT STEP20 BEFORE "
032500                     "RELEASING OVERRIDES"
032600                 SET WS-BLOCKED-YES TO TRUE
032700             END-IF
032800     END-READ.
032900     IF NOT WS-BLOCKED-YES
033000         MOVE "MNT " TO CK-KEY
033100         READ CHECKPOINT-FILE
033200             INVALID KEY
033300                 CONTINUE
033400             NOT INVALID KEY
033500                 IF MN-RUNNING
033600                     DISPLAY "TABLEAPR0130 ROSTER MAINTENANCE "
033700                         "INCOMPLETE ON CKPTFILE - RERUN "
033800                         "STEP10 BEFORE RELEASING OVERRIDES"
033900                     SET WS-BLOCKED-YES TO TRUE
034000                 END-IF
034100         END-READ
034200     END-IF.
034300     CLOSE CHECKPOINT-FILE.
034400 1200-EXIT.
034500     EXIT.
034600
034700*=============================================================*
034800*  2000-PROCESS-ONE-CARD - EDIT ONE DECISION CARD AGAINST THE *
034900*     OVERRIDE FILE AND THE MASTER, THEN RELEASE OR REJECT    *
035000*     THE OVERRIDE IT NAMES, OR LIST THE CARD AS REJECTED.    *
035100*=============================================================*
035200 2000-PROCESS-ONE-CARD.
035300     IF CONTROL-CARD = SPACES
035400         GO TO 2000-NEXT
035500     END-IF.
035600     ADD 1 TO WS-CARD-COUNT.
035700     MOVE CONTROL-CARD(1:1) TO WS-CARD-ACTION.
035800     MOVE CONTROL-CARD(3:4) TO WS-CARD-ID.
035900     MOVE CONTROL-CARD(8:6) TO WS-CARD-DATE.
036000     MOVE CONTROL-CARD(15:5) TO WS-CARD-SEQ.
036100     MOVE CONTROL-CARD(21:8) TO WS-CARD-APPROVER.
036200     MOVE CONTROL-CARD(30:20) TO WS-CARD-REMARK.
036300     MOVE SPACES TO WS-AD-OLD.
036400     MOVE SPACES TO WS-AD-NEW.
036500     MOVE SPACES TO WS-AD-KEYED-BY.
036600     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
036700     IF WS-REJ-REASON NOT = SPACES
036800         ADD 1 TO WS-REJECT-COUNT
036900         DISPLAY "TABLEAPR0140 DECISION CARD REJECTED - "
037000             CONTROL-CARD(1:28) " - " WS-REJ-REASON
037100         MOVE WS-REJ-REASON TO WS-AD-TEXT
037200         PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT
037300         GO TO 2000-NEXT
037400     END-IF.
037500     IF WS-CARD-RELEASE
037600         PERFORM 3000-RELEASE-OVERRIDE THRU 3000-EXIT
037700     ELSE
037800         PERFORM 4000-REJECT-OVERRIDE THRU 4000-EXIT
037900     END-IF.
038000     IF WS-ABEND-YES
038100         GO TO 2000-EXIT
038200     END-IF.
038300 2000-NEXT.
038400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
038500 2000-EXIT.
038600     EXIT.
038700
038800 2100-READ-CARD.
038900     READ CONTROL-FILE
039000         AT END
039100             SET WS-CC-EOF TO TRUE
039200     END-READ.
039300 2100-EXIT.
039400     EXIT.
039500
039600*=============================================================*
039700*  2200-EDIT-CARD - A KNOWN ACTION, A NUMERIC KEY NAMING AN   *
039800*     OVERRIDE STILL PENDING, AND AN APPROVER WHO IS NOT THE  *
039900*     OPERATOR WHO KEYED THE CHANGE.  A RELEASE ALSO NEEDS    *
040000*     THE PLAYER STILL ON THE MASTER.  WS-REJ-REASON COMES    *
040100*     BACK SPACES ON A GOOD CARD, WITH THE OVERRIDE RECORD    *
040200*     (AND FOR A RELEASE THE MASTER RECORD) READ.             *
040300*=============================================================*
040400 2200-EDIT-CARD.
040500     MOVE SPACES TO WS-REJ-REASON.
040600     IF NOT WS-CARD-RELEASE AND NOT WS-CARD-REJECT
040700         MOVE "ACTION NOT R (RELEASE) OR X (REJECT)"
040800             TO WS-REJ-REASON
040900         GO TO 2200-EXIT
041000     END-IF.
041100     IF WS-CARD-ID IS NOT NUMERIC
041200             OR WS-CARD-DATE IS NOT NUMERIC
041300             OR WS-CARD-SEQ IS NOT NUMERIC
041400         MOVE "OVERRIDE KEY MISSING OR NOT NUMERIC"
041500             TO WS-REJ-REASON
041600         GO TO 2200-EXIT
041700     END-IF.
041800     IF WS-CARD-APPROVER = SPACES
041900         MOVE "APPROVING OPERATOR ID MISSING"
042000             TO WS-REJ-REASON
042100         GO TO 2200-EXIT
042200     END-IF.
042300     MOVE WS-CARD-ID TO OV-ID.
042400     MOVE WS-CARD-DATE TO OV-KEYED-DATE.
042500     MOVE WS-CARD-SEQ TO OV-KEYED-SEQ.
042600     READ OVERRIDE-FILE
042700         INVALID KEY
042800             MOVE "NO OVERRIDE HELD UNDER THAT KEY"
042900                 TO WS-REJ-REASON
043000             GO TO 2200-EXIT
043100     END-READ.
043200     MOVE OV-OLD-GRADING TO WS-AD-OLD.
043300     MOVE OV-NEW-GRADING TO WS-AD-NEW.
043400     MOVE OV-KEYED-BY TO WS-AD-KEYED-BY.
043500     IF NOT OV-PENDING
043600         MOVE "OVERRIDE ALREADY RELEASED OR REJECTED"
043700             TO WS-REJ-REASON
043800         GO TO 2200-EXIT
043900     END-IF.
044000     IF WS-CARD-APPROVER = OV-KEYED-BY
044100         MOVE "APPROVER IS THE OPERATOR WHO KEYED IT"
044200             TO WS-REJ-REASON
044300         GO TO 2200-EXIT
044400     END-IF.
044500     IF WS-CARD-REJECT
044600         GO TO 2200-EXIT
044700     END-IF.
044800     MOVE WS-CARD-ID TO MR-ID.
044900     READ PLAYER-MASTER
045000         INVALID KEY
045100             MOVE "PLAYER NOT ON MASTER - REJECT IT INSTEAD"
045200                 TO WS-REJ-REASON
045300     END-READ.
045400 2200-EXIT.
045500     EXIT.
045600
045700 2300-PRINT-CARD-LINE.
045800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
045900         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
046000     END-IF.
046100     MOVE WS-CARD-ID TO WS-AD-ID.
046200     MOVE WS-CARD-DATE TO WS-AD-KEYED.
046300     MOVE WS-CARD-SEQ TO WS-AD-SEQ.
046400     MOVE WS-CARD-APPROVER TO WS-AD-APPROVER.
046500     WRITE PRINT-RECORD FROM WS-APR-DETAIL-LINE
046600         AFTER ADVANCING 1 LINE.
046700     ADD 1 TO WS-LINE-COUNT.
046800 2300-EXIT.
046900     EXIT.
047000
047100*=============================================================*
047200*  2400-PRINT-NOTE-LINE - A CONTINUATION LINE UNDER A         *
047300*     DECISION: ONLY THE TEXT COLUMN IS FILLED.               *
047400*=============================================================*
047500 2400-PRINT-NOTE-LINE.
047600     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
047700         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
047800     END-IF.
047900     MOVE SPACES TO WS-AD-ID.
048000     MOVE SPACES TO WS-AD-KEYED.
048100     MOVE SPACES TO WS-AD-SEQ.
048200     MOVE SPACES TO WS-AD-OLD.
048300     MOVE SPACES TO WS-AD-NEW.
048400     MOVE SPACES TO WS-AD-KEYED-BY.
048500     MOVE SPACES TO WS-AD-APPROVER.
048600     WRITE PRINT-RECORD FROM WS-APR-DETAIL-LINE
048700         AFTER ADVANCING 1 LINE.
048800     ADD 1 TO WS-LINE-COUNT.
048900 2400-EXIT.
049000     EXIT.
049100
049200*=============================================================*
049271*  3000-RELEASE-OVERRIDE - MOVE THE NEW GRADING TO THE        *
049342*     MASTER, LOG IT TO PLYHIST WITH BOTH OPERATORS, THEN     *
049413*     STAMP THE OVERRIDE RELEASED.  THE MASTER GOES FIRST: A  *
049484*     RUN THAT DIES BEFORE THE STAMP LEAVES THE OVERRIDE      *
049555*     PENDING WITH THE NEW GRADING ALREADY ON THE MASTER, AND *
049626*     RELEASING IT AGAIN GOES THROUGH 3100 - NO SECOND        *
049697*     REWRITE, NO SECOND "O" RECORD, NO FLAG.  A MASTER THAT  *
049768*     WAS AT THE NEW GRADING BEFORE ANY RELEASE ALSO GOES     *
049839*     THROUGH 3100 AND IS REPORTED AS NO CHANGE.  OTHERWISE A *
049910*     MASTER GRADING THAT NO LONGER MATCHES THE ONE SEEN WHEN *
049981*     THE CHANGE WAS KEYED IS FLAGGED FOR THE GRADING         *
050052*     SECRETARY, NOT HELD.                                    *
050100*=============================================================*
050200 3000-RELEASE-OVERRIDE.
050280     MOVE "N" TO WS-MOVED-SW.
050360     MOVE "N" TO WS-APPLIED-SW.
050400     MOVE "N" TO WS-NO-CHANGE-SW.
050440     IF MR-GRADING = OV-NEW-GRADING
050520         PERFORM 3100-ALREADY-APPLIED THRU 3100-EXIT
050600         GO TO 3000-STAMP
050680     END-IF.
050760     MOVE MR-MASTER-RECORD TO WS-BEFORE-IMAGE.
050840     MOVE MR-GRADING TO WS-MASTER-GRADING.
050920     IF MR-GRADING NOT = OV-OLD-GRADING
051000         SET WS-GRADING-MOVED TO TRUE
051080         ADD 1 TO WS-WARN-COUNT
051160         DISPLAY "TABLEAPR0150 MASTER GRADING FOR " OV-ID
051240             " WAS " MR-GRADING " NOT " OV-OLD-GRADING
051320             " WHEN RELEASED - CHECK WITH THE GRADING SECRETARY"
051400     END-IF.
051480     MOVE OV-NEW-GRADING TO MR-GRADING.
051560     MOVE WS-SYS-DATE TO MR-LAST-ACTIVE.
051640     REWRITE MR-MASTER-RECORD
051720         INVALID KEY
051800             DISPLAY "TABLEAPR0160 MASTER REWRITE FAILED - "
051880                 OV-ID
051960             SET WS-ABEND-YES TO TRUE
052040             GO TO 3000-EXIT
052120     END-REWRITE.
052200     MOVE MR-MASTER-RECORD TO WS-AFTER-IMAGE.
052280     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
052360 3000-STAMP.
052440     IF WS-ABEND-YES
052520         GO TO 3000-EXIT
052600     END-IF.
052680     SET OV-RELEASED TO TRUE.
052760     PERFORM 5000-STAMP-DECISION THRU 5000-EXIT.
052840     IF WS-ABEND-YES
052920         GO TO 3000-EXIT
053000     END-IF.
053080     ADD 1 TO WS-RELEASE-COUNT.
053160     MOVE "RELEASED TO PLAYER-MASTER" TO WS-AD-TEXT.
053210     IF WS-ALREADY-APPLIED
053260         MOVE "RELEASED - MASTER ALREADY HELD IT" TO WS-AD-TEXT
053310     END-IF.
053360     IF WS-NO-CHANGE
053410         MOVE "NO CHANGE - MASTER ALREADY AT GRADING"
053460             TO WS-AD-TEXT
053510     END-IF.
053560     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
053640     PERFORM 5100-PRINT-AUTH-LINE THRU 5100-EXIT.
053720     IF WS-GRADING-MOVED
053800         MOVE SPACES TO WS-AD-TEXT
053880         STRING "MASTER GRADING WAS " WS-MASTER-GRADING
053960             " - SEE SYSOUT" DELIMITED BY SIZE INTO WS-AD-TEXT
054040         PERFORM 2400-PRINT-NOTE-LINE THRU 2400-EXIT
054120     END-IF.
054200 3000-EXIT.
054300     EXIT.
054400
054401*=============================================================*
054402*  3100-ALREADY-APPLIED - THE MASTER ALREADY HOLDS THE NEW    *
054403*     GRADING AND IS LEFT ALONE.  PLYHIST IS READ THROUGH     *
054404*     FOR THE "O" RECORD - SAME PLAYER, SAME KEYING OPERATOR, *
054405*     SAME NEW GRADING, RUN ON OR AFTER THE DATE KEYED - AND  *
054406*     EXTENDED AGAIN, AS THE BACK-OUT RUN DOES.  FOUND, THIS  *
054407*     IS THE RERUN OF A RELEASE THAT DIED BEFORE THE STAMP.   *
054408*     NOT FOUND, THE MASTER WAS AT THE GRADING BEFORE THE     *
054409*     RELEASE: THE "O" RECORD GOES OUT WITH THE MASTER AS IT  *
054410*     STANDS FOR BOTH IMAGES, AND THE REGISTER SAYS NO CHANGE.*
054411*=============================================================*
054412 3100-ALREADY-APPLIED.
054413     SET WS-ALREADY-APPLIED TO TRUE.
054414     MOVE "N" TO WS-HIST-FOUND-SW.
054415     CLOSE HIST-FILE.
054416     OPEN INPUT HIST-FILE.
054417     IF NOT WS-HS-OK
054418         DISPLAY "TABLEAPR0190 UNABLE TO REREAD HIST-FILE, "
054419             "STATUS = " WS-HS-STATUS
054420         SET WS-ABEND-YES TO TRUE
054421         GO TO 3100-EXIT
054422     END-IF.
054423     PERFORM 3110-READ-HIST THRU 3110-EXIT.
054424     PERFORM 3120-CHECK-ONE-HIST THRU 3120-EXIT
054425         UNTIL NOT WS-HS-OK OR WS-HIST-FOUND.
054426     IF NOT WS-HS-OK AND NOT WS-HS-EOF
054427         DISPLAY "TABLEAPR0190 UNABLE TO REREAD HIST-FILE, "
054428             "STATUS = " WS-HS-STATUS
054429         SET WS-ABEND-YES TO TRUE
054430         GO TO 3100-EXIT
054431     END-IF.
054432     CLOSE HIST-FILE.
054433     OPEN EXTEND HIST-FILE.
054434     IF NOT WS-HS-OK
054435         DISPLAY "TABLEAPR0200 UNABLE TO EXTEND HIST-FILE, "
054436             "STATUS = " WS-HS-STATUS
054437         SET WS-ABEND-YES TO TRUE
054438         GO TO 3100-EXIT
054439     END-IF.
054440     IF WS-HIST-FOUND
054441         GO TO 3100-EXIT
054442     END-IF.
054443     SET WS-NO-CHANGE TO TRUE.
054444     MOVE MR-MASTER-RECORD TO WS-BEFORE-IMAGE.
054445     MOVE MR-MASTER-RECORD TO WS-AFTER-IMAGE.
054446     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
054447 3100-EXIT.
054448     EXIT.
054449
054450 3110-READ-HIST.
054451     READ HIST-FILE
054452         AT END
054453             CONTINUE
054454     END-READ.
054455 3110-EXIT.
054456     EXIT.
054457
054458 3120-CHECK-ONE-HIST.
054459     IF HS-ID = OV-ID
054460             AND HS-TRAN-CODE = "O"
054461             AND HS-KEYED-BY = OV-KEYED-BY
054462             AND HS-RUN-DATE NOT < OV-KEYED-DATE
054463             AND HS-AFTER-IMAGE(30:4) = OV-NEW-GRADING
054464         SET WS-HIST-FOUND TO TRUE
054465         IF HS-BEFORE-IMAGE(30:4) = HS-AFTER-IMAGE(30:4)
054466             SET WS-NO-CHANGE TO TRUE
054467         END-IF
054468         GO TO 3120-EXIT
054469     END-IF.
054470     PERFORM 3110-READ-HIST THRU 3110-EXIT.
054471 3120-EXIT.
054472     EXIT.
054473
054500*=============================================================*
054600*  4000-REJECT-OVERRIDE - STAMP THE OVERRIDE REJECTED.  THE   *
054700*     MASTER IS NOT TOUCHED AND NOTHING GOES TO PLYHIST.      *
054800*=============================================================*
054900 4000-REJECT-OVERRIDE.
055000     SET OV-REJECTED TO TRUE.
055100     PERFORM 5000-STAMP-DECISION THRU 5000-EXIT.
055200     IF WS-ABEND-YES
055300         GO TO 4000-EXIT
055400     END-IF.
055500     ADD 1 TO WS-DECLINE-COUNT.
055600     MOVE "REJECTED - MASTER UNCHANGED" TO WS-AD-TEXT.
055700     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
055800     PERFORM 5100-PRINT-AUTH-LINE THRU 5100-EXIT.
055900 4000-EXIT.
056000     EXIT.
056100
056200*=============================================================*
056300*  4050-PRINT-HEADINGS - PAGE HEADING, SAME PAIR OF LINES AS  *
056400*     THE NIGHTLY REPORT.                                     *
056500*=============================================================*
056600 4050-PRINT-HEADINGS.
056700     ADD 1 TO WS-PAGE-COUNT.
056800     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
056900     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
057000     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
057100     WRITE PRINT-RECORD FROM RPT-HEADING-1
057200         AFTER ADVANCING PAGE.
057300     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
057400     WRITE PRINT-RECORD FROM RPT-HEADING-2
057500         AFTER ADVANCING 2 LINES.
057600     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
057700         AFTER ADVANCING 1 LINE.
057800     MOVE ZERO TO WS-LINE-COUNT.
057900 4050-EXIT.
058000     EXIT.
058100
058200*=============================================================*
058300*  5000-STAMP-DECISION - THE CALLER HAS SET THE NEW STATUS.   *
058400*     WHO DECIDED, WHEN, AND THE REMARK GO ON THE OVERRIDE    *
058500*     RECORD.  A FAILED REWRITE STOPS THE RUN.                *
058600*=============================================================*
058700 5000-STAMP-DECISION.
058800     MOVE WS-CARD-APPROVER TO OV-DECIDED-BY.
058900     MOVE WS-SYS-DATE TO OV-DECIDED-DATE.
059000     MOVE WS-CARD-REMARK TO OV-REMARK.
059100     REWRITE OV-OVERRIDE-RECORD
059200         INVALID KEY
059300             DISPLAY "TABLEAPR0170 OVERRIDE REWRITE FAILED - "
059400                 OV-ID " " OV-KEYED-DATE " " OV-KEYED-SEQ
059500             SET WS-ABEND-YES TO TRUE
059600     END-REWRITE.
059700 5000-EXIT.
059800     EXIT.
059900
060000 5100-PRINT-AUTH-LINE.
060100     MOVE SPACES TO WS-AD-TEXT.
060200     STRING "AUTH " OV-AUTH-REF " " OV-REMARK
060300         DELIMITED BY SIZE INTO WS-AD-TEXT.
060400     PERFORM 2400-PRINT-NOTE-LINE THRU 2400-EXIT.
060500 5100-EXIT.
060600     EXIT.
060700
060800*=============================================================*
060900*  7000-WRITE-HISTORY - LOG ONE RELEASED OVERRIDE TO THE      *
061000*     AUDIT HISTORY FILE, CODE "O", WITH THE OPERATOR WHO     *
061100*     KEYED THE CHANGE AND THE OPERATOR WHO RELEASED IT.  A   *
061200*     FAILED HISTORY WRITE STOPS THE RUN.                     *
061300*=============================================================*
061400 7000-WRITE-HISTORY.
061500     MOVE OV-ID TO HS-ID.
061600     MOVE WS-SYS-DATE TO HS-RUN-DATE.
061700     MOVE "O" TO HS-TRAN-CODE.
061800     MOVE WS-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
061900     MOVE WS-AFTER-IMAGE TO HS-AFTER-IMAGE.
062000     MOVE OV-KEYED-BY TO HS-KEYED-BY.
062100     MOVE WS-CARD-APPROVER TO HS-APPROVED-BY.
062200     WRITE HS-HISTORY-RECORD.
062300     IF NOT WS-HS-OK
062400         DISPLAY "TABLEAPR0180 UNABLE TO WRITE HIST-FILE, "
062500             "STATUS = " WS-HS-STATUS
062600         SET WS-ABEND-YES TO TRUE
062700     END-IF.
062800 7000-EXIT.
062900     EXIT.
063000
063100*=============================================================*
063200*  9000-TERMINATE - TRAILER TOTALS, CLOSE FILES, SET THE      *
063300*     RETURN CODE.  A REJECTED CARD, A FLAGGED RELEASE OR NO  *
063400*     CARDS AT ALL IS RC=4.                                   *
063500*=============================================================*
063600 9000-TERMINATE.
063700     IF WS-CARD-COUNT = ZERO
063800         MOVE SPACES TO RPT-TRAILER-LINE
063900         MOVE "NO DECISION CARDS" TO RPT-T-TEXT
064000         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
064100             AFTER ADVANCING 1 LINE
064200         ADD 1 TO WS-LINE-COUNT
064300     END-IF.
064400     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
064500     CLOSE CONTROL-FILE.
064600     CLOSE PLAYER-MASTER.
064700     CLOSE OVERRIDE-FILE.
064800     CLOSE HIST-FILE.
064900     CLOSE PRINT-FILE.
065000     DISPLAY " ".
065100     DISPLAY "***** GRADING OVERRIDE APPROVAL TOTALS *****".
065200     DISPLAY "CARDS READ       - " WS-CARD-COUNT.
065300     DISPLAY "RELEASED         - " WS-RELEASE-COUNT.
065400     DISPLAY "REJECTED         - " WS-DECLINE-COUNT.
065500     DISPLAY "CARDS REJECTED   - " WS-REJECT-COUNT.
065600     DISPLAY "WARNINGS         - " WS-WARN-COUNT.
065700     IF WS-REJECT-COUNT > ZERO OR WS-WARN-COUNT > ZERO
065800             OR WS-CARD-COUNT = ZERO
065900         MOVE 4 TO RETURN-CODE
066000     ELSE
066100         MOVE ZERO TO RETURN-CODE
066200     END-IF.
066300 9000-EXIT.
066400     EXIT.
066500
066600*=============================================================*
066700*  9100-PRINT-TRAILER - DECISION TOTALS ON THE FOOT OF THE    *
066800*     REGISTER.                                               *
066900*=============================================================*
067000 9100-PRINT-TRAILER.
067100     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
067200         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
067300     END-IF.
067400     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
067500         AFTER ADVANCING 1 LINE.
067600     ADD 1 TO WS-LINE-COUNT.
067700     MOVE SPACES TO RPT-TRAILER-LINE.
067800     MOVE "APPROVAL SUMMARY" TO RPT-T-TEXT.
067900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
068000     MOVE WS-CARD-COUNT TO WS-EDIT-NUM.
068100     MOVE "CARDS READ" TO RPT-T-TEXT.
068200     MOVE WS-EDIT-NUM TO RPT-T-NUM.
068300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
068400     MOVE WS-RELEASE-COUNT TO WS-EDIT-NUM.
068500     MOVE "OVERRIDES RELEASED" TO RPT-T-TEXT.
068600     MOVE WS-EDIT-NUM TO RPT-T-NUM.
068700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
068800     MOVE WS-DECLINE-COUNT TO WS-EDIT-NUM.
068900     MOVE "OVERRIDES REJECTED" TO RPT-T-TEXT.
069000     MOVE WS-EDIT-NUM TO RPT-T-NUM.
069100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
069200     MOVE WS-REJECT-COUNT TO WS-EDIT-NUM.
069300     MOVE "CARDS REJECTED" TO RPT-T-TEXT.
069400     MOVE WS-EDIT-NUM TO RPT-T-NUM.
069500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
069600     MOVE WS-WARN-COUNT TO WS-EDIT-NUM.
069700     MOVE "RELEASES FLAGGED" TO RPT-T-TEXT.
069800     MOVE WS-EDIT-NUM TO RPT-T-NUM.
069900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
070000 9100-EXIT.
070100     EXIT.
070200
070300 9110-PRINT-FIGURE.
070400     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
070500         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
070600     END-IF.
070700     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
070800         AFTER ADVANCING 1 LINE.
070900     MOVE SPACES TO RPT-TRAILER-LINE.
071000     ADD 1 TO WS-LINE-COUNT.
071100 9110-EXIT.
071200     EXIT.
