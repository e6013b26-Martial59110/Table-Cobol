000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEMRG.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEMRG - MERGES A MEMBER REGISTERED UNDER TWO PLAYER     *
000900*  IDS INTO ONE.  EACH SYSIN CARD NAMES THE SURVIVING ID      *
001000*  (COLUMNS 1-4) AND THE RETIRED ID (COLUMNS 6-9); A "Y" IN   *
001100*  COLUMN 11 FORCES A MERGE WHOSE TWO SURNAMES DIFFER.  THE   *
001200*  SURVIVOR MUST BE ON PLAYER-MASTER (A SURVIVOR STILL ON THE *
001300*  ARCHIVE IS BROUGHT BACK WITH A TABLEMNT "R" FIRST); THE    *
001400*  RETIRED ID MAY BE ON THE MASTER OR ON PLYARCH.  EVERY      *
001500*  GAMELOG GAME AND PLYHIST RECORD CARRYING THE RETIRED ID IS *
001600*  REPOINTED TO THE SURVIVOR IN PLACE - THE HISTORY IMAGES    *
001700*  KEEP THE ID THEY WERE WRITTEN UNDER, SO A REPOINTED RECORD *
001800*  STILL SHOWS WHERE IT CAME FROM.  A RETIRED DUESMST RECORD  *
001900*  MOVES TO THE SURVIVOR'S KEY, OR IS FOLDED INTO THE         *
002000*  SURVIVOR'S OWN.  THE RETIRED ID'S RATED GAMES ARE ADDED    *
002100*  TO THE SURVIVOR'S MR-GAMES-PLAYED, THE LATER LAST-ACTIVE   *
002200*  DATE IS KEPT, AND THE RETIRED ID COMES OFF THE MASTER (OR  *
002300*  THE ARCHIVE).  THE SURVIVOR KEEPS ITS OWN NAME, CLUB AND   *
002400*  GRADING - BOTH GRADINGS PRINT ON THE MRGOUT REGISTER FOR A *
002500*  "C" TRANSACTION IF THE OTHER ONE IS THE TRUE FIGURE.  EACH *
002600*  MERGE IS LOGGED TO PLYHIST, CODE "M": ONE RECORD UNDER THE *
002700*  SURVIVOR (BEFORE AND AFTER THE FOLD) AND ONE UNDER THE     *
002800*  RETIRED ID (ITS LAST RECORD, AFTER IMAGE BLANK).  THE RUN  *
002900*  MAKES THE SAME CKPTFILE RUN-CONTROL CHECKS AS TABLEMNT AND *
003000*  REFUSES (RC=8) UNDER A PENDING TABLE RESTART OR AN         *
003100*  UNFINISHED MAINTENANCE RUN.  THE LEDGER AND HISTORY ARE    *
003200*  REPOINTED BEFORE ANY MASTER RECORD IS TOUCHED, SO A RUN    *
003300*  THAT DIES IN A FILE PASS CAN SIMPLY BE RERUN.              *
003400*=============================================================*
003500*  MODIFICATION HISTORY                                       *
003600*  DATE      BY   DESCRIPTION                                 *
003700*  10/15/26  JPM  ORIGINAL                                    *
003725*  10/15/26  JPM  HS-KEYED-BY AND HS-APPROVED-BY (NEW ON THE  *
003750*                 WIDER HISTORY RECORD) LEFT BLANK ON THE "M" *
003775*                 RECORDS.                                    *
003783*  10/15/26  JPM  REGISTER COUNT LABEL WIDENED SO THE SELF-   *
003791*                 GAME NOTE PRINTS IN FULL                    *
003800*=============================================================*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE ASSIGN TO SYSIN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CC-STATUS.
004800
004900     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS MR-ID
005300         FILE STATUS IS WS-PM-STATUS.
005400
005500     SELECT ARCHIVE-FILE ASSIGN TO PLYARCH
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS AR-ID
005900         FILE STATUS IS WS-AR-STATUS.
006000
006100     SELECT DUES-MASTER ASSIGN TO DUESMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS DU-ID
006500         FILE STATUS IS WS-DU-STATUS.
006600
006700     SELECT GAME-LOG ASSIGN TO GAMELOG
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-GL-STATUS.
007000
007100     SELECT HIST-FILE ASSIGN TO PLYHIST
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-HS-STATUS.
007400
007500     SELECT PRINT-FILE ASSIGN TO MRGOUT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PR-STATUS.
007800
007900     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS CK-KEY
008300         FILE STATUS IS WS-CK-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CONTROL-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  CONTROL-CARD           PIC X(80).
009100
009200 FD  PLAYER-MASTER
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY PLYMAST.
009600
009700 FD  ARCHIVE-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY PLYARCH.
010100
010200 FD  DUES-MASTER
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DUESREC.
010600
010700 FD  GAME-LOG
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY GAMEREC.
011100
011200 FD  HIST-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY PLYHIST.
011600
011700 FD  PRINT-FILE
011800     LABEL RECORDS ARE OMITTED.
011900 01  PRINT-RECORD           PIC X(132).
012000
012100 FD  CHECKPOINT-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400     COPY CKPTREC.
012500
012600 WORKING-STORAGE SECTION.
012700*-----------------------------------------------------------*
012800*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
012900*  FROM THE NIGHTLY REPORT, PLUS A MERGE REGISTER LINE.     *
013000*-----------------------------------------------------------*
013100     COPY RPTLINES.
013200
013300 01  WS-MRG-DETAIL-LINE.
013400     05  FILLER              PIC X(10) VALUE SPACES.
013500     05  WS-MD-SURV          PIC X(04).
013600     05  FILLER              PIC X(04) VALUE " <- ".
013700     05  WS-MD-RET           PIC X(04).
013800     05  FILLER              PIC X(02) VALUE SPACES.
013900     05  WS-MD-TEXT          PIC X(60).
014000
014100 01  WS-MRG-NAME-TEXT.
014200     05  WS-MN-LABEL         PIC X(10).
014300     05  WS-MN-NAME          PIC X(12).
014400     05  FILLER              PIC X(01) VALUE SPACE.
014500     05  WS-MN-FIRSTNAME     PIC X(13).
014600     05  FILLER              PIC X(01) VALUE SPACE.
014700     05  WS-MN-GRADING       PIC X(04).
014800     05  FILLER              PIC X(01) VALUE SPACE.
014900     05  WS-MN-CLUB          PIC X(03).
015000     05  FILLER              PIC X(07) VALUE "  GAMES".
015100     05  WS-MN-GAMES         PIC ZZ9.
015200
015300 01  WS-MRG-COUNT-TEXT.
015400     05  WS-MC-LABEL         PIC X(42).
015500     05  WS-MC-NUM           PIC ZZZZ9.
015600
015700*-----------------------------------------------------------*
015800*  MERGE TABLE - ONE ENTRY PER ACCEPTED CARD.  AN ID MAY    *
015900*  APPEAR ON ONLY ONE CARD A RUN, SO A CHAIN (A INTO B, B   *
016000*  INTO C) IS REFUSED RATHER THAN HALF-APPLIED.  THE FILE   *
016100*  PASSES LOOK EVERY LEDGER AND HISTORY ID UP HERE.         *
016200*-----------------------------------------------------------*
016300 01  WS-MRG-AREA.
016400     03  WS-MRG-COUNT       PIC 9(02) COMP VALUE ZERO.
016500     03  WS-MRG-ENTRY OCCURS 1 TO 20 TIMES
016600             DEPENDING ON WS-MRG-COUNT.
016700         05  WS-MRG-SURV    PIC X(04).
016800         05  WS-MRG-RET     PIC X(04).
016900         05  WS-MRG-SOURCE  PIC X(01).
017000             88  WS-MRG-FROM-MASTER VALUE "M".
017100             88  WS-MRG-FROM-ARCHIVE VALUE "A".
017200         05  WS-MRG-GL-COUNT PIC 9(05) COMP.
017300         05  WS-MRG-HS-COUNT PIC 9(05) COMP.
017400         05  WS-MRG-SELF-COUNT PIC 9(03) COMP.
017500 77  WS-MRG-MAX         PIC 9(02) COMP VALUE 20.
017600 77  WS-MDX             PIC 9(02) COMP VALUE ZERO.
017700 77  WS-FND             PIC 9(02) COMP VALUE ZERO.
017800 77  WS-LOOK-ID         PIC X(04) VALUE SPACES.
017900
018000*-----------------------------------------------------------*
018100*  FILE STATUS AND SWITCHES                                 *
018200*-----------------------------------------------------------*
018300 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
018400     88  WS-CC-OK           VALUE "00".
018500     88  WS-CC-EOF          VALUE "10".
018600 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
018700     88  WS-PM-OK           VALUE "00".
018800 77  WS-AR-STATUS       PIC X(02) VALUE SPACES.
018900     88  WS-AR-OK           VALUE "00".
019000 77  WS-DU-STATUS       PIC X(02) VALUE SPACES.
019100     88  WS-DU-OK           VALUE "00".
019200 77  WS-GL-STATUS       PIC X(02) VALUE SPACES.
019300     88  WS-GL-OK           VALUE "00".
019400     88  WS-GL-EOF          VALUE "10".
019500 77  WS-HS-STATUS       PIC X(02) VALUE SPACES.
019600     88  WS-HS-OK           VALUE "00".
019700     88  WS-HS-EOF          VALUE "10".
019800 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
019900     88  WS-PR-OK           VALUE "00".
020000 77  WS-CK-STATUS       PIC X(02) VALUE SPACES.
020100     88  WS-CK-OK           VALUE "00".
020200 77  WS-ABEND-SW        PIC X(01) VALUE "N".
020300     88  WS-ABEND-YES       VALUE "Y".
020400 77  WS-BLOCKED-SW      PIC X(01) VALUE "N".
020500     88  WS-BLOCKED-YES     VALUE "Y".
020600 77  WS-DUES-SW         PIC X(01) VALUE "N".
020700     88  WS-DUES-ON         VALUE "Y".
020800 77  WS-HIST-OPEN-SW    PIC X(01) VALUE "N".
020900     88  WS-HIST-OPEN       VALUE "Y".
021000 77  WS-CHANGED-SW      PIC X(01) VALUE "N".
021100     88  WS-CHANGED         VALUE "Y".
021200 77  WS-ALSO-ARCH-SW    PIC X(01) VALUE "N".
021300     88  WS-ALSO-ARCH       VALUE "Y".
021400
021500*-----------------------------------------------------------*
021600*  CARD EDIT WORK FIELDS                                    *
021700*-----------------------------------------------------------*
021800 77  WS-CARD-SURV       PIC X(04) VALUE SPACES.
021900 77  WS-CARD-RET        PIC X(04) VALUE SPACES.
022000 77  WS-CARD-FORCE      PIC X(01) VALUE SPACE.
022100 77  WS-CARD-SOURCE     PIC X(01) VALUE SPACE.
022200 77  WS-SURV-NAME       PIC X(12) VALUE SPACES.
022300 77  WS-REJ-REASON      PIC X(40) VALUE SPACES.
022400
022500*-----------------------------------------------------------*
022600*  MERGE WORK AREAS - THE RETIRED RECORD AS IT STOOD, THE   *
022700*  SURVIVOR'S BEFORE AND AFTER IMAGES FOR THE AUDIT RECORD, *
022800*  AND THE RETIRED DUES FIGURES WHILE THEY MOVE.  THE       *
022900*  ARCHIVE RECORD IS THE SAME SHAPE AS THE MASTER, SO ONE   *
023000*  VIEW SERVES BOTH SOURCES.                                *
023100*-----------------------------------------------------------*
023200 01  WS-RET-IMAGE           PIC X(45) VALUE SPACES.
023300 01  WS-RET-VIEW REDEFINES WS-RET-IMAGE.
023400     05  WS-RV-ID           PIC X(04).
023500     05  WS-RV-NAME         PIC X(12).
023600     05  WS-RV-FIRSTNAME    PIC X(13).
023700     05  WS-RV-GRADING      PIC X(04).
023800     05  WS-RV-LAST-ACTIVE  PIC 9(06).
023900     05  WS-RV-CLUB         PIC X(03).
024000     05  WS-RV-GAMES        PIC 9(03).
024100 77  WS-BEFORE-IMAGE    PIC X(45) VALUE SPACES.
024200 77  WS-AFTER-IMAGE     PIC X(45) VALUE SPACES.
024300 77  WS-HIST-ID         PIC X(04) VALUE SPACES.
024400 77  WS-GAMES-SUM       PIC 9(04) VALUE ZERO.
024500 77  WS-GAMES-MAX       PIC 9(03) VALUE 999.
024600 77  WS-DS-DUE          PIC 9(05)V99 VALUE ZERO.
024700 77  WS-DS-PAID         PIC 9(05)V99 VALUE ZERO.
024800 77  WS-DS-THRU         PIC 9(06) VALUE ZERO.
024900 77  WS-DS-STANDING     PIC X(01) VALUE SPACE.
025000 77  WS-DUES-TEXT       PIC X(30) VALUE SPACES.
025100 01  WS-SYS-DATE-AREA.
025200     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
025300 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
025400     05  WS-SYS-YY          PIC 9(02).
025500     05  WS-SYS-MM          PIC 9(02).
025600     05  WS-SYS-DD          PIC 9(02).
025700 01  WS-RUN-DATE-ED.
025800     05  WS-RUN-MM          PIC 9(02).
025900     05  FILLER             PIC X(01) VALUE "/".
026000     05  WS-RUN-DD          PIC 9(02).
026100     05  FILLER             PIC X(01) VALUE "/".
026200     05  WS-RUN-YY          PIC 9(02).
026300
026400*-----------------------------------------------------------*
026500*  RUN TOTALS - PRINTED ON THE MERGE TRAILER                *
026600*-----------------------------------------------------------*
026700 77  WS-CARD-COUNT      PIC 9(04) COMP VALUE ZERO.
026800 77  WS-REJECT-COUNT    PIC 9(04) COMP VALUE ZERO.
026900 77  WS-APPLIED-COUNT   PIC 9(04) COMP VALUE ZERO.
027000 77  WS-GL-READ         PIC 9(07) COMP VALUE ZERO.
027100 77  WS-GL-REPOINT      PIC 9(05) COMP VALUE ZERO.
027200 77  WS-HS-READ         PIC 9(07) COMP VALUE ZERO.
027300 77  WS-HS-REPOINT      PIC 9(05) COMP VALUE ZERO.
027400 77  WS-DUES-MOVED      PIC 9(04) COMP VALUE ZERO.
027500 77  WS-DUES-FOLDED     PIC 9(04) COMP VALUE ZERO.
027600 77  WS-WARN-COUNT      PIC 9(04) COMP VALUE ZERO.
027700 77  WS-EDIT-NUM        PIC ZZZZZZ9.
027800
027900*-----------------------------------------------------------*
028000*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
028100*  NIGHTLY REPORT.                                          *
028200*-----------------------------------------------------------*
028300 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
028400 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
028500 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
028600 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
028700 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
028800
028900 PROCEDURE DIVISION.
029000*=============================================================*
029100*  0000-MAINLINE                                              *
029200*=============================================================*
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029500     IF WS-BLOCKED-YES
029600         GO TO 9998-BLOCKED
029700     END-IF.
029800     IF WS-ABEND-YES
029900         GO TO 9999-ABEND
030000     END-IF.
030100     PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
030200         UNTIL WS-CC-EOF.
030300     IF WS-MRG-COUNT = ZERO
030400         GO TO 0000-FINISH
030500     END-IF.
030600     PERFORM 3000-REPOINT-LEDGER THRU 3000-EXIT.
030700     IF WS-ABEND-YES
030800         GO TO 9999-ABEND
030900     END-IF.
031000     PERFORM 4000-REPOINT-HISTORY THRU 4000-EXIT.
031100     IF WS-ABEND-YES
031200         GO TO 9999-ABEND
031300     END-IF.
031400     PERFORM 5000-APPLY-ONE-MERGE THRU 5000-EXIT
031500         VARYING WS-MDX FROM 1 BY 1
031600             UNTIL WS-MDX > WS-MRG-COUNT OR WS-ABEND-YES.
031700     IF WS-ABEND-YES
031800         GO TO 9999-ABEND
031900     END-IF.
032000 0000-FINISH.
032100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032200     GOBACK.
032300*  A BLOCKED START IS A CONTROLLED STOP, NOT AN ABEND - THE
032400*  MASTER WAS NEVER OPENED AND RC=8 TELLS OPERATIONS TO CLEAR
032500*  THE PENDING RESTART FIRST.
032600 9998-BLOCKED.
032700     MOVE 8 TO RETURN-CODE.
032800     GOBACK.
032900 9999-ABEND.
033000     CLOSE CONTROL-FILE.
033100     CLOSE PLAYER-MASTER.
033200     CLOSE ARCHIVE-FILE.
033300     IF WS-DUES-ON
033400         CLOSE DUES-MASTER
033500     END-IF.
033600     IF WS-HIST-OPEN
033700         CLOSE HIST-FILE
033800     END-IF.
033900     CLOSE PRINT-FILE.
034000     MOVE 16 TO RETURN-CODE.
034100     GOBACK.
034200 0000-EXIT.
034300     EXIT.
034400
034500*=============================================================*
034600*  1000-INITIALIZE - RUN CONTROL FIRST, THEN THE CARDS, THE   *
034700*     MASTER FILES AND THE REGISTER.  NOTHING IS TOUCHED WHEN *
034800*     THE RUN IS BLOCKED.                                     *
034900*=============================================================*
035000 1000-INITIALIZE.
035100     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
035200     IF WS-BLOCKED-YES
035300         GO TO 1000-EXIT
035400     END-IF.
035500     OPEN INPUT CONTROL-FILE.
035600     IF NOT WS-CC-OK
035700         DISPLAY "TABLEMRG0010 UNABLE TO OPEN CONTROL-FILE, "
035800             "STATUS = " WS-CC-STATUS
035900         SET WS-ABEND-YES TO TRUE
036000         GO TO 1000-EXIT
036100     END-IF.
036200     OPEN I-O PLAYER-MASTER.
036300     IF NOT WS-PM-OK
036400         DISPLAY "TABLEMRG0020 UNABLE TO OPEN PLAYER-MASTER, "
036500             "STATUS = " WS-PM-STATUS
036600         SET WS-ABEND-YES TO TRUE
036700         GO TO 1000-EXIT
036800     END-IF.
036900     OPEN I-O ARCHIVE-FILE.
037000     IF NOT WS-AR-OK
037100         DISPLAY "TABLEMRG0030 UNABLE TO OPEN ARCHIVE-FILE, "
037200             "STATUS = " WS-AR-STATUS
037300         SET WS-ABEND-YES TO TRUE
037400         GO TO 1000-EXIT
037500     END-IF.
037600     OPEN I-O DUES-MASTER.
037700     IF WS-DU-OK
037800         SET WS-DUES-ON TO TRUE
037900     ELSE
038000         DISPLAY "TABLEMRG0040 DUES-MASTER NOT AVAILABLE, "
038100             "STATUS = " WS-DU-STATUS
038200             " - DUES RECORDS NOT REPOINTED"
038300         ADD 1 TO WS-WARN-COUNT
038400     END-IF.
038500     OPEN OUTPUT PRINT-FILE.
038600     IF NOT WS-PR-OK
038700         DISPLAY "TABLEMRG0050 UNABLE TO OPEN PRINT-FILE, "
038800             "STATUS = " WS-PR-STATUS
038900         SET WS-ABEND-YES TO TRUE
039000         GO TO 1000-EXIT
039100     END-IF.
039200     ACCEPT WS-SYS-DATE FROM DATE.
039300     MOVE WS-SYS-MM TO WS-RUN-MM.
039400     MOVE WS-SYS-DD TO WS-RUN-DD.
039500     MOVE WS-SYS-YY TO WS-RUN-YY.
039600     MOVE "PLAYER MERGE REGISTER" TO WS-RPT-TITLE.
039700     MOVE "SURV    RETD  ACTION" TO WS-RPT-COLHDG.
039800     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
039900     PERFORM 2100-READ-CARD THRU 2100-EXIT.
040000 1000-EXIT.
040100     EXIT.
040200
040300*=============================================================*
040400*  1200-CHECK-RUN-CONTROL - THE SAME GUARDS TABLEMNT MAKES:   *
040500*     NO MASTER UPDATES WHILE CKPTFILE SHOWS A PENDING TABLE  *
040600*     RESTART OR AN UNFINISHED MAINTENANCE RUN.  A CHECKPOINT *
040700*     FILE THAT CANNOT BE OPENED (FRESH INSTALL) SKIPS THE    *
040800*     CHECK - THERE IS NOTHING PENDING TO PROTECT.            *
040900*=============================================================*
041000 1200-CHECK-RUN-CONTROL.
041100     OPEN INPUT CHECKPOINT-FILE.
041200     IF NOT WS-CK-OK
041300         DISPLAY "TABLEMRG0110 CHECKPOINT-FILE NOT AVAILABLE, "
041400             "STATUS = " WS-CK-STATUS
041500             " - RUN-CONTROL CHECK SKIPPED"
041600         GO TO 1200-EXIT
041700     END-IF.
041800     MOVE "CKPT" TO CK-KEY.
041900     READ CHECKPOINT-FILE
042000         INVALID KEY
042100             CONTINUE
042200         NOT INVALID KEY
042300             IF CK-LAST-ID NOT = SPACES
042400                     OR CK-VALID-YES OR CK-LDR-YES
042500                 DISPLAY "TABLEMRG0120 TABLE RESTART PENDING "
042600                     "ON CKPTFILE - RESUBMIT STEP20 BEFORE "
042700                     "MERGING"
042800                 SET WS-BLOCKED-YES TO TRUE
042900             END-IF
043000     END-READ.
043100     IF NOT WS-BLOCKED-YES
043200         MOVE "MNT " TO CK-KEY
043300         READ CHECKPOINT-FILE
043400             INVALID KEY
043500                 CONTINUE
043600             NOT INVALID KEY
043700                 IF MN-RUNNING
043800                     DISPLAY "TABLEMRG0130 ROSTER MAINTENANCE "
043900                         "INCOMPLETE ON CKPTFILE - RERUN "
044000                         "STEP10 BEFORE MERGING"
044100                     SET WS-BLOCKED-YES TO TRUE
044200                 END-IF
044300         END-READ
044400     END-IF.
044500     CLOSE CHECKPOINT-FILE.
044600 1200-EXIT.
044700     EXIT.
044800
044900*=============================================================*
045000*  2000-LOAD-ONE-CARD - EDIT ONE MERGE CARD AGAINST THE       *
045100*     MASTER AND THE ARCHIVE AND TABLE IT, OR LIST IT AS      *
045200*     REJECTED.  NOTHING IS CHANGED UNTIL EVERY CARD IS IN.   *
045300*=============================================================*
045400 2000-LOAD-ONE-CARD.
045500     IF CONTROL-CARD = SPACES
045600         GO TO 2000-NEXT
045700     END-IF.
045800     ADD 1 TO WS-CARD-COUNT.
045900     MOVE CONTROL-CARD(1:4) TO WS-CARD-SURV.
046000     MOVE CONTROL-CARD(6:4) TO WS-CARD-RET.
046100     MOVE CONTROL-CARD(11:1) TO WS-CARD-FORCE.
046200     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
046300     IF WS-REJ-REASON NOT = SPACES
046400         ADD 1 TO WS-REJECT-COUNT
046500         DISPLAY "TABLEMRG0140 MERGE CARD REJECTED - "
046600             CONTROL-CARD(1:11) " - " WS-REJ-REASON
046700         MOVE SPACES TO WS-MD-TEXT
046800         STRING "REJECTED - " WS-REJ-REASON
046900             DELIMITED BY SIZE INTO WS-MD-TEXT
047000         PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT
047100         GO TO 2000-NEXT
047200     END-IF.
047300     IF WS-MRG-COUNT = WS-MRG-MAX
047400         ADD 1 TO WS-REJECT-COUNT
047500         DISPLAY "TABLEMRG0150 MORE THAN 20 MERGE CARDS - "
047600             CONTROL-CARD(1:11) " HELD FOR THE NEXT RUN"
047700         MOVE "REJECTED - MORE THAN 20 CARDS IN ONE RUN"
047800             TO WS-MD-TEXT
047900         PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT
048000         GO TO 2000-NEXT
048100     END-IF.
048200     ADD 1 TO WS-MRG-COUNT.
048300     MOVE WS-CARD-SURV TO WS-MRG-SURV(WS-MRG-COUNT).
048400     MOVE WS-CARD-RET TO WS-MRG-RET(WS-MRG-COUNT).
048500     MOVE WS-CARD-SOURCE TO WS-MRG-SOURCE(WS-MRG-COUNT).
048600     MOVE ZERO TO WS-MRG-GL-COUNT(WS-MRG-COUNT).
048700     MOVE ZERO TO WS-MRG-HS-COUNT(WS-MRG-COUNT).
048800     MOVE ZERO TO WS-MRG-SELF-COUNT(WS-MRG-COUNT).
048900 2000-NEXT.
049000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
049100 2000-EXIT.
049200     EXIT.
049300
049400 2100-READ-CARD.
049500     READ CONTROL-FILE
049600         AT END
049700             SET WS-CC-EOF TO TRUE
049800     END-READ.
049900 2100-EXIT.
050000     EXIT.
050100
050200*=============================================================*
050300*  2200-EDIT-CARD - BOTH IDS NUMERIC AND DIFFERENT, NEITHER   *
050400*     ALREADY ON AN EARLIER CARD THIS RUN, THE SURVIVOR ON    *
050500*     THE MASTER, THE RETIRED ID ON THE MASTER OR THE         *
050600*     ARCHIVE, AND THE TWO SURNAMES THE SAME UNLESS THE CARD  *
050700*     IS FORCED.  WS-REJ-REASON COMES BACK SPACES ON A GOOD   *
050800*     CARD, WITH WS-CARD-SOURCE SAYING WHERE THE RETIRED ID   *
050900*     WAS FOUND.                                              *
051000*=============================================================*
051100 2200-EDIT-CARD.
051200     MOVE SPACES TO WS-REJ-REASON.
051300     IF WS-CARD-SURV IS NOT NUMERIC
051400             OR WS-CARD-RET IS NOT NUMERIC
051500         MOVE "PLAYER ID MISSING OR NOT NUMERIC"
051600             TO WS-REJ-REASON
051700         GO TO 2200-EXIT
051800     END-IF.
051900     IF WS-CARD-SURV = WS-CARD-RET
052000         MOVE "SURVIVOR AND RETIRED ID THE SAME"
052100             TO WS-REJ-REASON
052200         GO TO 2200-EXIT
052300     END-IF.
052400     MOVE WS-CARD-SURV TO WS-LOOK-ID.
052500     PERFORM 2400-FIND-ON-CARDS THRU 2400-EXIT.
052600     IF WS-FND = ZERO
052700         MOVE WS-CARD-RET TO WS-LOOK-ID
052800         PERFORM 2400-FIND-ON-CARDS THRU 2400-EXIT
052900     END-IF.
053000     IF WS-FND NOT = ZERO
053100         MOVE "ID ALREADY ON ANOTHER MERGE CARD"
053200             TO WS-REJ-REASON
053300         GO TO 2200-EXIT
053400     END-IF.
053500     MOVE WS-CARD-SURV TO MR-ID.
053600     READ PLAYER-MASTER
053700         INVALID KEY
053800             MOVE "SURVIVOR NOT ON MASTER - RESTORE IT FIRST"
053900                 TO WS-REJ-REASON
054000             GO TO 2200-EXIT
054100     END-READ.
054200     MOVE MR-NAME TO WS-SURV-NAME.
054300     MOVE WS-CARD-RET TO MR-ID.
054400     READ PLAYER-MASTER
054500         INVALID KEY
054600             GO TO 2200-TRY-ARCHIVE
054700     END-READ.
054800     MOVE "M" TO WS-CARD-SOURCE.
054900     MOVE MR-MASTER-RECORD TO WS-RET-IMAGE.
055000     GO TO 2200-CHECK-NAME.
055100 2200-TRY-ARCHIVE.
055200     MOVE WS-CARD-RET TO AR-ID.
055300     READ ARCHIVE-FILE
055400         INVALID KEY
055500             MOVE "RETIRED ID NOT ON MASTER OR ARCHIVE"
055600                 TO WS-REJ-REASON
055700             GO TO 2200-EXIT
055800     END-READ.
055900     MOVE "A" TO WS-CARD-SOURCE.
056000     MOVE AR-ARCHIVE-RECORD TO WS-RET-IMAGE.
056100 2200-CHECK-NAME.
056200     IF WS-RV-NAME NOT = WS-SURV-NAME AND WS-CARD-FORCE NOT = "Y"
056300         MOVE "SURNAMES DIFFER - Y IN COLUMN 11 TO FORCE"
056400             TO WS-REJ-REASON
056500     END-IF.
056600 2200-EXIT.
056700     EXIT.
056800
056900 2300-PRINT-CARD-LINE.
057000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
057100         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
057200     END-IF.
057300     MOVE WS-CARD-SURV TO WS-MD-SURV.
057400     MOVE WS-CARD-RET TO WS-MD-RET.
057500     WRITE PRINT-RECORD FROM WS-MRG-DETAIL-LINE
057600         AFTER ADVANCING 1 LINE.
057700     ADD 1 TO WS-LINE-COUNT.
057800 2300-EXIT.
057900     EXIT.
058000
058100*=============================================================*
058200*  2400-FIND-ON-CARDS - IS WS-LOOK-ID ALREADY A SURVIVOR OR A *
058300*     RETIRED ID ON A TABLED CARD?  WS-FND IS THE ENTRY, ZERO *
058400*     WHEN IT IS NOT.                                         *
058500*=============================================================*
058600 2400-FIND-ON-CARDS.
058700     MOVE ZERO TO WS-FND.
058800     PERFORM 2410-MATCH-CARD THRU 2410-EXIT
058900         VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > WS-MRG-COUNT.
059000 2400-EXIT.
059100     EXIT.
059200
059300 2410-MATCH-CARD.
059400     IF WS-MRG-SURV(WS-MDX) = WS-LOOK-ID
059500             OR WS-MRG-RET(WS-MDX) = WS-LOOK-ID
059600         MOVE WS-MDX TO WS-FND
059700         MOVE WS-MRG-COUNT TO WS-MDX
059800     END-IF.
059900 2410-EXIT.
060000     EXIT.
060100
060200*=============================================================*
060300*  2500-FIND-RETIRED - IS WS-LOOK-ID THE RETIRED ID ON A      *
060400*     TABLED CARD?  WS-FND IS THE ENTRY, ZERO WHEN IT IS NOT. *
060500*=============================================================*
060600 2500-FIND-RETIRED.
060700     MOVE ZERO TO WS-FND.
060800     PERFORM 2510-MATCH-RETIRED THRU 2510-EXIT
060900         VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > WS-MRG-COUNT.
061000 2500-EXIT.
061100     EXIT.
061200
061300 2510-MATCH-RETIRED.
061400     IF WS-MRG-RET(WS-MDX) = WS-LOOK-ID
061500         MOVE WS-MDX TO WS-FND
061600         MOVE WS-MRG-COUNT TO WS-MDX
061700     END-IF.
061800 2510-EXIT.
061900     EXIT.
062000
062100*=============================================================*
062200*  3000-REPOINT-LEDGER - ONE PASS OF THE GAMELOG LEDGER,      *
062300*     REWRITING IN PLACE EVERY GAME WHERE EITHER PLAYER IS A  *
062400*     RETIRED ID.  THE CLUB CODES STAY AS THEY WERE ON THE    *
062500*     NIGHT.  A GAME THE TWO IDS PLAYED AGAINST EACH OTHER    *
062600*     ENDS UP WITH THE SURVIVOR ON BOTH SIDES - IT IS LISTED  *
062700*     FOR THE GRADING SECRETARY, NOT DROPPED.                 *
062800*=============================================================*
062900 3000-REPOINT-LEDGER.
063000     OPEN I-O GAME-LOG.
063100     IF NOT WS-GL-OK
063200         DISPLAY "TABLEMRG0060 UNABLE TO OPEN GAME-LOG, "
063300             "STATUS = " WS-GL-STATUS
063400         SET WS-ABEND-YES TO TRUE
063500         GO TO 3000-EXIT
063600     END-IF.
063700     PERFORM 3100-READ-GAME THRU 3100-EXIT.
063800     PERFORM 3200-REPOINT-ONE-GAME THRU 3200-EXIT
063900         UNTIL WS-GL-EOF OR WS-ABEND-YES.
064000     CLOSE GAME-LOG.
064100 3000-EXIT.
064200     EXIT.
064300
064400 3100-READ-GAME.
064500     READ GAME-LOG
064600         AT END
064700             SET WS-GL-EOF TO TRUE
064800     END-READ.
064900 3100-EXIT.
065000     EXIT.
065100
065200 3200-REPOINT-ONE-GAME.
065300     ADD 1 TO WS-GL-READ.
065400     MOVE "N" TO WS-CHANGED-SW.
065500     MOVE GL-WHITE-ID TO WS-LOOK-ID.
065600     PERFORM 2500-FIND-RETIRED THRU 2500-EXIT.
065700     IF WS-FND NOT = ZERO
065800         MOVE WS-MRG-SURV(WS-FND) TO GL-WHITE-ID
065900         ADD 1 TO WS-MRG-GL-COUNT(WS-FND)
066000         SET WS-CHANGED TO TRUE
066100     END-IF.
066200     MOVE GL-BLACK-ID TO WS-LOOK-ID.
066300     PERFORM 2500-FIND-RETIRED THRU 2500-EXIT.
066400     IF WS-FND NOT = ZERO
066500         MOVE WS-MRG-SURV(WS-FND) TO GL-BLACK-ID
066600         ADD 1 TO WS-MRG-GL-COUNT(WS-FND)
066700         SET WS-CHANGED TO TRUE
066800     END-IF.
066900     IF NOT WS-CHANGED
067000         GO TO 3200-NEXT
067100     END-IF.
067200     REWRITE GL-GAME-RECORD.
067300     IF NOT WS-GL-OK
067400         DISPLAY "TABLEMRG0070 UNABLE TO REWRITE GAME-LOG, "
067500             "STATUS = " WS-GL-STATUS
067600         SET WS-ABEND-YES TO TRUE
067700         GO TO 3200-EXIT
067800     END-IF.
067900     ADD 1 TO WS-GL-REPOINT.
068000     IF GL-WHITE-ID = GL-BLACK-ID
068100         MOVE GL-WHITE-ID TO WS-LOOK-ID
068200         PERFORM 2400-FIND-ON-CARDS THRU 2400-EXIT
068300         ADD 1 TO WS-MRG-SELF-COUNT(WS-FND)
068400         ADD 1 TO WS-WARN-COUNT
068500         DISPLAY "TABLEMRG0080 GAME OF " GL-RUN-DATE
068600             " NOW HAS " GL-WHITE-ID " ON BOTH SIDES"
068700     END-IF.
068800 3200-NEXT.
068900     PERFORM 3100-READ-GAME THRU 3100-EXIT.
069000 3200-EXIT.
069100     EXIT.
069200
069300*=============================================================*
069400*  4000-REPOINT-HISTORY - ONE PASS OF THE PLYHIST AUDIT FILE, *
069500*     REWRITING IN PLACE THE ID OF EVERY RECORD FILED UNDER A *
069600*     RETIRED ID.  THE BEFORE AND AFTER IMAGES ARE LEFT AS    *
069700*     THEY WERE WRITTEN, RETIRED ID AND ALL - THAT DIFFERENCE *
069800*     IS HOW TABLEHST AND TABLEBKO RECOGNISE A MERGED RECORD. *
069900*     THE FILE IS THEN REOPENED TO TAKE THE MERGE RECORDS.    *
070000*=============================================================*
070100 4000-REPOINT-HISTORY.
070200     OPEN I-O HIST-FILE.
070300     IF NOT WS-HS-OK
070400         DISPLAY "TABLEMRG0090 UNABLE TO OPEN HIST-FILE, "
070500             "STATUS = " WS-HS-STATUS
070600         SET WS-ABEND-YES TO TRUE
070700         GO TO 4000-EXIT
070800     END-IF.
070900     PERFORM 4100-READ-HIST THRU 4100-EXIT.
071000     PERFORM 4200-REPOINT-ONE-HIST THRU 4200-EXIT
071100         UNTIL WS-HS-EOF OR WS-ABEND-YES.
071200     CLOSE HIST-FILE.
071300     IF WS-ABEND-YES
071400         GO TO 4000-EXIT
071500     END-IF.
071600     OPEN EXTEND HIST-FILE.
071700     IF NOT WS-HS-OK
071800         DISPLAY "TABLEMRG0091 UNABLE TO EXTEND HIST-FILE, "
071900             "STATUS = " WS-HS-STATUS
072000         SET WS-ABEND-YES TO TRUE
072100         GO TO 4000-EXIT
072200     END-IF.
072300     SET WS-HIST-OPEN TO TRUE.
072400 4000-EXIT.
072500     EXIT.
072600
072700 4100-READ-HIST.
072800     READ HIST-FILE
072900         AT END
073000             SET WS-HS-EOF TO TRUE
073100     END-READ.
073200 4100-EXIT.
073300     EXIT.
073400
073500 4200-REPOINT-ONE-HIST.
073600     ADD 1 TO WS-HS-READ.
073700     MOVE HS-ID TO WS-LOOK-ID.
073800     PERFORM 2500-FIND-RETIRED THRU 2500-EXIT.
073900     IF WS-FND = ZERO
074000         GO TO 4200-NEXT
074100     END-IF.
074200     MOVE WS-MRG-SURV(WS-FND) TO HS-ID.
074300     REWRITE HS-HISTORY-RECORD.
074400     IF NOT WS-HS-OK
074500         DISPLAY "TABLEMRG0092 UNABLE TO REWRITE HIST-FILE, "
074600             "STATUS = " WS-HS-STATUS
074700         SET WS-ABEND-YES TO TRUE
074800         GO TO 4200-EXIT
074900     END-IF.
075000     ADD 1 TO WS-MRG-HS-COUNT(WS-FND).
075100     ADD 1 TO WS-HS-REPOINT.
075200 4200-NEXT.
075300     PERFORM 4100-READ-HIST THRU 4100-EXIT.
075400 4200-EXIT.
075500     EXIT.
075600
075700 4050-PRINT-HEADINGS.
075800     ADD 1 TO WS-PAGE-COUNT.
075900     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
076000     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
076100     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
076200     WRITE PRINT-RECORD FROM RPT-HEADING-1
076300         AFTER ADVANCING PAGE.
076400     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
076500     WRITE PRINT-RECORD FROM RPT-HEADING-2
076600         AFTER ADVANCING 2 LINES.
076700     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
076800         AFTER ADVANCING 1 LINE.
076900     MOVE ZERO TO WS-LINE-COUNT.
077000 4050-EXIT.
077100     EXIT.
077200
077300*=============================================================*
077400*  5000-APPLY-ONE-MERGE - THE MASTER SIDE OF ONE MERGE, ONCE  *
077500*     THE LEDGER AND HISTORY ARE REPOINTED: MOVE THE DUES,    *
077600*     FOLD THE RETIRED RECORD INTO THE SURVIVOR, TAKE THE     *
077700*     RETIRED ID OFF, LOG BOTH SIDES AND PRINT THE RESULT.    *
077800*=============================================================*
077900 5000-APPLY-ONE-MERGE.
078000     MOVE WS-MRG-SURV(WS-MDX) TO WS-CARD-SURV.
078100     MOVE WS-MRG-RET(WS-MDX) TO WS-CARD-RET.
078200     PERFORM 5100-FETCH-RETIRED THRU 5100-EXIT.
078300     IF WS-ABEND-YES
078400         GO TO 5000-EXIT
078500     END-IF.
078600     PERFORM 5300-MOVE-DUES THRU 5300-EXIT.
078700     IF WS-ABEND-YES
078800         GO TO 5000-EXIT
078900     END-IF.
079000     PERFORM 5200-FOLD-SURVIVOR THRU 5200-EXIT.
079100     IF WS-ABEND-YES
079200         GO TO 5000-EXIT
079300     END-IF.
079400     PERFORM 5400-REMOVE-RETIRED THRU 5400-EXIT.
079500     IF WS-ABEND-YES
079600         GO TO 5000-EXIT
079700     END-IF.
079800     MOVE WS-CARD-SURV TO WS-HIST-ID.
079900     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
080000     IF WS-ABEND-YES
080100         GO TO 5000-EXIT
080200     END-IF.
080300     MOVE WS-CARD-RET TO WS-HIST-ID.
080400     MOVE WS-RET-IMAGE TO WS-BEFORE-IMAGE.
080500     MOVE SPACES TO WS-AFTER-IMAGE.
080600     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
080700     IF WS-ABEND-YES
080800         GO TO 5000-EXIT
080900     END-IF.
081000     ADD 1 TO WS-APPLIED-COUNT.
081100     PERFORM 5900-PRINT-MERGE THRU 5900-EXIT.
081200 5000-EXIT.
081300     EXIT.
081400
081500*=============================================================*
081600*  5100-FETCH-RETIRED - THE RETIRED RECORD AS IT STANDS, OFF  *
081700*     THE MASTER OR THE ARCHIVE AS THE CARD EDIT FOUND IT.  A *
081800*     RETIRED ID ON THE MASTER THAT ALSO HAS A STALE ARCHIVE  *
081900*     COPY HAS THE COPY TAKEN OFF AS WELL.                    *
082000*=============================================================*
082100 5100-FETCH-RETIRED.
082200     MOVE "N" TO WS-ALSO-ARCH-SW.
082300     IF WS-MRG-FROM-ARCHIVE(WS-MDX)
082400         GO TO 5100-ARCHIVE
082500     END-IF.
082600     MOVE WS-CARD-RET TO MR-ID.
082700     READ PLAYER-MASTER
082800         INVALID KEY
082900             DISPLAY "TABLEMRG0100 RETIRED ID LEFT THE MASTER "
083000                 "DURING THE RUN - " WS-CARD-RET
083100             SET WS-ABEND-YES TO TRUE
083200             GO TO 5100-EXIT
083300     END-READ.
083400     MOVE MR-MASTER-RECORD TO WS-RET-IMAGE.
083500     MOVE WS-CARD-RET TO AR-ID.
083600     READ ARCHIVE-FILE
083700         INVALID KEY
083800             GO TO 5100-EXIT
083900     END-READ.
084000     SET WS-ALSO-ARCH TO TRUE.
084100     GO TO 5100-EXIT.
084200 5100-ARCHIVE.
084300     MOVE WS-CARD-RET TO AR-ID.
084400     READ ARCHIVE-FILE
084500         INVALID KEY
084600             DISPLAY "TABLEMRG0101 RETIRED ID LEFT THE ARCHIVE "
084700                 "DURING THE RUN - " WS-CARD-RET
084800             SET WS-ABEND-YES TO TRUE
084900             GO TO 5100-EXIT
085000     END-READ.
085100     MOVE AR-ARCHIVE-RECORD TO WS-RET-IMAGE.
085200 5100-EXIT.
085300     EXIT.
085400
085500*=============================================================*
085600*  5200-FOLD-SURVIVOR - ADD THE RETIRED ID'S RATED GAMES TO   *
085700*     THE SURVIVOR (HELD AT 999, THE FIELD'S LIMIT) AND KEEP  *
085800*     THE LATER OF THE TWO LAST-ACTIVE DATES, SO THE ARCHIVE  *
085900*     RUN JUDGES THE MEMBER ON THEIR LATEST GAME.             *
086000*=============================================================*
086100 5200-FOLD-SURVIVOR.
086200     MOVE WS-CARD-SURV TO MR-ID.
086300     READ PLAYER-MASTER
086400         INVALID KEY
086500             DISPLAY "TABLEMRG0102 SURVIVOR LEFT THE MASTER "
086600                 "DURING THE RUN - " WS-CARD-SURV
086700             SET WS-ABEND-YES TO TRUE
086800             GO TO 5200-EXIT
086900     END-READ.
087000     MOVE MR-MASTER-RECORD TO WS-BEFORE-IMAGE.
087100     MOVE ZERO TO WS-GAMES-SUM.
087200     IF MR-GAMES-PLAYED IS NUMERIC
087300         MOVE MR-GAMES-PLAYED TO WS-GAMES-SUM
087400     END-IF.
087500     IF WS-RV-GAMES IS NUMERIC
087600         ADD WS-RV-GAMES TO WS-GAMES-SUM
087700     END-IF.
087800     IF WS-GAMES-SUM > WS-GAMES-MAX
087900         DISPLAY "TABLEMRG0103 RATED GAMES FOR " WS-CARD-SURV
088000             " HELD AT 999 - COMBINED COUNT " WS-GAMES-SUM
088100         ADD 1 TO WS-WARN-COUNT
088200         MOVE WS-GAMES-MAX TO WS-GAMES-SUM
088300     END-IF.
088400     MOVE WS-GAMES-SUM TO MR-GAMES-PLAYED.
088500     IF WS-RV-LAST-ACTIVE IS NUMERIC
088600         IF WS-RV-LAST-ACTIVE > MR-LAST-ACTIVE
088700             MOVE WS-RV-LAST-ACTIVE TO MR-LAST-ACTIVE
088800         END-IF
088900     END-IF.
089000     REWRITE MR-MASTER-RECORD
089100         INVALID KEY
089200             DISPLAY "TABLEMRG0104 SURVIVOR REWRITE FAILED - "
089300                 WS-CARD-SURV
089400             SET WS-ABEND-YES TO TRUE
089500             GO TO 5200-EXIT
089600     END-REWRITE.
089700     MOVE MR-MASTER-RECORD TO WS-AFTER-IMAGE.
089800 5200-EXIT.
089900     EXIT.
090000
090100*=============================================================*
090200*  5300-MOVE-DUES - A RETIRED DUESMST RECORD MOVES TO THE     *
090300*     SURVIVOR'S KEY; WHERE THE SURVIVOR IS ALREADY BILLED THE*
090400*     TWO ARE FOLDED - AMOUNTS ADDED, THE LATER PAID-THROUGH  *
090500*     DATE KEPT, AND THE MEMBER IN ARREARS IF EITHER RECORD   *
090600*     WAS OR THE PAYMENTS NOW TRAIL THE BILLINGS.  THE NEXT   *
090700*     TABLEPAY RUN RE-JUDGES THE STANDING AGAINST ITS CUTOFF. *
090800*=============================================================*
090900 5300-MOVE-DUES.
091000     MOVE SPACES TO WS-DUES-TEXT.
091100     IF NOT WS-DUES-ON
091200         MOVE "DUES NOT CHECKED" TO WS-DUES-TEXT
091300         GO TO 5300-EXIT
091400     END-IF.
091500     MOVE WS-CARD-RET TO DU-ID.
091600     READ DUES-MASTER
091700         INVALID KEY
091800             MOVE "NO DUES RECORD TO MOVE" TO WS-DUES-TEXT
091900             GO TO 5300-EXIT
092000     END-READ.
092100     MOVE DU-AMOUNT-DUE TO WS-DS-DUE.
092200     MOVE DU-AMOUNT-PAID TO WS-DS-PAID.
092300     MOVE DU-PAID-THRU TO WS-DS-THRU.
092400     MOVE DU-STANDING TO WS-DS-STANDING.
092500     MOVE WS-CARD-SURV TO DU-ID.
092600     READ DUES-MASTER
092700         INVALID KEY
092800             GO TO 5300-MOVE
092900     END-READ.
093000     ADD WS-DS-DUE TO DU-AMOUNT-DUE.
093100     ADD WS-DS-PAID TO DU-AMOUNT-PAID.
093200     IF WS-DS-THRU > DU-PAID-THRU
093300         MOVE WS-DS-THRU TO DU-PAID-THRU
093400     END-IF.
093500     IF WS-DS-STANDING = "A"
093600             OR DU-AMOUNT-PAID < DU-AMOUNT-DUE
093700         SET DU-ARREARS TO TRUE
093800     END-IF.
093900     REWRITE DU-DUES-RECORD
094000         INVALID KEY
094100             DISPLAY "TABLEMRG0105 DUES REWRITE FAILED - "
094200                 WS-CARD-SURV
094300             SET WS-ABEND-YES TO TRUE
094400             GO TO 5300-EXIT
094500     END-REWRITE.
094600     MOVE "DUES FOLDED INTO SURVIVOR" TO WS-DUES-TEXT.
094700     ADD 1 TO WS-DUES-FOLDED.
094800     GO TO 5300-DELETE.
094900 5300-MOVE.
095000     MOVE WS-CARD-SURV TO DU-ID.
095100     MOVE WS-DS-DUE TO DU-AMOUNT-DUE.
095200     MOVE WS-DS-PAID TO DU-AMOUNT-PAID.
095300     MOVE WS-DS-THRU TO DU-PAID-THRU.
095400     MOVE WS-DS-STANDING TO DU-STANDING.
095500     WRITE DU-DUES-RECORD
095600         INVALID KEY
095700             DISPLAY "TABLEMRG0106 DUES WRITE FAILED - "
095800                 WS-CARD-SURV
095900             SET WS-ABEND-YES TO TRUE
096000             GO TO 5300-EXIT
096100     END-WRITE.
096200     MOVE "DUES MOVED TO SURVIVOR" TO WS-DUES-TEXT.
096300     ADD 1 TO WS-DUES-MOVED.
096400 5300-DELETE.
096500     MOVE WS-CARD-RET TO DU-ID.
096600     DELETE DUES-MASTER
096700         INVALID KEY
096800             DISPLAY "TABLEMRG0107 DUES DELETE FAILED - "
096900                 WS-CARD-RET
097000             SET WS-ABEND-YES TO TRUE
097100     END-DELETE.
097200 5300-EXIT.
097300     EXIT.
097400
097500*=============================================================*
097600*  5400-REMOVE-RETIRED - TAKE THE RETIRED ID OFF THE MASTER   *
097700*     OR THE ARCHIVE (BOTH, WHEN A STALE ARCHIVE COPY SAT     *
097800*     BEHIND A LIVE RECORD).                                  *
097900*=============================================================*
098000 5400-REMOVE-RETIRED.
098100     IF WS-MRG-FROM-ARCHIVE(WS-MDX) OR WS-ALSO-ARCH
098200         MOVE WS-CARD-RET TO AR-ID
098300         DELETE ARCHIVE-FILE
098400             INVALID KEY
098500                 DISPLAY "TABLEMRG0108 ARCHIVE DELETE FAILED - "
098600                     WS-CARD-RET
098700                 SET WS-ABEND-YES TO TRUE
098800                 GO TO 5400-EXIT
098900         END-DELETE
099000     END-IF.
099100     IF WS-MRG-FROM-ARCHIVE(WS-MDX)
099200         GO TO 5400-EXIT
099300     END-IF.
099400     MOVE WS-CARD-RET TO MR-ID.
099500     DELETE PLAYER-MASTER
099600         INVALID KEY
099700             DISPLAY "TABLEMRG0109 MASTER DELETE FAILED - "
099800                 WS-CARD-RET
099900             SET WS-ABEND-YES TO TRUE
100000     END-DELETE.
100100 5400-EXIT.
100200     EXIT.
100300
100400*=============================================================*
100500*  5900-PRINT-MERGE - THE REGISTER ENTRY FOR ONE APPLIED      *
100600*     MERGE: BOTH RECORDS, WHAT MOVED, AND ANY GAME THE TWO   *
100700*     IDS PLAYED AGAINST EACH OTHER.                          *
100800*=============================================================*
100900 5900-PRINT-MERGE.
101000     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
101100         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
101200     END-IF.
101300     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
101400         AFTER ADVANCING 1 LINE.
101500     ADD 1 TO WS-LINE-COUNT.
101600     MOVE WS-AFTER-IMAGE TO MR-MASTER-RECORD.
101700     MOVE "SURVIVOR  " TO WS-MN-LABEL.
101800     MOVE MR-NAME TO WS-MN-NAME.
101900     MOVE MR-FIRSTNAME TO WS-MN-FIRSTNAME.
102000     MOVE MR-GRADING TO WS-MN-GRADING.
102100     MOVE MR-CLUB TO WS-MN-CLUB.
102200     MOVE MR-GAMES-PLAYED TO WS-MN-GAMES.
102300     MOVE WS-MRG-NAME-TEXT TO WS-MD-TEXT.
102400     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
102500     IF WS-MRG-FROM-ARCHIVE(WS-MDX)
102600         MOVE "RETIRED A " TO WS-MN-LABEL
102700     ELSE
102800         MOVE "RETIRED M " TO WS-MN-LABEL
102900     END-IF.
103000     MOVE WS-RV-NAME TO WS-MN-NAME.
103100     MOVE WS-RV-FIRSTNAME TO WS-MN-FIRSTNAME.
103200     MOVE WS-RV-GRADING TO WS-MN-GRADING.
103300     MOVE WS-RV-CLUB TO WS-MN-CLUB.
103400     IF WS-RV-GAMES IS NUMERIC
103500         MOVE WS-RV-GAMES TO WS-MN-GAMES
103600     ELSE
103700         MOVE ZERO TO WS-MN-GAMES
103800     END-IF.
103900     MOVE WS-MRG-NAME-TEXT TO WS-MD-TEXT.
104000     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
104100     MOVE "GAMELOG SIDES REPOINTED" TO WS-MC-LABEL.
104200     MOVE WS-MRG-GL-COUNT(WS-MDX) TO WS-MC-NUM.
104300     MOVE WS-MRG-COUNT-TEXT TO WS-MD-TEXT.
104400     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
104500     MOVE "PLYHIST RECORDS REPOINTED" TO WS-MC-LABEL.
104600     MOVE WS-MRG-HS-COUNT(WS-MDX) TO WS-MC-NUM.
104700     MOVE WS-MRG-COUNT-TEXT TO WS-MD-TEXT.
104800     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
104900     MOVE WS-DUES-TEXT TO WS-MD-TEXT.
105000     PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT.
105100     IF WS-MRG-SELF-COUNT(WS-MDX) > ZERO
105200         MOVE "GAMES NOW AGAINST THEMSELVES - SEE SYSOUT"
105300             TO WS-MC-LABEL
105400         MOVE WS-MRG-SELF-COUNT(WS-MDX) TO WS-MC-NUM
105500         MOVE WS-MRG-COUNT-TEXT TO WS-MD-TEXT
105600         PERFORM 2300-PRINT-CARD-LINE THRU 2300-EXIT
105700     END-IF.
105800 5900-EXIT.
105900     EXIT.
106000
106100*=============================================================*
106200*  7000-WRITE-HISTORY - LOG ONE SIDE OF A MERGE TO THE AUDIT  *
106300*     HISTORY FILE, CODE "M".  THE CALLER SETS THE ID AND THE *
106400*     BEFORE AND AFTER IMAGES.  A FAILED HISTORY WRITE STOPS  *
106500*     THE RUN.                                                *
106600*=============================================================*
106700 7000-WRITE-HISTORY.
106800     MOVE WS-HIST-ID TO HS-ID.
106900     MOVE WS-SYS-DATE TO HS-RUN-DATE.
107000     MOVE "M" TO HS-TRAN-CODE.
107100     MOVE WS-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
107200     MOVE WS-AFTER-IMAGE TO HS-AFTER-IMAGE.
107233     MOVE SPACES TO HS-KEYED-BY.
107266     MOVE SPACES TO HS-APPROVED-BY.
107300     WRITE HS-HISTORY-RECORD.
107400     IF NOT WS-HS-OK
107500         DISPLAY "TABLEMRG0160 UNABLE TO WRITE HIST-FILE, "
107600             "STATUS = " WS-HS-STATUS
107700         SET WS-ABEND-YES TO TRUE
107800     END-IF.
107900 7000-EXIT.
108000     EXIT.
108100
108200*=============================================================*
108300*  9000-TERMINATE - TRAILER TOTALS, CLOSE FILES, SET THE      *
108400*     RETURN CODE.  A REJECTED CARD, A SELF-GAME, A CAPPED    *
108500*     GAME COUNT OR AN UNAVAILABLE DUES FILE IS RC=4.         *
108600*=============================================================*
108700 9000-TERMINATE.
108800     IF WS-MRG-COUNT = ZERO
108900         MOVE SPACES TO RPT-TRAILER-LINE
109000         MOVE "NO MERGE APPLIED" TO RPT-T-TEXT
109100         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
109200             AFTER ADVANCING 1 LINE
109300         ADD 1 TO WS-LINE-COUNT
109400     END-IF.
109500     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
109600     CLOSE CONTROL-FILE.
109700     CLOSE PLAYER-MASTER.
109800     CLOSE ARCHIVE-FILE.
109900     IF WS-DUES-ON
110000         CLOSE DUES-MASTER
110100     END-IF.
110200     IF WS-HIST-OPEN
110300         CLOSE HIST-FILE
110400     END-IF.
110500     CLOSE PRINT-FILE.
110600     DISPLAY " ".
110700     DISPLAY "***** PLAYER MERGE TOTALS *****".
110800     DISPLAY "CARDS READ       - " WS-CARD-COUNT.
110900     DISPLAY "MERGED           - " WS-APPLIED-COUNT.
111000     DISPLAY "REJECTED         - " WS-REJECT-COUNT.
111100     DISPLAY "GAMES REPOINTED  - " WS-GL-REPOINT.
111200     DISPLAY "HIST REPOINTED   - " WS-HS-REPOINT.
111300     DISPLAY "WARNINGS         - " WS-WARN-COUNT.
111400     IF WS-REJECT-COUNT > ZERO OR WS-WARN-COUNT > ZERO
111500             OR WS-CARD-COUNT = ZERO
111600         MOVE 4 TO RETURN-CODE
111700     ELSE
111800         MOVE ZERO TO RETURN-CODE
111900     END-IF.
112000 9000-EXIT.
112100     EXIT.
112200
112300*=============================================================*
112400*  9100-PRINT-TRAILER - MERGE TOTALS ON THE FOOT OF THE       *
112500*     REGISTER.                                               *
112600*=============================================================*
112700 9100-PRINT-TRAILER.
112800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
112900         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
113000     END-IF.
113100     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
113200         AFTER ADVANCING 1 LINE.
113300     ADD 1 TO WS-LINE-COUNT.
113400     MOVE SPACES TO RPT-TRAILER-LINE.
113500     MOVE "MERGE SUMMARY" TO RPT-T-TEXT.
113600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
113700     MOVE WS-CARD-COUNT TO WS-EDIT-NUM.
113800     MOVE "CARDS READ" TO RPT-T-TEXT.
113900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
114000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
114100     MOVE WS-APPLIED-COUNT TO WS-EDIT-NUM.
114200     MOVE "MERGES APPLIED" TO RPT-T-TEXT.
114300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
114400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
114500     MOVE WS-REJECT-COUNT TO WS-EDIT-NUM.
114600     MOVE "CARDS REJECTED" TO RPT-T-TEXT.
114700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
114800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
114900     MOVE WS-GL-READ TO WS-EDIT-NUM.
115000     MOVE "GAMELOG READ" TO RPT-T-TEXT.
115100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
115200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
115300     MOVE WS-GL-REPOINT TO WS-EDIT-NUM.
115400     MOVE "GAMELOG REWRITTEN" TO RPT-T-TEXT.
115500     MOVE WS-EDIT-NUM TO RPT-T-NUM.
115600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
115700     MOVE WS-HS-READ TO WS-EDIT-NUM.
115800     MOVE "PLYHIST READ" TO RPT-T-TEXT.
115900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
116000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
116100     MOVE WS-HS-REPOINT TO WS-EDIT-NUM.
116200     MOVE "PLYHIST REWRITTEN" TO RPT-T-TEXT.
116300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
116400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
116500     MOVE WS-DUES-MOVED TO WS-EDIT-NUM.
116600     MOVE "DUES MOVED" TO RPT-T-TEXT.
116700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
116800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
116900     MOVE WS-DUES-FOLDED TO WS-EDIT-NUM.
117000     MOVE "DUES FOLDED" TO RPT-T-TEXT.
117100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
117200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
117300 9100-EXIT.
117400     EXIT.
117500
117600 9110-PRINT-FIGURE.
117700     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
117800         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
117900     END-IF.
118000     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
118100         AFTER ADVANCING 1 LINE.
118200     MOVE SPACES TO RPT-TRAILER-LINE.
118300     ADD 1 TO WS-LINE-COUNT.
118400 9110-EXIT.
118500     EXIT.
