000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEFWD.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEFWD - POINT-IN-TIME FORWARD RECOVERY OF PLAYER-MASTER.*
000900*  LOADS A NAMED BACKUP COPY OF THE MASTER (PLYBKUP, AN       *
001000*  UNLOAD OF THE CLUSTER) INTO AN EMPTY RECOVERY CLUSTER      *
001100*  (PLYRBLD) AND REPLAYS THE PLYHIST AFTER IMAGES ONTO IT IN  *
001200*  FILE ORDER UP TO THE CUTOFF ON THE SYSIN CONTROL CARD -    *
001300*  EVERY MAINTENANCE, RESULT, PURGE, RESTORE, BACK-OUT AND    *
001400*  MERGE RECORD ALIKE.  AN IMAGE WITH A BLANK BEFORE IS AN    *
001500*  ADD, ONE WITH A BLANK AFTER IS A DELETE, ANYTHING ELSE A   *
001600*  REWRITE.  EACH RECORD IS KEYED ON THE ID IN ITS IMAGES,    *
001700*  NOT HS-ID, SO HISTORY REPOINTED BY A LATER MERGE REPLAYS   *
001800*  UNDER THE ID IT WAS WRITTEN FOR.  EVERY RECORD REPLAYED    *
001900*  PRINTS ON THE FWDOUT REGISTER.  A RECORD WHOSE BEFORE      *
002000*  IMAGE IS NOT WHAT THE REBUILD HOLDS AT THAT MOMENT IS A    *
002100*  CONFLICT: IT IS LISTED WITH BOTH IMAGES AND ITS AFTER IMAGE*
002200*  IS STILL APPLIED, SINCE THE AFTER IMAGE IS WHAT THE MASTER *
002300*  HELD ONCE THAT UPDATE WAS MADE.                            *
002400*                                                             *
002500*  CONTROL CARD:  COLUMNS  1-6   CUTOFF DATE  YYMMDD          *
002600*                 COLUMNS  8-11  CUTOFF TIME  HHMM (OPTIONAL) *
002700*                 COLUMNS 13-18  BACKUP DATE  YYMMDD          *
002800*  PLYHIST CARRIES A RUN DATE BUT NO TIME OF DAY, SO A CUTOFF *
002900*  TIME CANNOT PLACE A RECORD WITHIN ITS DAY.  A BLANK TIME   *
003000*  (OR 2400) TAKES THE WHOLE CUTOFF DATE; ANY OTHER TIME STOPS*
003100*  THE REBUILD AT THE CLOSE OF THE DAY BEFORE, AND THE CUTOFF *
003200*  DATE'S RECORDS ARE LISTED AS HELD, NOT REPLAYED.  LIKEWISE *
003300*  THE BACKUP MAY HAVE BEEN TAKEN PART WAY THROUGH ITS DATE:  *
003400*  HISTORY BEFORE THE BACKUP DATE IS PASSED OVER, AND A       *
003500*  BACKUP-DATE RECORD THE BACKUP ALREADY REFLECTS (THE REBUILD*
003600*  ALREADY HOLDS ITS AFTER IMAGE) IS LISTED AS ALREADY IN THE *
003700*  BACKUP RATHER THAN AS A CONFLICT.  A MERGE DELETE ("M",    *
003800*  BLANK AFTER IMAGE) THAT FINDS NOTHING TO DELETE WAS AN     *
003900*  ARCHIVED ID FOLDED IN BY TABLEMRG AND IS NOT A CONFLICT.   *
004000*                                                             *
004100*  THE RUN MAKES THE SAME CKPTFILE RUN-CONTROL CHECKS AS      *
004200*  TABLEMNT AND REFUSES (RC=8) UNDER A PENDING TABLE RESTART  *
004300*  OR AN UNFINISHED MAINTENANCE RUN.  RC=4 MEANS CONFLICTS,   *
004400*  HELD RECORDS, OR NOTHING TO REPLAY - SEE THE REGISTER.     *
004500*  NEITHER PLYMAST NOR PLYHIST IS UPDATED - OPERATIONS PUTS   *
004600*  THE RECOVERY CLUSTER IN PLACE ONCE THE REGISTER IS PROVED. *
004700*=============================================================*
004800*  MODIFICATION HISTORY                                       *
004900*  DATE      BY   DESCRIPTION                                 *
005000*  10/15/26  JPM  ORIGINAL                                    *
005100*=============================================================*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.  IBM-370.
005500 OBJECT-COMPUTER.  IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CONTROL-FILE ASSIGN TO SYSIN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CC-STATUS.
006100
006200     SELECT BACKUP-FILE ASSIGN TO PLYBKUP
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-BK-STATUS.
006500
006600     SELECT REBUILD-MASTER ASSIGN TO PLYRBLD
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS MR-ID
007000         FILE STATUS IS WS-RB-STATUS.
007100
007200     SELECT HIST-FILE ASSIGN TO PLYHIST
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-HS-STATUS.
007500
007600     SELECT PRINT-FILE ASSIGN TO FWDOUT
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PR-STATUS.
007900
008000     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS CK-KEY
008400         FILE STATUS IS WS-CK-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CONTROL-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  CONTROL-CARD           PIC X(80).
009200
009300 FD  BACKUP-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  BK-MASTER-RECORD       PIC X(45).
009700
009800 FD  REBUILD-MASTER
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY PLYMAST.
010200
010300 FD  HIST-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY PLYHIST.
010700
010800 FD  PRINT-FILE
010900     LABEL RECORDS ARE OMITTED.
011000 01  PRINT-RECORD           PIC X(132).
011100
011200 FD  CHECKPOINT-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY CKPTREC.
011600
011700 WORKING-STORAGE SECTION.
011800*-----------------------------------------------------------*
011900*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
012000*  FROM THE NIGHTLY REPORT, PLUS A REPLAY REGISTER LINE AND *
012100*  THE IMAGE LINES PRINTED UNDER A CONFLICT.                *
012200*-----------------------------------------------------------*
012300     COPY RPTLINES.
012400
012500 01  WS-FWD-DETAIL-LINE.
012600     05  FILLER              PIC X(10) VALUE SPACES.
012700     05  WS-FD-DATE          PIC X(06).
012800     05  FILLER              PIC X(02) VALUE SPACES.
012900     05  WS-FD-ID            PIC X(04).
013000     05  FILLER              PIC X(02) VALUE SPACES.
013100     05  WS-FD-CODE          PIC X(01).
013200     05  FILLER              PIC X(02) VALUE SPACES.
013300     05  WS-FD-ACTION        PIC X(40).
013400
013500 01  WS-FWD-IMAGE-LINE.
013600     05  FILLER              PIC X(27) VALUE SPACES.
013700     05  WS-FI-LABEL         PIC X(08).
013800     05  WS-FI-IMAGE         PIC X(45).
013900
014000*-----------------------------------------------------------*
014100*  FILE STATUS AND SWITCHES                                 *
014200*-----------------------------------------------------------*
014300 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
014400     88  WS-CC-OK           VALUE "00".
014500     88  WS-CC-EOF          VALUE "10".
014600 77  WS-BK-STATUS       PIC X(02) VALUE SPACES.
014700     88  WS-BK-OK           VALUE "00".
014800     88  WS-BK-EOF          VALUE "10".
014900 77  WS-RB-STATUS       PIC X(02) VALUE SPACES.
015000     88  WS-RB-OK           VALUE "00".
015100 77  WS-HS-STATUS       PIC X(02) VALUE SPACES.
015200     88  WS-HS-OK           VALUE "00".
015300     88  WS-HS-EOF          VALUE "10".
015400 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
015500     88  WS-PR-OK           VALUE "00".
015600 77  WS-CK-STATUS       PIC X(02) VALUE SPACES.
015700     88  WS-CK-OK           VALUE "00".
015800 77  WS-ABEND-SW        PIC X(01) VALUE "N".
015900     88  WS-ABEND-YES       VALUE "Y".
016000 77  WS-BLOCKED-SW      PIC X(01) VALUE "N".
016100     88  WS-BLOCKED-YES     VALUE "Y".
016200 77  WS-ON-FILE-SW      PIC X(01) VALUE "N".
016300     88  WS-ON-FILE         VALUE "Y".
016400     88  WS-NOT-ON-FILE     VALUE "N".
016500
016600*-----------------------------------------------------------*
016700*  RECOVERY CONTROLS - THE CUTOFF AND THE BACKUP DATE COME  *
016800*  OFF THE CONTROL CARD.  WS-WHOLE-DAY IS SET WHEN THE      *
016900*  CUTOFF TIME IS BLANK OR 2400, SO THE CUTOFF DATE'S OWN   *
017000*  RECORDS ARE REPLAYED.                                    *
017100*-----------------------------------------------------------*
017200 01  WS-CARD-AREA.
017300     05  WS-CARD-CUT-DATE   PIC X(06).
017400     05  FILLER             PIC X(01).
017500     05  WS-CARD-CUT-TIME   PIC X(04).
017600     05  WS-CARD-CUT-TIME-R REDEFINES WS-CARD-CUT-TIME.
017700         10  WS-CARD-CUT-HH PIC 9(02).
017800         10  WS-CARD-CUT-MM PIC 9(02).
017900     05  FILLER             PIC X(01).
018000     05  WS-CARD-BKP-DATE   PIC X(06).
018100     05  FILLER             PIC X(62).
018200 77  WS-CUT-DATE        PIC 9(06) VALUE ZERO.
018300 77  WS-BKP-DATE        PIC 9(06) VALUE ZERO.
018400 77  WS-WHOLE-DAY-SW    PIC X(01) VALUE "N".
018500     88  WS-WHOLE-DAY       VALUE "Y".
018600 77  WS-IMAGE-ID        PIC X(04) VALUE SPACES.
018700 77  WS-CUR-IMAGE       PIC X(45) VALUE SPACES.
018800
018900*-----------------------------------------------------------*
019000*  RUN TOTALS - PRINTED ON THE RECOVERY TRAILER             *
019100*-----------------------------------------------------------*
019200 77  WS-BACKUP-COUNT    PIC 9(05) COMP VALUE ZERO.
019300 77  WS-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
019400 77  WS-PRIOR-COUNT     PIC 9(07) COMP VALUE ZERO.
019500 77  WS-REPLAY-COUNT    PIC 9(05) COMP VALUE ZERO.
019600 77  WS-ALREADY-COUNT   PIC 9(05) COMP VALUE ZERO.
019700 77  WS-CONFLICT-COUNT  PIC 9(05) COMP VALUE ZERO.
019800 77  WS-ARCH-MRG-COUNT  PIC 9(05) COMP VALUE ZERO.
019900 77  WS-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
020000 77  WS-AFTER-COUNT     PIC 9(07) COMP VALUE ZERO.
020100 77  WS-REBUILT-COUNT   PIC 9(05) COMP VALUE ZERO.
020200 77  WS-EDIT-NUM        PIC ZZZZZZ9.
020300
020400*-----------------------------------------------------------*
020500*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
020600*  NIGHTLY REPORT.                                          *
020700*-----------------------------------------------------------*
020800 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
020900 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
021000 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
021100 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
021200 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
021300 01  WS-TITLE-AREA.
021400     05  FILLER              PIC X(20)
021500         VALUE "FORWARD RECOVERY TO ".
021600     05  WS-TITLE-DATE       PIC X(06).
021700 01  WS-SYS-DATE-AREA.
021800     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
021900 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
022000     05  WS-SYS-YY          PIC 9(02).
022100     05  WS-SYS-MM          PIC 9(02).
022200     05  WS-SYS-DD          PIC 9(02).
022300 01  WS-RUN-DATE-ED.
022400     05  WS-RUN-MM          PIC 9(02).
022500     05  FILLER             PIC X(01) VALUE "/".
022600     05  WS-RUN-DD          PIC 9(02).
022700     05  FILLER             PIC X(01) VALUE "/".
022800     05  WS-RUN-YY          PIC 9(02).
022900
023000 PROCEDURE DIVISION.
023100*=============================================================*
023200*  0000-MAINLINE                                              *
023300*=============================================================*
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     IF WS-BLOCKED-YES
023700         GO TO 9998-BLOCKED
023800     END-IF.
023900     IF WS-ABEND-YES
024000         GO TO 9999-ABEND
024100     END-IF.
024200     PERFORM 1300-LOAD-BACKUP THRU 1300-EXIT.
024300     IF WS-ABEND-YES
024400         GO TO 9999-ABEND
024500     END-IF.
024600     PERFORM 2000-REPLAY-HISTORY THRU 2000-EXIT.
024700     IF WS-ABEND-YES
024800         GO TO 9999-ABEND
024900     END-IF.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     GOBACK.
025200*  A BLOCKED START IS A CONTROLLED STOP, NOT AN ABEND - NOTHING
025300*  WAS OPENED AND RC=8 TELLS OPERATIONS TO CLEAR THE PENDING
025400*  RESTART FIRST.
025500 9998-BLOCKED.
025600     MOVE 8 TO RETURN-CODE.
025700     GOBACK.
025800 9999-ABEND.
025900     CLOSE CONTROL-FILE.
026000     CLOSE BACKUP-FILE.
026100     CLOSE REBUILD-MASTER.
026200     CLOSE HIST-FILE.
026300     CLOSE PRINT-FILE.
026400     MOVE 16 TO RETURN-CODE.
026500     GOBACK.
026600 0000-EXIT.
026700     EXIT.
026800
026900*=============================================================*
027000*  1000-INITIALIZE - RUN CONTROL FIRST, THEN THE CONTROL CARD,*
027100*     THEN THE REGISTER.  NOTHING IS TOUCHED WHEN THE RUN IS  *
027200*     BLOCKED.                                                *
027300*=============================================================*
027400 1000-INITIALIZE.
027500     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
027600     IF WS-BLOCKED-YES
027700         GO TO 1000-EXIT
027800     END-IF.
027900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
028000     IF WS-ABEND-YES
028100         GO TO 1000-EXIT
028200     END-IF.
028300     OPEN OUTPUT PRINT-FILE.
028400     IF NOT WS-PR-OK
028500         DISPLAY "TABLEFWD0050 UNABLE TO OPEN PRINT-FILE, "
028600             "STATUS = " WS-PR-STATUS
028700         SET WS-ABEND-YES TO TRUE
028800         GO TO 1000-EXIT
028900     END-IF.
029000     ACCEPT WS-SYS-DATE FROM DATE.
029100     MOVE WS-SYS-MM TO WS-RUN-MM.
029200     MOVE WS-SYS-DD TO WS-RUN-DD.
029300     MOVE WS-SYS-YY TO WS-RUN-YY.
029400     MOVE WS-CARD-CUT-DATE TO WS-TITLE-DATE.
029500     MOVE WS-TITLE-AREA TO WS-RPT-TITLE.
029600     MOVE "DATE    ID    C  ACTION" TO WS-RPT-COLHDG.
029700     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
029800 1000-EXIT.
029900     EXIT.
030000
030100*=============================================================*
030200*  1100-READ-CONTROL - EDIT THE CONTROL CARD.  BOTH DATES MUST*
030300*     BE NUMERIC AND THE BACKUP NO LATER THAN THE CUTOFF; THE *
030400*     TIME, WHEN GIVEN, MUST BE A REAL HHMM.                  *
030500*=============================================================*
030600 1100-READ-CONTROL.
030700     OPEN INPUT CONTROL-FILE.
030800     IF NOT WS-CC-OK
030900         DISPLAY "TABLEFWD0010 UNABLE TO OPEN CONTROL-FILE, "
031000             "STATUS = " WS-CC-STATUS
031100         SET WS-ABEND-YES TO TRUE
031200         GO TO 1100-EXIT
031300     END-IF.
031400     READ CONTROL-FILE
031500         AT END
031600             SET WS-CC-EOF TO TRUE
031700     END-READ.
031800     IF WS-CC-EOF
031900         DISPLAY "TABLEFWD0020 CONTROL CARD MISSING - SUPPLY "
032000             "CUTOFF YYMMDD (1-6), HHMM (8-11), BACKUP "
032100             "YYMMDD (13-18)"
032200         SET WS-ABEND-YES TO TRUE
032300         GO TO 1100-EXIT
032400     END-IF.
032500     MOVE CONTROL-CARD TO WS-CARD-AREA.
032600     IF WS-CARD-CUT-DATE IS NOT NUMERIC
032700             OR WS-CARD-BKP-DATE IS NOT NUMERIC
032800         DISPLAY "TABLEFWD0030 CUTOFF OR BACKUP DATE NOT "
032900             "NUMERIC - " WS-CARD-CUT-DATE " " WS-CARD-BKP-DATE
033000         SET WS-ABEND-YES TO TRUE
033100         GO TO 1100-EXIT
033200     END-IF.
033300     MOVE WS-CARD-CUT-DATE TO WS-CUT-DATE.
033400     MOVE WS-CARD-BKP-DATE TO WS-BKP-DATE.
033500     IF WS-BKP-DATE > WS-CUT-DATE
033600         DISPLAY "TABLEFWD0031 BACKUP DATE " WS-CARD-BKP-DATE
033700             " IS LATER THAN THE CUTOFF " WS-CARD-CUT-DATE
033800         SET WS-ABEND-YES TO TRUE
033900         GO TO 1100-EXIT
034000     END-IF.
034100     IF WS-CARD-CUT-TIME = SPACES OR WS-CARD-CUT-TIME = "2400"
034200         SET WS-WHOLE-DAY TO TRUE
034300         GO TO 1100-EXIT
034400     END-IF.
034500     IF WS-CARD-CUT-TIME IS NOT NUMERIC
034600         DISPLAY "TABLEFWD0032 CUTOFF TIME NOT HHMM - "
034700             WS-CARD-CUT-TIME
034800         SET WS-ABEND-YES TO TRUE
034900         GO TO 1100-EXIT
035000     END-IF.
035100     IF WS-CARD-CUT-HH > 23 OR WS-CARD-CUT-MM > 59
035200         DISPLAY "TABLEFWD0032 CUTOFF TIME NOT HHMM - "
035300             WS-CARD-CUT-TIME
035400         SET WS-ABEND-YES TO TRUE
035500         GO TO 1100-EXIT
035600     END-IF.
035700     IF WS-CUT-DATE = WS-BKP-DATE
035800         DISPLAY "TABLEFWD0033 CUTOFF TIME ON THE BACKUP DATE "
035900             "HOLDS THE WHOLE DAY - NOTHING CAN BE REPLAYED"
036000         SET WS-ABEND-YES TO TRUE
036100         GO TO 1100-EXIT
036200     END-IF.
036300     DISPLAY "TABLEFWD0034 PLYHIST HAS NO TIME OF DAY - "
036400         "RECORDS DATED " WS-CARD-CUT-DATE
036500         " ARE HELD, NOT REPLAYED".
036600 1100-EXIT.
036700     EXIT.
036800
036900*=============================================================*
037000*  1200-CHECK-RUN-CONTROL - THE SAME GUARDS TABLEMNT MAKES:   *
037100*     NO RECOVERY WHILE CKPTFILE SHOWS A PENDING TABLE        *
037200*     RESTART OR AN UNFINISHED MAINTENANCE RUN - THE HISTORY  *
037300*     OF A HALF-FINISHED NIGHT IS NOT A POINT TO RECOVER TO.  *
037400*     A CHECKPOINT FILE THAT CANNOT BE OPENED (FRESH INSTALL) *
037500*     SKIPS THE CHECK - THERE IS NOTHING PENDING TO PROTECT.  *
037600*=============================================================*
037700 1200-CHECK-RUN-CONTROL.
037800     OPEN INPUT CHECKPOINT-FILE.
037900     IF NOT WS-CK-OK
038000         DISPLAY "TABLEFWD0110 CHECKPOINT-FILE NOT AVAILABLE, "
038100             "STATUS = " WS-CK-STATUS
038200             " - RUN-CONTROL CHECK SKIPPED"
038300         GO TO 1200-EXIT
038400     END-IF.
038500     MOVE "CKPT" TO CK-KEY.
038600     READ CHECKPOINT-FILE
038700         INVALID KEY
038800             CONTINUE
038900         NOT INVALID KEY
039000             IF CK-LAST-ID NOT = SPACES
039100                     OR CK-VALID-YES OR CK-LDR-YES
039200                 DISPLAY "TABLEFWD0120 TABLE RESTART PENDING "
039300                     "ON CKPTFILE - RESUBMIT STEP20 BEFORE "
039400                     "RECOVERING"
039500                 SET WS-BLOCKED-YES TO TRUE
039600             END-IF
039700     END-READ.
039800     IF NOT WS-BLOCKED-YES
039900         MOVE "MNT " TO CK-KEY
040000         READ CHECKPOINT-FILE
040100             INVALID KEY
040200                 CONTINUE
040300             NOT INVALID KEY
040400                 IF MN-RUNNING
040500                     DISPLAY "TABLEFWD0130 ROSTER MAINTENANCE "
040600                         "INCOMPLETE ON CKPTFILE - RERUN "
040700                         "STEP10 BEFORE RECOVERING"
040800                     SET WS-BLOCKED-YES TO TRUE
040900                 END-IF
041000         END-READ
041100     END-IF.
041200     CLOSE CHECKPOINT-FILE.
041300 1200-EXIT.
041400     EXIT.
041500
041600*=============================================================*
041700*  1300-LOAD-BACKUP - COPY THE NAMED BACKUP INTO THE EMPTY    *
041800*     RECOVERY CLUSTER, THEN REOPEN THE CLUSTER FOR UPDATE.   *
041900*     A DUPLICATE KEY MEANS THE BACKUP IS NOT A MASTER UNLOAD *
042000*     AND STOPS THE RUN.                                      *
042100*=============================================================*
042200 1300-LOAD-BACKUP.
042300     OPEN INPUT BACKUP-FILE.
042400     IF NOT WS-BK-OK
042500         DISPLAY "TABLEFWD0040 UNABLE TO OPEN BACKUP-FILE, "
042600             "STATUS = " WS-BK-STATUS
042700         SET WS-ABEND-YES TO TRUE
042800         GO TO 1300-EXIT
042900     END-IF.
043000     OPEN OUTPUT REBUILD-MASTER.
043100     IF NOT WS-RB-OK
043200         DISPLAY "TABLEFWD0041 UNABLE TO OPEN REBUILD-MASTER, "
043300             "STATUS = " WS-RB-STATUS
043400         SET WS-ABEND-YES TO TRUE
043500         GO TO 1300-EXIT
043600     END-IF.
043700     PERFORM 1310-READ-BACKUP THRU 1310-EXIT.
043800     PERFORM 1320-LOAD-ONE THRU 1320-EXIT
043900         UNTIL WS-BK-EOF OR WS-ABEND-YES.
044000     IF WS-ABEND-YES
044100         GO TO 1300-EXIT
044200     END-IF.
044300     CLOSE BACKUP-FILE.
044400     CLOSE REBUILD-MASTER.
044500     OPEN I-O REBUILD-MASTER.
044600     IF NOT WS-RB-OK
044700         DISPLAY "TABLEFWD0042 UNABLE TO REOPEN REBUILD-MASTER, "
044800             "STATUS = " WS-RB-STATUS
044900         SET WS-ABEND-YES TO TRUE
045000         GO TO 1300-EXIT
045100     END-IF.
045200     MOVE WS-BACKUP-COUNT TO WS-REBUILT-COUNT.
045300 1300-EXIT.
045400     EXIT.
045500
045600 1310-READ-BACKUP.
045700     READ BACKUP-FILE
045800         AT END
045900             SET WS-BK-EOF TO TRUE
046000     END-READ.
046100 1310-EXIT.
046200     EXIT.
046300
046400 1320-LOAD-ONE.
046500     MOVE BK-MASTER-RECORD TO MR-MASTER-RECORD.
046600     WRITE MR-MASTER-RECORD
046700         INVALID KEY
046800             DISPLAY "TABLEFWD0043 DUPLICATE KEY ON "
046900                 "BACKUP-FILE - " MR-ID
047000             SET WS-ABEND-YES TO TRUE
047100             GO TO 1320-EXIT
047200     END-WRITE.
047300     ADD 1 TO WS-BACKUP-COUNT.
047400     PERFORM 1310-READ-BACKUP THRU 1310-EXIT.
047500 1320-EXIT.
047600     EXIT.
047700
047800*=============================================================*
047900*  2000-REPLAY-HISTORY - ONE PASS OF THE AUDIT HISTORY IN FILE*
048000*     ORDER.  HISTORY FROM BEFORE THE BACKUP DATE IS PASSED   *
048100*     OVER; HISTORY AFTER THE CUTOFF IS COUNTED ONLY.         *
048200*=============================================================*
048300 2000-REPLAY-HISTORY.
048400     OPEN INPUT HIST-FILE.
048500     IF NOT WS-HS-OK
048600         DISPLAY "TABLEFWD0060 UNABLE TO OPEN HIST-FILE, "
048700             "STATUS = " WS-HS-STATUS
048800         SET WS-ABEND-YES TO TRUE
048900         GO TO 2000-EXIT
049000     END-IF.
049100     PERFORM 2100-READ-HIST THRU 2100-EXIT.
049200     PERFORM 2200-REPLAY-ONE THRU 2200-EXIT
049300         UNTIL WS-HS-EOF OR WS-ABEND-YES.
049400     IF WS-REPLAY-COUNT = ZERO AND WS-ALREADY-COUNT = ZERO
049500         MOVE SPACES TO RPT-TRAILER-LINE
049600         MOVE "NOTHING TO REPLAY" TO RPT-T-TEXT
049700         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
049800             AFTER ADVANCING 1 LINE
049900         ADD 1 TO WS-LINE-COUNT
050000     END-IF.
050100 2000-EXIT.
050200     EXIT.
050300
050400 2100-READ-HIST.
050500     READ HIST-FILE
050600         AT END
050700             SET WS-HS-EOF TO TRUE
050800     END-READ.
050900 2100-EXIT.
051000     EXIT.
051100
051200*=============================================================*
051300*  2200-REPLAY-ONE - PLACE ONE HISTORY RECORD AGAINST THE     *
051400*     RECOVERY WINDOW AND, INSIDE IT, REPLAY IT BY THE SHAPE  *
051500*     OF ITS IMAGES.  THE KEY IS THE ID IN THE IMAGES - A     *
051600*     RECORD REPOINTED BY A MERGE STILL CARRIES THE ID IT WAS *
051700*     WRITTEN FOR THERE.                                      *
051800*=============================================================*
051900 2200-REPLAY-ONE.
052000     ADD 1 TO WS-READ-COUNT.
052100     IF HS-RUN-DATE < WS-BKP-DATE
052200         ADD 1 TO WS-PRIOR-COUNT
052300         GO TO 2200-NEXT
052400     END-IF.
052500     IF HS-RUN-DATE > WS-CUT-DATE
052600         ADD 1 TO WS-AFTER-COUNT
052700         GO TO 2200-NEXT
052800     END-IF.
052900     IF HS-BEFORE-IMAGE = SPACES
053000         MOVE HS-AFTER-IMAGE(1:4) TO WS-IMAGE-ID
053100     ELSE
053200         MOVE HS-BEFORE-IMAGE(1:4) TO WS-IMAGE-ID
053300     END-IF.
053400     IF HS-RUN-DATE = WS-CUT-DATE AND NOT WS-WHOLE-DAY
053500         ADD 1 TO WS-HELD-COUNT
053600         MOVE "HELD - ON CUTOFF DATE, NO TIME OF DAY"
053700             TO WS-FD-ACTION
053800         PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT
053900         GO TO 2200-NEXT
054000     END-IF.
054100     PERFORM 3000-READ-REBUILD THRU 3000-EXIT.
054200     IF HS-BEFORE-IMAGE = SPACES
054300         PERFORM 3100-REPLAY-ADD THRU 3100-EXIT
054400         GO TO 2200-NEXT
054500     END-IF.
054600     IF HS-AFTER-IMAGE = SPACES
054700         PERFORM 3200-REPLAY-DELETE THRU 3200-EXIT
054800         GO TO 2200-NEXT
054900     END-IF.
055000     PERFORM 3300-REPLAY-CHANGE THRU 3300-EXIT.
055100 2200-NEXT.
055200     PERFORM 2100-READ-HIST THRU 2100-EXIT.
055300 2200-EXIT.
055400     EXIT.
055500
055600*=============================================================*
055700*  3000-READ-REBUILD - WHAT THE REBUILD HOLDS FOR THE ID NOW. *
055800*=============================================================*
055900 3000-READ-REBUILD.
056000     MOVE WS-IMAGE-ID TO MR-ID.
056100     SET WS-ON-FILE TO TRUE.
056200     READ REBUILD-MASTER
056300         INVALID KEY
056400             SET WS-NOT-ON-FILE TO TRUE
056500     END-READ.
056600     IF WS-ON-FILE
056700         MOVE MR-MASTER-RECORD TO WS-CUR-IMAGE
056800     ELSE
056900         MOVE SPACES TO WS-CUR-IMAGE
057000     END-IF.
057100 3000-EXIT.
057200     EXIT.
057300
057400*=============================================================*
057500*  3100-REPLAY-ADD - AN ADD, RESTORE OR RE-ADD: THE ID SHOULD *
057600*     NOT BE ON THE REBUILD YET.  ONE THAT IS IS A CONFLICT   *
057700*     AND IS REWRITTEN FROM THE AFTER IMAGE.                  *
057800*=============================================================*
057900 3100-REPLAY-ADD.
058000     IF WS-ON-FILE
058100         GO TO 3100-ON-FILE
058200     END-IF.
058300     MOVE HS-AFTER-IMAGE TO MR-MASTER-RECORD.
058400     WRITE MR-MASTER-RECORD
058500         INVALID KEY
058600             DISPLAY "TABLEFWD0070 REBUILD WRITE FAILED - "
058700                 WS-IMAGE-ID
058800             SET WS-ABEND-YES TO TRUE
058900             GO TO 3100-EXIT
059000     END-WRITE.
059100     ADD 1 TO WS-REBUILT-COUNT.
059200     ADD 1 TO WS-REPLAY-COUNT.
059300     MOVE "ADDED" TO WS-FD-ACTION.
059400     PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT.
059500     GO TO 3100-EXIT.
059600 3100-ON-FILE.
059700     IF WS-CUR-IMAGE = HS-AFTER-IMAGE
059800             AND HS-RUN-DATE = WS-BKP-DATE
059900         PERFORM 3800-ALREADY-APPLIED THRU 3800-EXIT
060000         GO TO 3100-EXIT
060100     END-IF.
060200     PERFORM 3400-REWRITE-AFTER THRU 3400-EXIT.
060300     IF WS-ABEND-YES
060400         GO TO 3100-EXIT
060500     END-IF.
060600     MOVE "CONFLICT - ALREADY ON FILE, REWRITTEN"
060700         TO WS-FD-ACTION.
060800     PERFORM 3850-CONFLICT THRU 3850-EXIT.
060900 3100-EXIT.
061000     EXIT.
061100
061200*=============================================================*
061300*  3200-REPLAY-DELETE - A DELETE, PURGE OR MERGE: THE REBUILD *
061400*     SHOULD HOLD THE BEFORE IMAGE.  ONE HOLDING SOMETHING    *
061500*     ELSE IS A CONFLICT AND IS STILL DELETED.  A MERGE THAT  *
061600*     FINDS NOTHING TO DELETE FOLDED IN AN ARCHIVED ID.       *
061700*=============================================================*
061800 3200-REPLAY-DELETE.
061900     IF WS-NOT-ON-FILE
062000         GO TO 3200-NOT-ON-FILE
062100     END-IF.
062200     DELETE REBUILD-MASTER
062300         INVALID KEY
062400             DISPLAY "TABLEFWD0080 REBUILD DELETE FAILED - "
062500                 WS-IMAGE-ID
062600             SET WS-ABEND-YES TO TRUE
062700             GO TO 3200-EXIT
062800     END-DELETE.
062900     SUBTRACT 1 FROM WS-REBUILT-COUNT.
063000     IF WS-CUR-IMAGE = HS-BEFORE-IMAGE
063100         ADD 1 TO WS-REPLAY-COUNT
063200         MOVE "DELETED" TO WS-FD-ACTION
063300         PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT
063400         GO TO 3200-EXIT
063500     END-IF.
063600     MOVE "CONFLICT - HELD OTHER IMAGE, DELETED"
063700         TO WS-FD-ACTION.
063800     PERFORM 3850-CONFLICT THRU 3850-EXIT.
063900     GO TO 3200-EXIT.
064000 3200-NOT-ON-FILE.
064100     IF HS-TRAN-CODE = "M"
064200         ADD 1 TO WS-ARCH-MRG-COUNT
064300         MOVE "ARCHIVED ID MERGED - NOTHING TO DELETE"
064400             TO WS-FD-ACTION
064500         PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT
064600         GO TO 3200-EXIT
064700     END-IF.
064800     IF HS-RUN-DATE = WS-BKP-DATE
064900         PERFORM 3800-ALREADY-APPLIED THRU 3800-EXIT
065000         GO TO 3200-EXIT
065100     END-IF.
065200     MOVE "CONFLICT - NOT ON FILE, NOTHING DELETED"
065300         TO WS-FD-ACTION.
065400     PERFORM 3850-CONFLICT THRU 3850-EXIT.
065500 3200-EXIT.
065600     EXIT.
065700
065800*=============================================================*
065900*  3300-REPLAY-CHANGE - A CHANGE: THE REBUILD SHOULD HOLD THE *
066000*     BEFORE IMAGE.  ANYTHING ELSE IS A CONFLICT; THE AFTER   *
066100*     IMAGE GOES ON REGARDLESS, ADDED IF THE ID IS MISSING.   *
066200*=============================================================*
066300 3300-REPLAY-CHANGE.
066400     IF WS-ON-FILE AND WS-CUR-IMAGE = HS-BEFORE-IMAGE
066500         PERFORM 3400-REWRITE-AFTER THRU 3400-EXIT
066600         IF WS-ABEND-YES
066700             GO TO 3300-EXIT
066800         END-IF
066900         ADD 1 TO WS-REPLAY-COUNT
067000         MOVE "CHANGED" TO WS-FD-ACTION
067100         PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT
067200         GO TO 3300-EXIT
067300     END-IF.
067400     IF WS-CUR-IMAGE = HS-AFTER-IMAGE
067500             AND HS-RUN-DATE = WS-BKP-DATE
067600         PERFORM 3800-ALREADY-APPLIED THRU 3800-EXIT
067700         GO TO 3300-EXIT
067800     END-IF.
067900     IF WS-ON-FILE
068000         PERFORM 3400-REWRITE-AFTER THRU 3400-EXIT
068100         MOVE "CONFLICT - BEFORE IMAGE DIFFERS"
068200             TO WS-FD-ACTION
068300     ELSE
068400         MOVE HS-AFTER-IMAGE TO MR-MASTER-RECORD
068500         WRITE MR-MASTER-RECORD
068600             INVALID KEY
068700                 DISPLAY "TABLEFWD0070 REBUILD WRITE FAILED - "
068800                     WS-IMAGE-ID
068900                 SET WS-ABEND-YES TO TRUE
069000         END-WRITE
069100         ADD 1 TO WS-REBUILT-COUNT
069200         MOVE "CONFLICT - NOT ON FILE, ADDED"
069300             TO WS-FD-ACTION
069400     END-IF.
069500     IF WS-ABEND-YES
069600         GO TO 3300-EXIT
069700     END-IF.
069800     PERFORM 3850-CONFLICT THRU 3850-EXIT.
069900 3300-EXIT.
070000     EXIT.
070100
070200 3400-REWRITE-AFTER.
070300     MOVE HS-AFTER-IMAGE TO MR-MASTER-RECORD.
070400     REWRITE MR-MASTER-RECORD
070500         INVALID KEY
070600             DISPLAY "TABLEFWD0090 REBUILD REWRITE FAILED - "
070700                 WS-IMAGE-ID
070800             SET WS-ABEND-YES TO TRUE
070900     END-REWRITE.
071000 3400-EXIT.
071100     EXIT.
071200
071300*=============================================================*
071400*  3800-ALREADY-APPLIED - A BACKUP-DATE RECORD THE BACKUP WAS *
071500*     TAKEN AFTER: THE REBUILD ALREADY HOLDS WHAT IT LEFT.    *
071600*=============================================================*
071700 3800-ALREADY-APPLIED.
071800     ADD 1 TO WS-ALREADY-COUNT.
071900     MOVE "ALREADY IN BACKUP" TO WS-FD-ACTION.
072000     PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT.
072100 3800-EXIT.
072200     EXIT.
072300
072400*=============================================================*
072500*  3850-CONFLICT - COUNT A CONFLICT AND LIST IT WITH WHAT THE *
072600*     REBUILD HELD AND WHAT THE HISTORY EXPECTED.  THE CALLER *
072700*     HAS ALREADY APPLIED THE AFTER IMAGE.                    *
072800*=============================================================*
072900 3850-CONFLICT.
073000     ADD 1 TO WS-CONFLICT-COUNT.
073100     ADD 1 TO WS-REPLAY-COUNT.
073200     PERFORM 3900-PRINT-REPLAY THRU 3900-EXIT.
073300     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
073400         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
073500     END-IF.
073600     MOVE "HELD   " TO WS-FI-LABEL.
073700     MOVE WS-CUR-IMAGE TO WS-FI-IMAGE.
073800     WRITE PRINT-RECORD FROM WS-FWD-IMAGE-LINE
073900         AFTER ADVANCING 1 LINE.
074000     MOVE "BEFORE " TO WS-FI-LABEL.
074100     MOVE HS-BEFORE-IMAGE TO WS-FI-IMAGE.
074200     WRITE PRINT-RECORD FROM WS-FWD-IMAGE-LINE
074300         AFTER ADVANCING 1 LINE.
074400     ADD 2 TO WS-LINE-COUNT.
074500 3850-EXIT.
074600     EXIT.
074700
074800*=============================================================*
074900*  3900-PRINT-REPLAY - ONE REGISTER LINE PER HISTORY RECORD   *
075000*     TAKEN UP: ITS DATE, THE PLAYER, THE ORIGINAL TRANSACTION*
075100*     CODE, AND WHAT THE RECOVERY DID WITH IT.                *
075200*=============================================================*
075300 3900-PRINT-REPLAY.
075400     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
075500         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
075600     END-IF.
075700     MOVE HS-RUN-DATE TO WS-FD-DATE.
075800     MOVE WS-IMAGE-ID TO WS-FD-ID.
075900     MOVE HS-TRAN-CODE TO WS-FD-CODE.
076000     WRITE PRINT-RECORD FROM WS-FWD-DETAIL-LINE
076100         AFTER ADVANCING 1 LINE.
076200     ADD 1 TO WS-LINE-COUNT.
076300 3900-EXIT.
076400     EXIT.
076500
076600*=============================================================*
076700*  4050-PRINT-HEADINGS - STARTS A NEW PAGE.  SAME HEADING     *
076800*     PAIR AND PAGE HANDLING AS THE NIGHTLY REPORT.           *
076900*=============================================================*
077000 4050-PRINT-HEADINGS.
077100     ADD 1 TO WS-PAGE-COUNT.
077200     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
077300     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
077400     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
077500     WRITE PRINT-RECORD FROM RPT-HEADING-1
077600         AFTER ADVANCING PAGE.
077700     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
077800     WRITE PRINT-RECORD FROM RPT-HEADING-2
077900         AFTER ADVANCING 2 LINES.
078000     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
078100         AFTER ADVANCING 1 LINE.
078200     MOVE ZERO TO WS-LINE-COUNT.
078300 4050-EXIT.
078400     EXIT.
078500
078600*=============================================================*
078700*  9000-TERMINATE - TRAILER TOTALS, CLOSE FILES, SET THE      *
078800*     RETURN CODE.                                            *
078900*=============================================================*
079000 9000-TERMINATE.
079100     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
079200     CLOSE CONTROL-FILE.
079300     CLOSE REBUILD-MASTER.
079400     CLOSE HIST-FILE.
079500     CLOSE PRINT-FILE.
079600     DISPLAY " ".
079700     DISPLAY "***** FORWARD RECOVERY TOTALS *****".
079800     DISPLAY "BACKUP LOADED - " WS-BACKUP-COUNT.
079900     DISPLAY "HISTORY READ  - " WS-READ-COUNT.
080000     DISPLAY "BEFORE BACKUP - " WS-PRIOR-COUNT.
080100     DISPLAY "REPLAYED      - " WS-REPLAY-COUNT.
080200     DISPLAY "IN BACKUP     - " WS-ALREADY-COUNT.
080300     DISPLAY "CONFLICTS     - " WS-CONFLICT-COUNT.
080400     DISPLAY "ARCH MERGES   - " WS-ARCH-MRG-COUNT.
080500     DISPLAY "HELD          - " WS-HELD-COUNT.
080600     DISPLAY "AFTER CUTOFF  - " WS-AFTER-COUNT.
080700     DISPLAY "REBUILT       - " WS-REBUILT-COUNT.
080800     IF WS-CONFLICT-COUNT > ZERO OR WS-HELD-COUNT > ZERO
080900             OR (WS-REPLAY-COUNT = ZERO
081000                 AND WS-ALREADY-COUNT = ZERO)
081100         MOVE 4 TO RETURN-CODE
081200     ELSE
081300         MOVE ZERO TO RETURN-CODE
081400     END-IF.
081500 9000-EXIT.
081600     EXIT.
081700
081800*=============================================================*
081900*  9100-PRINT-TRAILER - RECOVERY TOTALS ON THE FOOT OF THE    *
082000*     REGISTER.  BACKUP RECORDS PLUS ADDS LESS DELETES PROVES *
082100*     TO THE REBUILT MASTER COUNT.                            *
082200*=============================================================*
082300 9100-PRINT-TRAILER.
082400     IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
082500         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
082600     END-IF.
082700     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
082800         AFTER ADVANCING 1 LINE.
082900     MOVE SPACES TO RPT-TRAILER-LINE.
083000     MOVE "RECOVERY SUMMARY" TO RPT-T-TEXT.
083100     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
083200         AFTER ADVANCING 1 LINE.
083300     MOVE WS-BACKUP-COUNT TO WS-EDIT-NUM.
083400     MOVE "BACKUP RECORDS" TO RPT-T-TEXT.
083500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
083600     MOVE WS-READ-COUNT TO WS-EDIT-NUM.
083700     MOVE "HISTORY READ" TO RPT-T-TEXT.
083800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
083900     MOVE WS-PRIOR-COUNT TO WS-EDIT-NUM.
084000     MOVE "BEFORE BACKUP DATE" TO RPT-T-TEXT.
084100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
084200     MOVE WS-REPLAY-COUNT TO WS-EDIT-NUM.
084300     MOVE "REPLAYED" TO RPT-T-TEXT.
084400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
084500     MOVE WS-ALREADY-COUNT TO WS-EDIT-NUM.
084600     MOVE "ALREADY IN BACKUP" TO RPT-T-TEXT.
084700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
084800     MOVE WS-CONFLICT-COUNT TO WS-EDIT-NUM.
084900     MOVE "CONFLICTS" TO RPT-T-TEXT.
085000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
085100     MOVE WS-ARCH-MRG-COUNT TO WS-EDIT-NUM.
085200     MOVE "ARCHIVE MERGES" TO RPT-T-TEXT.
085300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
085400     MOVE WS-HELD-COUNT TO WS-EDIT-NUM.
085500     MOVE "HELD - CUTOFF TIME" TO RPT-T-TEXT.
085600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
085700     MOVE WS-AFTER-COUNT TO WS-EDIT-NUM.
085800     MOVE "AFTER CUTOFF" TO RPT-T-TEXT.
085900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
086000     MOVE WS-REBUILT-COUNT TO WS-EDIT-NUM.
086100     MOVE "REBUILT MASTER" TO RPT-T-TEXT.
086200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
086300     ADD 2 TO WS-LINE-COUNT.
086400 9100-EXIT.
086500     EXIT.
086600
086700 9110-PRINT-FIGURE.
086800     MOVE WS-EDIT-NUM TO RPT-T-NUM.
086900     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
087000         AFTER ADVANCING 1 LINE.
087100     MOVE SPACES TO RPT-TRAILER-LINE.
087200     ADD 1 TO WS-LINE-COUNT.
087300 9110-EXIT.
087400     EXIT.
