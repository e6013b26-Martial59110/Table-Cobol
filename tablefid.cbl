000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEFID.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEFID - APPLIES ADD/CHANGE/LAPSE TRANSACTIONS AGAINST   *
000900*  THE FEDXREF FEDERATION ID CROSS-REFERENCE, SO THE IDS THE  *
001000*  RATING SUBMISSION (TABLEFED) SENDS ARE MAINTAINED BY A     *
001100*  TRANSACTION RUN LIKE THE CLUB REFERENCE IS, NOT BY HAND.   *
001200*  AN ADD MUST NAME A PLAYER ON THE MASTER.  A LAPSE MARKS THE*
001300*  RECORD INACTIVE RATHER THAN DELETING IT - PAST SUBMISSIONS *
001400*  STILL CARRY THE FEDERATION ID.  A TRANSACTION THAT FAILS   *
001500*  ITS EDITS IS LISTED ON SYSOUT WITH ITS REASON AND THE      *
001600*  CROSS-REFERENCE IS LEFT ALONE; RC=4 SAYS SO.               *
001700*=============================================================*
001800*  MODIFICATION HISTORY                                       *
001900*  DATE      BY   DESCRIPTION                                 *
002000*  10/15/26  JPM  ORIGINAL                                    *
002100*=============================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
002500 OBJECT-COMPUTER.  IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FED-XREF ASSIGN TO FEDXREF
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS FE-ID
003200         FILE STATUS IS WS-FE-STATUS.
003300
003400     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS MR-ID
003800         FILE STATUS IS WS-PM-STATUS.
003900
004000     SELECT TRANS-FILE ASSIGN TO FEDIN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-TR-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FED-XREF
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY FEDXREF.
005000
005100 FD  PLAYER-MASTER
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY PLYMAST.
005500
005600 FD  TRANS-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY FEDTRAN.
006000
006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------*
006300*  FILE STATUS AND SWITCHES                                 *
006400*-----------------------------------------------------------*
006500 77  WS-FE-STATUS       PIC X(02) VALUE SPACES.
006600     88  WS-FE-OK           VALUE "00".
006700 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
006800     88  WS-PM-OK           VALUE "00".
006900 77  WS-TR-STATUS       PIC X(02) VALUE SPACES.
007000     88  WS-TR-OK           VALUE "00".
007100     88  WS-TR-EOF          VALUE "10".
007200 77  WS-ABEND-SW        PIC X(01) VALUE "N".
007300     88  WS-ABEND-YES       VALUE "Y".
007400 77  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
007500
007600*-----------------------------------------------------------*
007700*  RUN TOTALS - PRINTED ON THE MAINTENANCE TRAILER          *
007800*-----------------------------------------------------------*
007900 77  WS-ADD-COUNT       PIC 9(04) COMP VALUE ZERO.
008000 77  WS-CHANGE-COUNT    PIC 9(04) COMP VALUE ZERO.
008100 77  WS-LAPSE-COUNT     PIC 9(04) COMP VALUE ZERO.
008200 77  WS-ERROR-COUNT     PIC 9(04) COMP VALUE ZERO.
008300
008400 PROCEDURE DIVISION.
008500*=============================================================*
008600*  0000-MAINLINE                                              *
008700*=============================================================*
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009000     IF WS-ABEND-YES
009100         GO TO 9999-ABEND
009200     END-IF.
009300     PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
009400         UNTIL WS-TR-EOF.
009500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009600     GOBACK.
009700 9999-ABEND.
009800     MOVE 16 TO RETURN-CODE.
009900     GOBACK.
010000 0000-EXIT.
010100     EXIT.
010200
010300*=============================================================*
010400*  1000-INITIALIZE - OPEN THE CROSS-REFERENCE, THE MASTER AND *
010500*     THE TRANSACTION FILE AND PRIME THE FIRST READ.          *
010600*=============================================================*
010700 1000-INITIALIZE.
010800     ACCEPT WS-SYS-DATE FROM DATE.
010900     OPEN I-O FED-XREF.
011000     IF NOT WS-FE-OK
011100         PERFORM 1100-BUILD-FED-XREF THRU 1100-EXIT
011200     END-IF.
011300     IF WS-ABEND-YES
011400         GO TO 1000-EXIT
011500     END-IF.
011600     OPEN INPUT PLAYER-MASTER.
011700     IF NOT WS-PM-OK
011800         DISPLAY "TABLEFID0015 UNABLE TO OPEN PLAYER-MASTER, "
011900             "STATUS = " WS-PM-STATUS
012000         SET WS-ABEND-YES TO TRUE
012100         GO TO 1000-EXIT
012200     END-IF.
012300     OPEN INPUT TRANS-FILE.
012400     IF NOT WS-TR-OK
012500         DISPLAY "TABLEFID0020 UNABLE TO OPEN TRANS-FILE, "
012600             "STATUS = " WS-TR-STATUS
012700         SET WS-ABEND-YES TO TRUE
012800         GO TO 1000-EXIT
012900     END-IF.
013000     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
013100 1000-EXIT.
013200     EXIT.
013300
013400*=============================================================*
013500*  1100-BUILD-FED-XREF - SAFETY NET FOR AN ALREADY-DEFINED    *
013600*     BUT NEVER-LOADED CROSS-REFERENCE CLUSTER, SAME PATTERN  *
013700*     AS THE CLUB REFERENCE BUILD - THE VERY FIRST TABLEFID   *
013800*     RUN LOADS THE FILE FROM SCRATCH.                        *
013900*=============================================================*
014000 1100-BUILD-FED-XREF.
014100     OPEN OUTPUT FED-XREF.
014200     IF NOT WS-FE-OK
014300         DISPLAY "TABLEFID0010 UNABLE TO BUILD FED-XREF, "
014400             "STATUS = " WS-FE-STATUS
014500         SET WS-ABEND-YES TO TRUE
014600         GO TO 1100-EXIT
014700     END-IF.
014800     CLOSE FED-XREF.
014900     OPEN I-O FED-XREF.
015000     IF NOT WS-FE-OK
015100         DISPLAY "TABLEFID0011 UNABLE TO REOPEN FED-XREF, "
015200             "STATUS = " WS-FE-STATUS
015300         SET WS-ABEND-YES TO TRUE
015400     END-IF.
015500 1100-EXIT.
015600     EXIT.
015700
015800*=============================================================*
015900*  2000-PROCESS-ONE-TRANS - EDIT AND APPLY ONE A/C/D          *
016000*     TRANSACTION AGAINST THE CROSS-REFERENCE.                *
016100*=============================================================*
016200 2000-PROCESS-ONE-TRANS.
016300     IF FT-ID = SPACES
016400         DISPLAY "TABLEFID0030 PLAYER ID MISSING - "
016500             FT-TRANSACTION-RECORD
016600         ADD 1 TO WS-ERROR-COUNT
016700         GO TO 2000-NEXT
016800     END-IF.
016900     IF FT-ACTIVE NOT = SPACE AND FT-ACTIVE NOT = "Y"
017000             AND FT-ACTIVE NOT = "N"
017100         DISPLAY "TABLEFID0035 ACTIVE FLAG NOT Y OR N - "
017200             FT-TRANSACTION-RECORD
017300         ADD 1 TO WS-ERROR-COUNT
017400         GO TO 2000-NEXT
017500     END-IF.
017600     EVALUATE TRUE
017700         WHEN FT-ADD
017800             PERFORM 3000-ADD-XREF THRU 3000-EXIT
017900         WHEN FT-CHANGE
018000             PERFORM 4000-CHANGE-XREF THRU 4000-EXIT
018100         WHEN FT-LAPSE
018200             PERFORM 5000-LAPSE-XREF THRU 5000-EXIT
018300         WHEN OTHER
018400             DISPLAY "TABLEFID0040 INVALID TRANSACTION CODE - "
018500                 FT-CODE " FOR PLAYER " FT-ID
018600             ADD 1 TO WS-ERROR-COUNT
018700     END-EVALUATE.
018800 2000-NEXT.
018900     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
019000 2000-EXIT.
019100     EXIT.
019200
019300 2100-READ-TRANS.
019400     READ TRANS-FILE
019500         AT END
019600             SET WS-TR-EOF TO TRUE
019700     END-READ.
019800 2100-EXIT.
019900     EXIT.
020000
020100*=============================================================*
020200*  3000-ADD-XREF - WRITE A NEW CROSS-REFERENCE RECORD.  THE   *
020300*     PLAYER MUST BE ON THE MASTER AND THE FEDERATION ID IS   *
020400*     REQUIRED; A BLANK ACTIVE FLAG DEFAULTS TO ACTIVE.       *
020500*=============================================================*
020600 3000-ADD-XREF.
020700     IF FT-FED-ID = SPACES
020800         DISPLAY "TABLEFID0050 ADD REJECTED, FEDERATION ID "
020900             "MISSING - " FT-ID
021000         ADD 1 TO WS-ERROR-COUNT
021100         GO TO 3000-EXIT
021200     END-IF.
021300     MOVE FT-ID TO MR-ID.
021400     READ PLAYER-MASTER
021500         INVALID KEY
021600             DISPLAY "TABLEFID0055 ADD REJECTED, PLAYER NOT ON "
021700                 "MASTER - " FT-ID
021800             ADD 1 TO WS-ERROR-COUNT
021900             GO TO 3000-EXIT
022000     END-READ.
022100     MOVE FT-ID TO FE-ID.
022200     MOVE FT-FED-ID TO FE-FED-ID.
022300     IF FT-ACTIVE = SPACES
022400         SET FE-ACTIVE-YES TO TRUE
022500     ELSE
022600         MOVE FT-ACTIVE TO FE-ACTIVE
022700     END-IF.
022800     MOVE WS-SYS-DATE TO FE-LAST-MAINT.
022900     WRITE FE-XREF-RECORD
023000         INVALID KEY
023100             DISPLAY "TABLEFID0060 ADD REJECTED, PLAYER ALREADY "
023200                 "ON FILE - " FT-ID
023300             ADD 1 TO WS-ERROR-COUNT
023400         NOT INVALID KEY
023500             ADD 1 TO WS-ADD-COUNT
023600     END-WRITE.
023700 3000-EXIT.
023800     EXIT.
023900
024000*=============================================================*
024100*  4000-CHANGE-XREF - REWRITE AN EXISTING CROSS-REFERENCE     *
024200*     RECORD.  A BLANK TRANSACTION FIELD LEAVES THE FIELD AS  *
024300*     IT WAS, SAME RULE AS THE ROSTER MAINTENANCE; AN ACTIVE  *
024400*     FLAG OF "Y" REINSTATES A LAPSED MEMBERSHIP.             *
024500*=============================================================*
024600 4000-CHANGE-XREF.
024700     MOVE FT-ID TO FE-ID.
024800     READ FED-XREF
024900         INVALID KEY
025000             DISPLAY "TABLEFID0070 CHANGE REJECTED, PLAYER NOT "
025100                 "ON FILE - " FT-ID
025200             ADD 1 TO WS-ERROR-COUNT
025300             GO TO 4000-EXIT
025400     END-READ.
025500     IF FT-FED-ID NOT = SPACES
025600         MOVE FT-FED-ID TO FE-FED-ID
025700     END-IF.
025800     IF FT-ACTIVE NOT = SPACES
025900         MOVE FT-ACTIVE TO FE-ACTIVE
026000     END-IF.
026100     MOVE WS-SYS-DATE TO FE-LAST-MAINT.
026200     REWRITE FE-XREF-RECORD
026300         INVALID KEY
026400             DISPLAY "TABLEFID0080 CHANGE REJECTED ON REWRITE - "
026500                 FT-ID
026600             ADD 1 TO WS-ERROR-COUNT
026700         NOT INVALID KEY
026800             ADD 1 TO WS-CHANGE-COUNT
026900     END-REWRITE.
027000 4000-EXIT.
027100     EXIT.
027200
027300*=============================================================*
027400*  5000-LAPSE-XREF - MARK A CROSS-REFERENCE RECORD INACTIVE.  *
027500*     THE RECORD STAYS ON FILE SO PAST SUBMISSIONS STILL      *
027600*     RESOLVE, BUT TABLEFED HOLDS THE PLAYER'S GAMES BACK.    *
027700*=============================================================*
027800 5000-LAPSE-XREF.
027900     MOVE FT-ID TO FE-ID.
028000     READ FED-XREF
028100         INVALID KEY
028200             DISPLAY "TABLEFID0090 LAPSE REJECTED, PLAYER NOT "
028300                 "ON FILE - " FT-ID
028400             ADD 1 TO WS-ERROR-COUNT
028500             GO TO 5000-EXIT
028600     END-READ.
028700     SET FE-ACTIVE-NO TO TRUE.
028800     MOVE WS-SYS-DATE TO FE-LAST-MAINT.
028900     REWRITE FE-XREF-RECORD
029000         INVALID KEY
029100             DISPLAY "TABLEFID0091 LAPSE REJECTED ON REWRITE - "
029200                 FT-ID
029300             ADD 1 TO WS-ERROR-COUNT
029400         NOT INVALID KEY
029500             ADD 1 TO WS-LAPSE-COUNT
029600     END-REWRITE.
029700 5000-EXIT.
029800     EXIT.
029900
030000*=============================================================*
030100*  9000-TERMINATE - CLOSE FILES, PRINT TOTALS, SET RETURN CODE*
030200*=============================================================*
030300 9000-TERMINATE.
030400     CLOSE FED-XREF.
030500     CLOSE PLAYER-MASTER.
030600     CLOSE TRANS-FILE.
030700     DISPLAY " ".
030800     DISPLAY "***** FEDERATION XREF MAINTENANCE TOTALS *****".
030900     DISPLAY "ADDED    - " WS-ADD-COUNT.
031000     DISPLAY "CHANGED  - " WS-CHANGE-COUNT.
031100     DISPLAY "LAPSED   - " WS-LAPSE-COUNT.
031200     DISPLAY "REJECTED - " WS-ERROR-COUNT.
031300     IF WS-ERROR-COUNT > ZERO
031400         MOVE 4 TO RETURN-CODE
031500     ELSE
031600         MOVE ZERO TO RETURN-CODE
031700     END-IF.
031800 9000-EXIT.
031900     EXIT.
