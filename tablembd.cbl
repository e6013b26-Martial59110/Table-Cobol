000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEMBD.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEMBD - APPLIES ADD/CHANGE TRANSACTIONS AGAINST THE     *
000900*  MBRDTL MEMBER DETAILS FILE - DATE OF BIRTH, ADDRESS,       *
001000*  CONTACT DETAILS AND CONSENT FLAG OFF THE MEMBERSHIP FORM - *
001100*  SO THE JUNIOR AND VETERAN RUNS CAN TELL A PLAYER'S AGE     *
001200*  CATEGORY WITHOUT THE PAPER.  AN ADD MUST NAME A PLAYER ON  *
001300*  THE MASTER AND CARRY A DATE OF BIRTH, AN ADDRESS AND A     *
001400*  CONSENT FLAG.  A DATE OF BIRTH MUST BE A REAL CCYYMMDD DATE*
001500*  NOT AFTER TODAY.  A TRANSACTION THAT FAILS ITS EDITS IS    *
001600*  LISTED ON SYSOUT WITH ITS REASON AND THE DETAILS ARE LEFT  *
001700*  ALONE; RC=4 SAYS SO.                                       *
001800*=============================================================*
001900*  MODIFICATION HISTORY                                       *
002000*  DATE      BY   DESCRIPTION                                 *
002100*  10/15/26  JPM  ORIGINAL                                    *
002130*  10/15/26  JPM  DATE OF BIRTH DAY CHECKED AGAINST THE DAYS  *
002160*                 IN ITS MONTH, LEAP YEARS INCLUDED           *
002200*=============================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MEMBER-DETAILS ASSIGN TO MBRDTL
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS MD-ID
003300         FILE STATUS IS WS-MD-STATUS.
003400
003500     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS MR-ID
003900         FILE STATUS IS WS-PM-STATUS.
004000
004100     SELECT TRANS-FILE ASSIGN TO MBRIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-TR-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MEMBER-DETAILS
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY MBRDTL.
005100
005200 FD  PLAYER-MASTER
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY PLYMAST.
005600
005700 FD  TRANS-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY MBRTRAN.
006100
006200 WORKING-STORAGE SECTION.
006300*-----------------------------------------------------------*
006400*  FILE STATUS AND SWITCHES                                 *
006500*-----------------------------------------------------------*
006600 77  WS-MD-STATUS       PIC X(02) VALUE SPACES.
006700     88  WS-MD-OK           VALUE "00".
006800 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
006900     88  WS-PM-OK           VALUE "00".
007000 77  WS-TR-STATUS       PIC X(02) VALUE SPACES.
007100     88  WS-TR-OK           VALUE "00".
007200     88  WS-TR-EOF          VALUE "10".
007300 77  WS-ABEND-SW        PIC X(01) VALUE "N".
007400     88  WS-ABEND-YES       VALUE "Y".
007500 77  WS-DOB-SW          PIC X(01) VALUE "Y".
007600     88  WS-DOB-GOOD        VALUE "Y".
007700     88  WS-DOB-BAD         VALUE "N".
007800
007900*-----------------------------------------------------------*
008000*  TODAY'S DATE - STAMPED ON EVERY RECORD MAINTAINED, AND,  *
008100*  CENTURY ADDED, THE LATEST DATE OF BIRTH ACCEPTED.        *
008200*-----------------------------------------------------------*
008300 77  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
008400 01  WS-TODAY-AREA.
008500     05  WS-TODAY-CC        PIC 9(02) VALUE 20.
008600     05  WS-TODAY-YYMMDD    PIC 9(06) VALUE ZERO.
008700 01  WS-TODAY-R REDEFINES WS-TODAY-AREA.
008800     05  WS-TODAY-DATE8     PIC 9(08).
008900
008905*-----------------------------------------------------------*
008910*  DATE OF BIRTH EDIT - THE DAYS IN EACH MONTH.  FEBRUARY   *
008915*  IS RAISED TO 29 IN A LEAP YEAR BY 2210.                  *
008920*-----------------------------------------------------------*
008925 01  WS-MONTH-DAY-VALUES.
008930     05  FILLER             PIC X(12) VALUE "312831303130".
008935     05  FILLER             PIC X(12) VALUE "313130313031".
008940 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
008945     05  WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
008950 77  WS-DOB-LAST-DAY    PIC 9(02) VALUE ZERO.
008955 77  WS-DOB-QUOT        PIC 9(04) COMP VALUE ZERO.
008960 77  WS-DOB-REM         PIC 9(03) COMP VALUE ZERO.
008965
009000*-----------------------------------------------------------*
009100*  RUN TOTALS - PRINTED ON THE MAINTENANCE TRAILER          *
009200*-----------------------------------------------------------*
009300 77  WS-ADD-COUNT       PIC 9(04) COMP VALUE ZERO.
009400 77  WS-CHANGE-COUNT    PIC 9(04) COMP VALUE ZERO.
009500 77  WS-ERROR-COUNT     PIC 9(04) COMP VALUE ZERO.
009600
009700 PROCEDURE DIVISION.
009800*=============================================================*
009900*  0000-MAINLINE                                              *
010000*=============================================================*
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     IF WS-ABEND-YES
010400         GO TO 9999-ABEND
010500     END-IF.
010600     PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
010700         UNTIL WS-TR-EOF.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     GOBACK.
011000 9999-ABEND.
011100     MOVE 16 TO RETURN-CODE.
011200     GOBACK.
011300 0000-EXIT.
011400     EXIT.
011500
011600*=============================================================*
011700*  1000-INITIALIZE - OPEN THE DETAILS FILE, THE MASTER AND THE*
011800*     TRANSACTION FILE AND PRIME THE FIRST READ.              *
011900*=============================================================*
012000 1000-INITIALIZE.
012100     ACCEPT WS-SYS-DATE FROM DATE.
012200     MOVE WS-SYS-DATE TO WS-TODAY-YYMMDD.
012300     OPEN I-O MEMBER-DETAILS.
012400     IF NOT WS-MD-OK
012500         PERFORM 1100-BUILD-MEMBER-DETAILS THRU 1100-EXIT
012600     END-IF.
012700     IF WS-ABEND-YES
012800         GO TO 1000-EXIT
012900     END-IF.
013000     OPEN INPUT PLAYER-MASTER.
013100     IF NOT WS-PM-OK
013200         DISPLAY "TABLEMBD0015 UNABLE TO OPEN PLAYER-MASTER, "
013300             "STATUS = " WS-PM-STATUS
013400         SET WS-ABEND-YES TO TRUE
013500         GO TO 1000-EXIT
013600     END-IF.
013700     OPEN INPUT TRANS-FILE.
013800     IF NOT WS-TR-OK
013900         DISPLAY "TABLEMBD0020 UNABLE TO OPEN TRANS-FILE, "
014000             "STATUS = " WS-TR-STATUS
014100         SET WS-ABEND-YES TO TRUE
014200         GO TO 1000-EXIT
014300     END-IF.
014400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
014500 1000-EXIT.
014600     EXIT.
014700
014800*=============================================================*
014900*  1100-BUILD-MEMBER-DETAILS - SAFETY NET FOR AN ALREADY-     *
015000*     DEFINED BUT NEVER-LOADED DETAILS CLUSTER, SAME PATTERN  *
015100*     AS THE CLUB REFERENCE BUILD - THE VERY FIRST TABLEMBD   *
015200*     RUN LOADS THE FILE FROM SCRATCH.                        *
015300*=============================================================*
015400 1100-BUILD-MEMBER-DETAILS.
015500     OPEN OUTPUT MEMBER-DETAILS.
015600     IF NOT WS-MD-OK
015700         DISPLAY "TABLEMBD0010 UNABLE TO BUILD MEMBER-DETAILS, "
015800             "STATUS = " WS-MD-STATUS
015900         SET WS-ABEND-YES TO TRUE
016000         GO TO 1100-EXIT
016100     END-IF.
016200     CLOSE MEMBER-DETAILS.
016300     OPEN I-O MEMBER-DETAILS.
016400     IF NOT WS-MD-OK
016500         DISPLAY "TABLEMBD0011 UNABLE TO REOPEN MEMBER-DETAILS, "
016600             "STATUS = " WS-MD-STATUS
016700         SET WS-ABEND-YES TO TRUE
016800     END-IF.
016900 1100-EXIT.
017000     EXIT.
017100
017200*=============================================================*
017300*  2000-PROCESS-ONE-TRANS - EDIT AND APPLY ONE A/C            *
017400*     TRANSACTION AGAINST THE MEMBER DETAILS.                 *
017500*=============================================================*
017600 2000-PROCESS-ONE-TRANS.
017700     IF MB-ID = SPACES
017800         DISPLAY "TABLEMBD0030 PLAYER ID MISSING - "
017900             MB-TRANSACTION-RECORD
018000         ADD 1 TO WS-ERROR-COUNT
018100         GO TO 2000-NEXT
018200     END-IF.
018300     IF MB-CONSENT NOT = SPACE AND MB-CONSENT NOT = "Y"
018400             AND MB-CONSENT NOT = "N"
018500         DISPLAY "TABLEMBD0035 CONSENT FLAG NOT Y OR N - "
018600             MB-ID
018700         ADD 1 TO WS-ERROR-COUNT
018800         GO TO 2000-NEXT
018900     END-IF.
019000     IF MB-BIRTH-DATE NOT = SPACES
019100         PERFORM 2200-EDIT-BIRTH-DATE THRU 2200-EXIT
019200         IF WS-DOB-BAD
019300             DISPLAY "TABLEMBD0036 DATE OF BIRTH NOT A VALID "
019400                 "CCYYMMDD DATE UP TO TODAY - " MB-ID " "
019500                 MB-BIRTH-DATE
019600             ADD 1 TO WS-ERROR-COUNT
019700             GO TO 2000-NEXT
019800         END-IF
019900     END-IF.
020000     EVALUATE TRUE
020100         WHEN MB-ADD
020200             PERFORM 3000-ADD-DETAILS THRU 3000-EXIT
020300         WHEN MB-CHANGE
020400             PERFORM 4000-CHANGE-DETAILS THRU 4000-EXIT
020500         WHEN OTHER
020600             DISPLAY "TABLEMBD0040 INVALID TRANSACTION CODE - "
020700                 MB-CODE " FOR PLAYER " MB-ID
020800             ADD 1 TO WS-ERROR-COUNT
020900     END-EVALUATE.
021000 2000-NEXT.
021100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
021200 2000-EXIT.
021300     EXIT.
021400
021500 2100-READ-TRANS.
021600     READ TRANS-FILE
021700         AT END
021800             SET WS-TR-EOF TO TRUE
021900     END-READ.
022000 2100-EXIT.
022100     EXIT.
022200
022300*=============================================================*
022370*  2200-EDIT-BIRTH-DATE - NUMERIC, A YEAR FROM 1900, A MONTH  *
022440*     01-12, A DAY THAT MONTH HAS (FEBRUARY 29 ONLY IN A LEAP *
022510*     YEAR), AND NOT AFTER TODAY.                             *
022600*=============================================================*
022700 2200-EDIT-BIRTH-DATE.
022800     SET WS-DOB-BAD TO TRUE.
022900     IF MB-BIRTH-DATE IS NOT NUMERIC
023000         GO TO 2200-EXIT
023100     END-IF.
023200     IF MB-BIRTH-CCYY < 1900
023300         GO TO 2200-EXIT
023400     END-IF.
023500     IF MB-BIRTH-MM < 01 OR MB-BIRTH-MM > 12
023600         GO TO 2200-EXIT
023700     END-IF.
023750     MOVE WS-MONTH-DAYS(MB-BIRTH-MM) TO WS-DOB-LAST-DAY.
023800     IF MB-BIRTH-MM = 02
023850         PERFORM 2210-FEBRUARY-LENGTH THRU 2210-EXIT
023900     END-IF.
023950     IF MB-BIRTH-DD < 01 OR MB-BIRTH-DD > WS-DOB-LAST-DAY
024000         GO TO 2200-EXIT
024050     END-IF.
024100     IF MB-BIRTH-DATE > WS-TODAY-DATE8
024200         GO TO 2200-EXIT
024300     END-IF.
024400     SET WS-DOB-GOOD TO TRUE.
024500 2200-EXIT.
024600     EXIT.
024700
024702*=============================================================*
024704*  2210-FEBRUARY-LENGTH - 29 DAYS IN A LEAP YEAR: ONE THAT    *
024706*     DIVIDES BY 4, BUT NOT A CENTURY YEAR UNLESS IT DIVIDES  *
024708*     BY 400 (1900 IS NOT A LEAP YEAR, 2000 IS).              *
024710*=============================================================*
024712 2210-FEBRUARY-LENGTH.
024714     DIVIDE MB-BIRTH-CCYY BY 4 GIVING WS-DOB-QUOT
024716         REMAINDER WS-DOB-REM.
024718     IF WS-DOB-REM NOT = ZERO
024720         GO TO 2210-EXIT
024722     END-IF.
024724     DIVIDE MB-BIRTH-CCYY BY 100 GIVING WS-DOB-QUOT
024726         REMAINDER WS-DOB-REM.
024728     IF WS-DOB-REM NOT = ZERO
024730         MOVE 29 TO WS-DOB-LAST-DAY
024732         GO TO 2210-EXIT
024734     END-IF.
024736     DIVIDE MB-BIRTH-CCYY BY 400 GIVING WS-DOB-QUOT
024738         REMAINDER WS-DOB-REM.
024740     IF WS-DOB-REM = ZERO
024742         MOVE 29 TO WS-DOB-LAST-DAY
024744     END-IF.
024746 2210-EXIT.
024748     EXIT.
024750
024800*=============================================================*
024900*  3000-ADD-DETAILS - WRITE A NEW MEMBER DETAILS RECORD.  THE *
025000*     PLAYER MUST BE ON THE MASTER; DATE OF BIRTH, FIRST      *
025100*     ADDRESS LINE AND CONSENT FLAG ARE REQUIRED.             *
025200*=============================================================*
025300 3000-ADD-DETAILS.
025400     IF MB-BIRTH-DATE = SPACES
025500         DISPLAY "TABLEMBD0050 ADD REJECTED, DATE OF BIRTH "
025600             "MISSING - " MB-ID
025700         ADD 1 TO WS-ERROR-COUNT
025800         GO TO 3000-EXIT
025900     END-IF.
026000     IF MB-ADDRESS-1 = SPACES
026100         DISPLAY "TABLEMBD0051 ADD REJECTED, ADDRESS MISSING - "
026200             MB-ID
026300         ADD 1 TO WS-ERROR-COUNT
026400         GO TO 3000-EXIT
026500     END-IF.
026600     IF MB-CONSENT = SPACE
026700         DISPLAY "TABLEMBD0052 ADD REJECTED, CONSENT FLAG "
026800             "MISSING - " MB-ID
026900         ADD 1 TO WS-ERROR-COUNT
027000         GO TO 3000-EXIT
027100     END-IF.
027200     MOVE MB-ID TO MR-ID.
027300     READ PLAYER-MASTER
027400         INVALID KEY
027500             DISPLAY "TABLEMBD0055 ADD REJECTED, PLAYER NOT ON "
027600                 "MASTER - " MB-ID
027700             ADD 1 TO WS-ERROR-COUNT
027800             GO TO 3000-EXIT
027900     END-READ.
028000     MOVE SPACES TO MD-DETAIL-RECORD.
028100     MOVE MB-ID TO MD-ID.
028200     MOVE MB-BIRTH-DATE TO MD-BIRTH-DATE.
028300     MOVE MB-ADDRESS-1 TO MD-ADDRESS-1.
028400     MOVE MB-ADDRESS-2 TO MD-ADDRESS-2.
028500     MOVE MB-TOWN TO MD-TOWN.
028600     MOVE MB-POSTCODE TO MD-POSTCODE.
028700     MOVE MB-PHONE TO MD-PHONE.
028800     MOVE MB-EMAIL TO MD-EMAIL.
028900     MOVE MB-CONSENT TO MD-CONSENT.
029000     MOVE WS-SYS-DATE TO MD-CONSENT-DATE.
029100     MOVE WS-SYS-DATE TO MD-LAST-MAINT.
029200     WRITE MD-DETAIL-RECORD
029300         INVALID KEY
029400             DISPLAY "TABLEMBD0060 ADD REJECTED, PLAYER ALREADY "
029500                 "ON FILE - " MB-ID
029600             ADD 1 TO WS-ERROR-COUNT
029700         NOT INVALID KEY
029800             ADD 1 TO WS-ADD-COUNT
029900     END-WRITE.
030000 3000-EXIT.
030100     EXIT.
030200
030300*=============================================================*
030400*  4000-CHANGE-DETAILS - REWRITE AN EXISTING DETAILS RECORD.  *
030500*     A BLANK TRANSACTION FIELD LEAVES THE FIELD AS IT WAS,   *
030600*     SAME RULE AS THE ROSTER MAINTENANCE.  A CONSENT FLAG    *
030700*     THAT CHANGES IS RESTAMPED WITH TODAY'S DATE.            *
030800*=============================================================*
030900 4000-CHANGE-DETAILS.
031000     MOVE MB-ID TO MD-ID.
031100     READ MEMBER-DETAILS
031200         INVALID KEY
031300             DISPLAY "TABLEMBD0070 CHANGE REJECTED, PLAYER NOT "
031400                 "ON FILE - " MB-ID
031500             ADD 1 TO WS-ERROR-COUNT
031600             GO TO 4000-EXIT
031700     END-READ.
031800     IF MB-BIRTH-DATE NOT = SPACES
031900         MOVE MB-BIRTH-DATE TO MD-BIRTH-DATE
032000     END-IF.
032100     IF MB-ADDRESS-1 NOT = SPACES
032200         MOVE MB-ADDRESS-1 TO MD-ADDRESS-1
032300     END-IF.
032400     IF MB-ADDRESS-2 NOT = SPACES
032500         MOVE MB-ADDRESS-2 TO MD-ADDRESS-2
032600     END-IF.
032700     IF MB-TOWN NOT = SPACES
032800         MOVE MB-TOWN TO MD-TOWN
032900     END-IF.
033000     IF MB-POSTCODE NOT = SPACES
033100         MOVE MB-POSTCODE TO MD-POSTCODE
033200     END-IF.
033300     IF MB-PHONE NOT = SPACES
033400         MOVE MB-PHONE TO MD-PHONE
033500     END-IF.
033600     IF MB-EMAIL NOT = SPACES
033700         MOVE MB-EMAIL TO MD-EMAIL
033800     END-IF.
033900     IF MB-CONSENT NOT = SPACE AND MB-CONSENT NOT = MD-CONSENT
034000         MOVE MB-CONSENT TO MD-CONSENT
034100         MOVE WS-SYS-DATE TO MD-CONSENT-DATE
034200     END-IF.
034300     MOVE WS-SYS-DATE TO MD-LAST-MAINT.
034400     REWRITE MD-DETAIL-RECORD
034500         INVALID KEY
034600             DISPLAY "TABLEMBD0080 CHANGE REJECTED ON REWRITE - "
034700                 MB-ID
034800             ADD 1 TO WS-ERROR-COUNT
034900         NOT INVALID KEY
035000             ADD 1 TO WS-CHANGE-COUNT
035100     END-REWRITE.
035200 4000-EXIT.
035300     EXIT.
035400
035500*=============================================================*
035600*  9000-TERMINATE - CLOSE FILES, PRINT TOTALS, SET RETURN CODE*
035700*=============================================================*
035800 9000-TERMINATE.
035900     CLOSE MEMBER-DETAILS.
036000     CLOSE PLAYER-MASTER.
036100     CLOSE TRANS-FILE.
036200     DISPLAY " ".
036300     DISPLAY "***** MEMBER DETAILS MAINTENANCE TOTALS *****".
036400     DISPLAY "ADDED    - " WS-ADD-COUNT.
036500     DISPLAY "CHANGED  - " WS-CHANGE-COUNT.
036600     DISPLAY "REJECTED - " WS-ERROR-COUNT.
036700     IF WS-ERROR-COUNT > ZERO
036800         MOVE 4 TO RETURN-CODE
036900     ELSE
037000         MOVE ZERO TO RETURN-CODE
037100     END-IF.
037200 9000-EXIT.
037300     EXIT.
