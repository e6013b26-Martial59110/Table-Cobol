000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEPRZ.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEPRZ - TOURNAMENT PRIZE FUND DISTRIBUTION.  READS THE  *
000900*  FINAL TOURNAMENT STATE TABLETRN LEFT ON TRNSTATE, RANKS    *
001000*  EACH SECTION IN THE SAME ORDER AS THE STANDINGS (SCORE,    *
001100*  THEN RATED BEFORE UNRATED, GRADING, SEED) AND PAYS OUT THE *
001200*  PRIZE SCHEDULE ON PRZIN (PRZSCHED.CPY): FIRST THE SECTION  *
001300*  PLACES ("P"), THEN THE GRADING-BAND PRIZES ("B"), THEN THE *
001400*  SPECIAL PRIZES ("S").  NO PLAYER IS PAID TWICE - A PLAYER  *
001500*  PLACED ONCE IS PASSED OVER BY EVERY LATER PRIZE.  PLAYERS  *
001600*  TIED ON SCORE SHARE THE PRIZES FOR THE PLACES THEY COVER   *
001700*  EQUALLY; AN ODD CENT GOES TO THE HIGHER-RANKED OF THEM.    *
001800*  A WITHDRAWN PLAYER, OR A MEMBER IN ARREARS ON DUESMST,     *
001900*  KEEPS THE PLACE BUT THE MONEY IS WITHHELD AND LISTED.      *
002000*  EVERY PLAYER PAID GETS ONE RECORD ON PRZPAY (PRZPAY.CPY)   *
002100*  WITH A CONTROL TRAILER, AND THE PRZOUT REGISTER PROVES     *
002200*  PAID + WITHHELD + NOT AWARDED = THE FUND ON THE "T" CARD.  *
002300*                                                             *
002400*  RC=4 MEANS SCHEDULE CARDS WERE REJECTED OR PRIZES WERE     *
002500*  WITHHELD; RC=8 MEANS THE FUND DOES NOT PROVE - DO NOT PAY. *
002600*=============================================================*
002700*  MODIFICATION HISTORY                                       *
002800*  DATE      BY   DESCRIPTION                                 *
002900*  10/15/26  JPM  ORIGINAL                                    *
003000*=============================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TRN-IN ASSIGN TO TRNIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-TI-STATUS.
004000
004100     SELECT SCHED-FILE ASSIGN TO PRZIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PZ-STATUS.
004400
004500     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS MR-ID
004900         FILE STATUS IS WS-MR-STATUS.
005000
005100     SELECT DUES-MASTER ASSIGN TO DUESMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS DU-ID
005500         FILE STATUS IS WS-DU-STATUS.
005600
005700     SELECT PAYOUT-FILE ASSIGN TO PRZPAY
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-PO-STATUS.
006000
006100     SELECT PRINT-FILE ASSIGN TO PRZOUT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PR-STATUS.
006400
006500     SELECT WS-ORD-SORT ASSIGN TO SRTWORK.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  TRN-IN
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY TRNREC.
007300
007400 FD  SCHED-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY PRZSCHED.
007800
007900 FD  PLAYER-MASTER
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY PLYMAST.
008300
008400 FD  DUES-MASTER
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DUESREC.
008800
008900 FD  PAYOUT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY PRZPAY.
009300
009400 FD  PRINT-FILE
009500     LABEL RECORDS ARE OMITTED.
009600 01  PRINT-RECORD           PIC X(132).
009700
009800 SD  WS-ORD-SORT.
009900 01  SD-ORD-RECORD.
010000     05  SD-T-SECTION   PIC 9(02).
010100     05  SD-T-SCORE     PIC 9(03).
010200     05  SD-T-RATED     PIC X(01).
010300     05  SD-T-GRADING   PIC X(04).
010400     05  SD-T-SEED      PIC 9(03).
010500     05  SD-T-NDX       PIC 9(03).
010600
010700 WORKING-STORAGE SECTION.
010800*-----------------------------------------------------------*
010900*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
011000*  FROM THE NIGHTLY REPORT, PLUS THE PRIZE REGISTER LINES.  *
011100*-----------------------------------------------------------*
011200     COPY RPTLINES.
011300
011400 01  WS-GROUP-HEAD-LINE.
011500     05  FILLER              PIC X(10) VALUE SPACES.
011600     05  FILLER              PIC X(08) VALUE "SECTION ".
011700     05  WS-GH-SECTION       PIC Z9.
011800     05  FILLER              PIC X(02) VALUE SPACES.
011900     05  WS-GH-LABEL         PIC X(20).
012000     05  FILLER              PIC X(02) VALUE SPACES.
012100     05  FILLER              PIC X(08) VALUE "PRIZES  ".
012200     05  WS-GH-TOTAL         PIC ZZZZZZ9.99.
012300
012400 01  WS-PRIZE-LINE.
012500     05  FILLER              PIC X(10) VALUE SPACES.
012600     05  WS-PL-L-SECTION     PIC Z9.
012700     05  FILLER              PIC X(02) VALUE SPACES.
012800     05  WS-PL-L-ID          PIC X(04).
012900     05  FILLER              PIC X(01) VALUE SPACE.
013000     05  WS-PL-L-NAME        PIC X(12).
013100     05  FILLER              PIC X(01) VALUE SPACE.
013200     05  WS-PL-L-SCORE       PIC X(05).
013300     05  FILLER              PIC X(01) VALUE SPACE.
013400     05  WS-PL-L-PRIZE       PIC X(20).
013500     05  FILLER              PIC X(01) VALUE SPACE.
013600     05  WS-PL-L-PLACES      PIC X(05).
013700     05  FILLER              PIC X(01) VALUE SPACE.
013800     05  WS-PL-L-AMOUNT      PIC ZZZZ9.99.
013900     05  FILLER              PIC X(01) VALUE SPACE.
014000     05  WS-PL-L-STATUS      PIC X(24).
014100
014200 01  WS-PRIZE-COLHDG.
014300     05  FILLER              PIC X(35)
014400         VALUE "SE  ID   NAME         SCORE PRIZE  ".
014500     05  FILLER              PIC X(35)
014600         VALUE "              PLACE   AMOUNT STATUS".
014700
014800 01  WS-SCORE-ED.
014900     05  WS-SE-WHOLE         PIC ZZ9.
015000     05  FILLER              PIC X(01) VALUE ".".
015100     05  WS-SE-HALF          PIC 9(01).
015200
015300 01  WS-PLACES-ED.
015400     05  WS-PE-FROM          PIC Z9.
015500     05  WS-PE-DASH          PIC X(01).
015600     05  WS-PE-TO            PIC Z9 BLANK WHEN ZERO.
015700
015800*-----------------------------------------------------------*
015900*  FILE STATUS AND SWITCHES                                 *
016000*-----------------------------------------------------------*
016100 77  WS-TI-STATUS       PIC X(02) VALUE SPACES.
016200     88  WS-TI-OK           VALUE "00".
016300     88  WS-TI-EOF          VALUE "10".
016400 77  WS-PZ-STATUS       PIC X(02) VALUE SPACES.
016500     88  WS-PZ-OK           VALUE "00".
016600     88  WS-PZ-EOF          VALUE "10".
016700 77  WS-MR-STATUS       PIC X(02) VALUE SPACES.
016800     88  WS-MR-OK           VALUE "00".
016900 77  WS-DU-STATUS       PIC X(02) VALUE SPACES.
017000     88  WS-DU-OK           VALUE "00".
017100 77  WS-PO-STATUS       PIC X(02) VALUE SPACES.
017200     88  WS-PO-OK           VALUE "00".
017300 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
017400     88  WS-PR-OK           VALUE "00".
017500 77  WS-ABEND-SW        PIC X(01) VALUE "N".
017600     88  WS-ABEND-YES       VALUE "Y".
017700 77  WS-ORD-SORT-SW     PIC X(01) VALUE "N".
017800     88  WS-ORD-SORT-EOF    VALUE "Y".
017900 77  WS-FUND-SW         PIC X(01) VALUE "N".
018000     88  WS-FUND-GIVEN      VALUE "Y".
018100 77  WS-CARD-SW         PIC X(01) VALUE "Y".
018200     88  WS-CARD-GOOD       VALUE "Y".
018300     88  WS-CARD-BAD        VALUE "N".
018400 77  WS-TIE-END-SW      PIC X(01) VALUE "N".
018500     88  WS-TIE-END         VALUE "Y".
018600 77  WS-PROOF-SW        PIC X(01) VALUE "Y".
018700     88  WS-PROOF-OK        VALUE "Y".
018800     88  WS-PROOF-FAILED    VALUE "N".
018900
019000*-----------------------------------------------------------*
019100*  ENTRANT TABLE - ONE ENTRY PER TRNSTATE RECORD, WITH THE  *
019200*  CLUB OFF PLYMAST AND THE DUES STANDING OFF DUESMST, AND  *
019300*  WHATEVER PRIZE THE PLAYER TAKES.  WS-ORD-NDX HOLDS THE   *
019400*  TABLE IN FINAL STANDINGS ORDER.                          *
019500*-----------------------------------------------------------*
019600 01  WS-PLAYER-TABLE.
019700     05  WS-PL-ENTRY OCCURS 500 TIMES.
019800         10  WS-PL-ID            PIC X(04).
019900         10  WS-PL-NAME          PIC X(12).
020000         10  WS-PL-SECTION       PIC 9(02).
020100         10  WS-PL-SEED          PIC 9(03).
020200         10  WS-PL-SCORE-HP      PIC 9(03).
020300         10  WS-PL-RATED         PIC X(01).
020400         10  WS-PL-GRADING       PIC X(04).
020500         10  WS-PL-GRADE-N REDEFINES WS-PL-GRADING
020600                                 PIC 9(04).
020700         10  WS-PL-WDRAW-SW      PIC X(01).
020800             88  WS-PL-WITHDRAWN     VALUE "Y".
020900         10  WS-PL-CLUB          PIC X(03).
021000         10  WS-PL-DUES-SW       PIC X(01).
021100             88  WS-PL-ARREARS       VALUE "A".
021200         10  WS-PL-AWARD-SW      PIC X(01).
021300             88  WS-PL-AWARDED       VALUE "Y".
021400         10  WS-PL-PAY-SW        PIC X(01).
021500             88  WS-PL-PAID          VALUE "P".
021600             88  WS-PL-HELD-WDRAW    VALUE "W".
021700             88  WS-PL-HELD-DUES     VALUE "A".
021800         10  WS-PL-AMOUNT        PIC 9(05)V99.
021900         10  WS-PL-PRIZE         PIC X(20).
022000         10  WS-PL-PLACES        PIC X(05).
022100 01  WS-ORD-TABLE.
022200     05  WS-ORD-NDX          PIC 9(03) COMP OCCURS 500 TIMES.
022300 77  WS-PL-COUNT        PIC 9(03) COMP VALUE ZERO.
022400 77  WS-PL-MAX          PIC 9(03) COMP VALUE 500.
022500 77  WS-ORD-COUNT       PIC 9(03) COMP VALUE ZERO.
022600 77  WS-IDX             PIC 9(03) COMP VALUE ZERO.
022700 77  WS-ODX             PIC 9(03) COMP VALUE ZERO.
022800
022900*-----------------------------------------------------------*
023000*  PRIZE SCHEDULE - THE ACCEPTED "P", "B" AND "S" CARDS, AND*
023100*  THE "E" CARDS NAMING THE PLAYERS ELIGIBLE FOR EACH LISTED*
023200*  SPECIAL PRIZE.                                           *
023300*-----------------------------------------------------------*
023400 01  WS-PRIZE-TABLE.
023500     05  WS-PZ-ENTRY OCCURS 300 TIMES.
023600         10  WS-PZ-TYPE          PIC X(01).
023700         10  WS-PZ-SECTION       PIC 9(02).
023800         10  WS-PZ-PLACE         PIC 9(02).
023900         10  WS-PZ-AMOUNT        PIC 9(05)V99.
024000         10  WS-PZ-BAND-LOW      PIC 9(04).
024100         10  WS-PZ-BAND-HIGH     PIC 9(04).
024200         10  WS-PZ-CATEGORY      PIC X(01).
024300         10  WS-PZ-CLUB          PIC X(03).
024400         10  WS-PZ-CODE          PIC X(04).
024500         10  WS-PZ-LABEL         PIC X(20).
024600         10  WS-PZ-DONE-SW       PIC X(01).
024700             88  WS-PZ-DONE          VALUE "Y".
024800 77  WS-PZ-COUNT        PIC 9(03) COMP VALUE ZERO.
024900 77  WS-PZ-MAX          PIC 9(03) COMP VALUE 300.
025000 77  WS-ZX              PIC 9(03) COMP VALUE ZERO.
025100 77  WS-ZY              PIC 9(03) COMP VALUE ZERO.
025200 01  WS-ELIG-TABLE.
025300     05  WS-EL-ENTRY OCCURS 500 TIMES.
025400         10  WS-EL-CODE          PIC X(04).
025500         10  WS-EL-ID            PIC X(04).
025600 77  WS-EL-COUNT        PIC 9(03) COMP VALUE ZERO.
025700 77  WS-EL-MAX          PIC 9(03) COMP VALUE 500.
025800 77  WS-EX              PIC 9(03) COMP VALUE ZERO.
025900 77  WS-PRIZE-KIND      PIC X(01) VALUE SPACE.
026000
026100*-----------------------------------------------------------*
026200*  PRIZE GROUP WORK AREA - ONE PRIZE IS EVERY CARD SHARING  *
026300*  TYPE, SECTION, BAND AND CATEGORY, WITH ITS AMOUNTS LAID  *
026400*  OUT BY PLACE.  THE CANDIDATES ARE ITS ELIGIBLE PLAYERS   *
026500*  NOT YET PLACED, IN STANDINGS ORDER.                      *
026600*-----------------------------------------------------------*
026700 01  WS-GROUP-AREA.
026800     05  WS-GP-TYPE          PIC X(01).
026900     05  WS-GP-SECTION       PIC 9(02).
027000     05  WS-GP-BAND-LOW      PIC 9(04).
027100     05  WS-GP-BAND-HIGH     PIC 9(04).
027200     05  WS-GP-CATEGORY      PIC X(01).
027300     05  WS-GP-CLUB          PIC X(03).
027400     05  WS-GP-CODE          PIC X(04).
027500 01  WS-GROUP-LABEL-AREA.
027600     05  WS-GP-LABEL         PIC X(20).
027700 01  WS-GROUP-AMOUNTS.
027800     05  WS-GP-AMOUNT        PIC 9(05)V99 OCCURS 99 TIMES.
027900 77  WS-GP-MAX-PLACE    PIC 9(02) COMP VALUE ZERO.
028000 77  WS-GP-TOTAL        PIC 9(07)V99 VALUE ZERO.
028100 77  WS-GP-AWARDED      PIC 9(07)V99 VALUE ZERO.
028200 77  WS-GP-LEFT         PIC 9(07)V99 VALUE ZERO.
028300 77  WS-PX              PIC 9(03) COMP VALUE ZERO.
028400 01  WS-CAND-TABLE.
028500     05  WS-CN-NDX           PIC 9(03) COMP OCCURS 500 TIMES.
028600 77  WS-CN-COUNT        PIC 9(03) COMP VALUE ZERO.
028700 77  WS-CI              PIC 9(03) COMP VALUE ZERO.
028800 77  WS-CJ              PIC 9(03) COMP VALUE ZERO.
028900 77  WS-CK              PIC 9(03) COMP VALUE ZERO.
029000 77  WS-NEXT-NDX        PIC 9(03) COMP VALUE ZERO.
029100 77  WS-ELIG-SW         PIC X(01) VALUE "N".
029200     88  WS-ELIGIBLE        VALUE "Y".
029300
029400*-----------------------------------------------------------*
029500*  TIE SHARING - THE POOL FOR THE PLACES A TIE COVERS, SPLIT*
029600*  IN WHOLE CENTS; THE LEFTOVER CENTS GO ONE EACH DOWN THE  *
029700*  TIE IN STANDINGS ORDER.                                  *
029800*-----------------------------------------------------------*
029900 77  WS-PLACE-FROM      PIC 9(03) COMP VALUE ZERO.
030000 77  WS-PLACE-TO        PIC 9(03) COMP VALUE ZERO.
030100 77  WS-TIE-COUNT       PIC 9(03) COMP VALUE ZERO.
030200 77  WS-POOL            PIC 9(07)V99 VALUE ZERO.
030300 77  WS-POOL-CENTS      PIC 9(09) COMP VALUE ZERO.
030400 77  WS-SHARE-CENTS     PIC 9(09) COMP VALUE ZERO.
030500 77  WS-ODD-CENTS       PIC 9(03) COMP VALUE ZERO.
030600 77  WS-SHARE           PIC 9(05)V99 VALUE ZERO.
030700 77  WS-SC-WHOLE        PIC 9(03) VALUE ZERO.
030800 77  WS-SC-REM          PIC 9(01) VALUE ZERO.
030900
031000*-----------------------------------------------------------*
031100*  RUN TOTALS - MONEY TO THE CENT, COUNTS OF RECORDS        *
031200*-----------------------------------------------------------*
031300 77  WS-FUND            PIC 9(07)V99 VALUE ZERO.
031400 77  WS-SCHED-TOTAL     PIC 9(07)V99 VALUE ZERO.
031500 77  WS-PAID-TOTAL      PIC 9(07)V99 VALUE ZERO.
031600 77  WS-HELD-TOTAL      PIC 9(07)V99 VALUE ZERO.
031700 77  WS-UNAWARD-TOTAL   PIC 9(07)V99 VALUE ZERO.
031800 77  WS-PROOF-TOTAL     PIC 9(07)V99 VALUE ZERO.
031900 77  WS-TRN-COUNT       PIC 9(07) COMP VALUE ZERO.
032000 77  WS-CARD-COUNT      PIC 9(05) VALUE ZERO.
032100 77  WS-REJECT-COUNT    PIC 9(07) COMP VALUE ZERO.
032200 77  WS-PAID-COUNT      PIC 9(07) COMP VALUE ZERO.
032300 77  WS-HELD-COUNT      PIC 9(07) COMP VALUE ZERO.
032400 77  WS-PAYOUT-COUNT    PIC 9(07) COMP VALUE ZERO.
032500 77  WS-EDIT-NUM        PIC ZZZZZZ9.
032600 77  WS-MONEY-ED        PIC ZZZZZZ9.99.
032700
032800*-----------------------------------------------------------*
032900*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
033000*  NIGHTLY REPORT.                                          *
033100*-----------------------------------------------------------*
033200 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
033300 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
033400 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
033500 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
033600 77  WS-RPT-COLHDG      PIC X(70) VALUE SPACES.
033700 01  WS-SYS-DATE-AREA.
033800     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
033900 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
034000     05  WS-SYS-YY          PIC 9(02).
034100     05  WS-SYS-MM          PIC 9(02).
034200     05  WS-SYS-DD          PIC 9(02).
034300 01  WS-RUN-DATE-ED.
034400     05  WS-RUN-MM          PIC 9(02).
034500     05  FILLER             PIC X(01) VALUE "/".
034600     05  WS-RUN-DD          PIC 9(02).
034700     05  FILLER             PIC X(01) VALUE "/".
034800     05  WS-RUN-YY          PIC 9(02).
034900
035000 PROCEDURE DIVISION.
035100*=============================================================*
035200*  0000-MAINLINE                                              *
035300*=============================================================*
035400 0000-MAINLINE.
035500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035600     IF WS-ABEND-YES
035700         GO TO 9999-ABEND
035800     END-IF.
035900     PERFORM 2000-LOAD-PLAYER THRU 2000-EXIT
036000         UNTIL WS-TI-EOF OR WS-ABEND-YES.
036100     IF WS-ABEND-YES
036200         GO TO 9999-ABEND
036300     END-IF.
036400     PERFORM 3000-LOAD-CARD THRU 3000-EXIT
036500         UNTIL WS-PZ-EOF OR WS-ABEND-YES.
036600     IF WS-ABEND-YES
036700         GO TO 9999-ABEND
036800     END-IF.
036900     PERFORM 4000-RANK-PLAYERS THRU 4000-EXIT.
037000     PERFORM 5000-AWARD-PRIZES THRU 5000-EXIT.
037100     PERFORM 7000-WRITE-PAYOUTS THRU 7000-EXIT.
037200     IF WS-ABEND-YES
037300         GO TO 9999-ABEND
037400     END-IF.
037500     PERFORM 8000-PRINT-WITHHELD THRU 8000-EXIT.
037600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037700     GOBACK.
037800 9999-ABEND.
037900     CLOSE TRN-IN.
038000     CLOSE SCHED-FILE.
038100     CLOSE PLAYER-MASTER.
038200     CLOSE DUES-MASTER.
038300     CLOSE PAYOUT-FILE.
038400     CLOSE PRINT-FILE.
038500     MOVE 16 TO RETURN-CODE.
038600     GOBACK.
038700 0000-EXIT.
038800     EXIT.
038900
039000*=============================================================*
039100*  1000-INITIALIZE - OPEN THE FILES AND PRIME THE FIRST READ  *
039200*     OF THE TOURNAMENT STATE AND OF THE PRIZE SCHEDULE.      *
039300*=============================================================*
039400 1000-INITIALIZE.
039500     OPEN INPUT TRN-IN.
039600     IF NOT WS-TI-OK
039700         DISPLAY "TABLEPRZ0010 UNABLE TO OPEN TRN-IN, "
039800             "STATUS = " WS-TI-STATUS
039900         SET WS-ABEND-YES TO TRUE
040000         GO TO 1000-EXIT
040100     END-IF.
040200     OPEN INPUT SCHED-FILE.
040300     IF NOT WS-PZ-OK
040400         DISPLAY "TABLEPRZ0020 UNABLE TO OPEN SCHED-FILE, "
040500             "STATUS = " WS-PZ-STATUS
040600         SET WS-ABEND-YES TO TRUE
040700         GO TO 1000-EXIT
040800     END-IF.
040900     OPEN INPUT PLAYER-MASTER.
041000     IF NOT WS-MR-OK
041100         DISPLAY "TABLEPRZ0030 UNABLE TO OPEN PLAYER-MASTER, "
041200             "STATUS = " WS-MR-STATUS
041300         SET WS-ABEND-YES TO TRUE
041400         GO TO 1000-EXIT
041500     END-IF.
041600     OPEN INPUT DUES-MASTER.
041700     IF NOT WS-DU-OK
041800         DISPLAY "TABLEPRZ0040 UNABLE TO OPEN DUES-MASTER, "
041900             "STATUS = " WS-DU-STATUS
042000         SET WS-ABEND-YES TO TRUE
042100         GO TO 1000-EXIT
042200     END-IF.
042300     OPEN OUTPUT PAYOUT-FILE.
042400     IF NOT WS-PO-OK
042500         DISPLAY "TABLEPRZ0050 UNABLE TO OPEN PAYOUT-FILE, "
042600             "STATUS = " WS-PO-STATUS
042700         SET WS-ABEND-YES TO TRUE
042800         GO TO 1000-EXIT
042900     END-IF.
043000     OPEN OUTPUT PRINT-FILE.
043100     IF NOT WS-PR-OK
043200         DISPLAY "TABLEPRZ0060 UNABLE TO OPEN PRINT-FILE, "
043300             "STATUS = " WS-PR-STATUS
043400         SET WS-ABEND-YES TO TRUE
043500         GO TO 1000-EXIT
043600     END-IF.
043700     ACCEPT WS-SYS-DATE FROM DATE.
043800     MOVE WS-SYS-MM TO WS-RUN-MM.
043900     MOVE WS-SYS-DD TO WS-RUN-DD.
044000     MOVE WS-SYS-YY TO WS-RUN-YY.
044100     MOVE "TOURNAMENT PRIZE REGISTER" TO WS-RPT-TITLE.
044200     MOVE WS-PRIZE-COLHDG TO WS-RPT-COLHDG.
044300     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
044400     PERFORM 2100-READ-TRN THRU 2100-EXIT.
044500     PERFORM 3100-READ-CARD THRU 3100-EXIT.
044600 1000-EXIT.
044700     EXIT.
044800
044900*=============================================================*
045000*  2000-LOAD-PLAYER - ONE ENTRANT INTO THE TABLE, WITH THE    *
045100*     CLUB OFF PLYMAST (SPACES WHEN THE PLAYER HAS LEFT) AND  *
045200*     THE DUES STANDING OFF DUESMST (NO DUES RECORD IS NOT    *
045300*     ARREARS).  MORE ENTRANTS THAN THE TABLE HOLDS STOPS THE *
045400*     RUN - A PART FIELD CANNOT BE PAID.                      *
045500*=============================================================*
045600 2000-LOAD-PLAYER.
045700     ADD 1 TO WS-TRN-COUNT.
045800     IF WS-PL-COUNT = WS-PL-MAX
045900         DISPLAY "TABLEPRZ0070 MORE THAN " WS-PL-MAX
046000             " ENTRANTS ON TRN-IN - RUN STOPPED"
046100         SET WS-ABEND-YES TO TRUE
046200         GO TO 2000-EXIT
046300     END-IF.
046400     ADD 1 TO WS-PL-COUNT.
046500     MOVE TN-ID TO WS-PL-ID(WS-PL-COUNT).
046600     MOVE TN-NAME TO WS-PL-NAME(WS-PL-COUNT).
046700     MOVE TN-SECTION TO WS-PL-SECTION(WS-PL-COUNT).
046800     MOVE TN-SEED TO WS-PL-SEED(WS-PL-COUNT).
046900     MOVE TN-SCORE-HP TO WS-PL-SCORE-HP(WS-PL-COUNT).
047000     MOVE TN-RATED TO WS-PL-RATED(WS-PL-COUNT).
047100     MOVE TN-GRADING TO WS-PL-GRADING(WS-PL-COUNT).
047200     MOVE TN-WDRAW-SW TO WS-PL-WDRAW-SW(WS-PL-COUNT).
047300     MOVE SPACES TO WS-PL-CLUB(WS-PL-COUNT).
047400     MOVE "G" TO WS-PL-DUES-SW(WS-PL-COUNT).
047500     MOVE "N" TO WS-PL-AWARD-SW(WS-PL-COUNT).
047600     MOVE SPACE TO WS-PL-PAY-SW(WS-PL-COUNT).
047700     MOVE ZERO TO WS-PL-AMOUNT(WS-PL-COUNT).
047800     MOVE SPACES TO WS-PL-PRIZE(WS-PL-COUNT).
047900     MOVE SPACES TO WS-PL-PLACES(WS-PL-COUNT).
048000     PERFORM 2200-FETCH-MEMBER THRU 2200-EXIT.
048100     PERFORM 2100-READ-TRN THRU 2100-EXIT.
048200 2000-EXIT.
048300     EXIT.
048400
048500 2100-READ-TRN.
048600     READ TRN-IN
048700         AT END
048800             SET WS-TI-EOF TO TRUE
048900     END-READ.
049000 2100-EXIT.
049100     EXIT.
049200
049300 2200-FETCH-MEMBER.
049400     MOVE TN-ID TO MR-ID.
049500     READ PLAYER-MASTER
049600         INVALID KEY
049700             GO TO 2210-FETCH-DUES
049800     END-READ.
049900     MOVE MR-CLUB TO WS-PL-CLUB(WS-PL-COUNT).
050000 2210-FETCH-DUES.
050100     MOVE TN-ID TO DU-ID.
050200     READ DUES-MASTER
050300         INVALID KEY
050400             GO TO 2200-EXIT
050500     END-READ.
050600     MOVE DU-STANDING TO WS-PL-DUES-SW(WS-PL-COUNT).
050700 2200-EXIT.
050800     EXIT.
050900
051000*=============================================================*
051100*  3000-LOAD-CARD - EDIT ONE SCHEDULE CARD.  THE "T" CARD SETS*
051200*     THE FUND; AN "E" CARD JOINS THE ELIGIBLE LIST; A PRIZE  *
051300*     CARD IS EDITED AND STORED.  A BAD CARD IS REJECTED ON   *
051400*     SYSOUT AND PLAYS NO PART, SO THE FUND WILL NOT PROVE    *
051500*     UNTIL IT IS CORRECTED.                                  *
051600*=============================================================*
051700 3000-LOAD-CARD.
051800     ADD 1 TO WS-CARD-COUNT.
051900     EVALUATE TRUE
052000         WHEN PZ-FUND
052100             PERFORM 3200-EDIT-FUND THRU 3200-EXIT
052200         WHEN PZ-ELIGIBLE
052300             PERFORM 3300-EDIT-ELIGIBLE THRU 3300-EXIT
052400         WHEN PZ-PLACE-PRIZE OR PZ-BAND-PRIZE OR PZ-SPECIAL-PRIZE
052500             PERFORM 3400-EDIT-PRIZE THRU 3400-EXIT
052600         WHEN OTHER
052700             DISPLAY "TABLEPRZ0100 CARD " WS-CARD-COUNT
052800                 " INVALID CARD TYPE - " PZ-TYPE
052900             ADD 1 TO WS-REJECT-COUNT
053000     END-EVALUATE.
053100     PERFORM 3100-READ-CARD THRU 3100-EXIT.
053200 3000-EXIT.
053300     EXIT.
053400
053500 3100-READ-CARD.
053600     READ SCHED-FILE
053700         AT END
053800             SET WS-PZ-EOF TO TRUE
053900     END-READ.
054000 3100-EXIT.
054100     EXIT.
054200
054300 3200-EDIT-FUND.
054400     IF PZ-AMOUNT IS NOT NUMERIC
054500         DISPLAY "TABLEPRZ0110 CARD " WS-CARD-COUNT
054600             " FUND AMOUNT NOT NUMERIC"
054700         ADD 1 TO WS-REJECT-COUNT
054800         GO TO 3200-EXIT
054900     END-IF.
055000     IF WS-FUND-GIVEN
055100         DISPLAY "TABLEPRZ0111 CARD " WS-CARD-COUNT
055200             " SECOND FUND CARD IGNORED"
055300         ADD 1 TO WS-REJECT-COUNT
055400         GO TO 3200-EXIT
055500     END-IF.
055600     MOVE PZ-AMOUNT TO WS-FUND.
055700     SET WS-FUND-GIVEN TO TRUE.
055800 3200-EXIT.
055900     EXIT.
056000
056100 3300-EDIT-ELIGIBLE.
056200     IF PZ-CODE = SPACES OR PZ-ELIG-ID = SPACES
056300         DISPLAY "TABLEPRZ0120 CARD " WS-CARD-COUNT
056400             " ELIGIBLE CARD NEEDS PRIZE CODE AND PLAYER ID"
056500         ADD 1 TO WS-REJECT-COUNT
056600         GO TO 3300-EXIT
056700     END-IF.
056800     IF WS-EL-COUNT = WS-EL-MAX
056900         DISPLAY "TABLEPRZ0080 MORE THAN " WS-EL-MAX
057000             " ELIGIBLE CARDS - RUN STOPPED"
057100         SET WS-ABEND-YES TO TRUE
057200         GO TO 3300-EXIT
057300     END-IF.
057400     ADD 1 TO WS-EL-COUNT.
057500     MOVE PZ-CODE TO WS-EL-CODE(WS-EL-COUNT).
057600     MOVE PZ-ELIG-ID TO WS-EL-ID(WS-EL-COUNT).
057700 3300-EXIT.
057800     EXIT.
057900
058000*=============================================================*
058100*  3400-EDIT-PRIZE - SECTION, PLACE AND AMOUNT ON EVERY PRIZE *
058200*     CARD; A BAND ON A "B" CARD; A CLUB OR A LIST CODE ON AN *
058300*     "S" CARD.  THE FIELDS A TYPE DOES NOT USE ARE CLEARED SO*
058400*     STRAY PUNCHES CANNOT SPLIT ONE PRIZE INTO TWO.          *
058500*=============================================================*
058600 3400-EDIT-PRIZE.
058700     SET WS-CARD-GOOD TO TRUE.
058800     IF PZ-SECTION IS NOT NUMERIC
058900         DISPLAY "TABLEPRZ0130 CARD " WS-CARD-COUNT
059000             " SECTION NOT NUMERIC OR ZERO"
059100         SET WS-CARD-BAD TO TRUE
059200     ELSE
059300         IF PZ-SECTION = ZERO
059400             DISPLAY "TABLEPRZ0130 CARD " WS-CARD-COUNT
059500                 " SECTION NOT NUMERIC OR ZERO"
059600             SET WS-CARD-BAD TO TRUE
059700         END-IF
059800     END-IF.
059900     IF PZ-PLACE IS NOT NUMERIC
060000         DISPLAY "TABLEPRZ0131 CARD " WS-CARD-COUNT
060100             " PLACE NOT NUMERIC OR ZERO"
060200         SET WS-CARD-BAD TO TRUE
060300     ELSE
060400         IF PZ-PLACE = ZERO
060500             DISPLAY "TABLEPRZ0131 CARD " WS-CARD-COUNT
060600                 " PLACE NOT NUMERIC OR ZERO"
060700             SET WS-CARD-BAD TO TRUE
060800         END-IF
060900     END-IF.
061000     IF PZ-AMOUNT IS NOT NUMERIC
061100         DISPLAY "TABLEPRZ0132 CARD " WS-CARD-COUNT
061200             " AMOUNT NOT NUMERIC OR ZERO"
061300         SET WS-CARD-BAD TO TRUE
061400     ELSE
061500         IF PZ-AMOUNT = ZERO
061600             DISPLAY "TABLEPRZ0132 CARD " WS-CARD-COUNT
061700                 " AMOUNT NOT NUMERIC OR ZERO"
061800             SET WS-CARD-BAD TO TRUE
061900         END-IF
062000     END-IF.
062100     IF PZ-BAND-PRIZE
062200         PERFORM 3410-EDIT-BAND THRU 3410-EXIT
062300     END-IF.
062400     IF PZ-SPECIAL-PRIZE
062500         PERFORM 3420-EDIT-SPECIAL THRU 3420-EXIT
062600     END-IF.
062700     IF WS-CARD-BAD
062800         ADD 1 TO WS-REJECT-COUNT
062900         GO TO 3400-EXIT
063000     END-IF.
063100     IF WS-PZ-COUNT = WS-PZ-MAX
063200         DISPLAY "TABLEPRZ0090 MORE THAN " WS-PZ-MAX
063300             " PRIZE CARDS - RUN STOPPED"
063400         SET WS-ABEND-YES TO TRUE
063500         GO TO 3400-EXIT
063600     END-IF.
063700     ADD 1 TO WS-PZ-COUNT.
063800     MOVE PZ-TYPE TO WS-PZ-TYPE(WS-PZ-COUNT).
063900     MOVE PZ-SECTION TO WS-PZ-SECTION(WS-PZ-COUNT).
064000     MOVE PZ-PLACE TO WS-PZ-PLACE(WS-PZ-COUNT).
064100     MOVE PZ-AMOUNT TO WS-PZ-AMOUNT(WS-PZ-COUNT).
064200     MOVE PZ-LABEL TO WS-PZ-LABEL(WS-PZ-COUNT).
064300     MOVE "N" TO WS-PZ-DONE-SW(WS-PZ-COUNT).
064400     MOVE ZERO TO WS-PZ-BAND-LOW(WS-PZ-COUNT).
064500     MOVE ZERO TO WS-PZ-BAND-HIGH(WS-PZ-COUNT).
064600     MOVE SPACES TO WS-PZ-CATEGORY(WS-PZ-COUNT).
064700     MOVE SPACES TO WS-PZ-CLUB(WS-PZ-COUNT).
064800     MOVE SPACES TO WS-PZ-CODE(WS-PZ-COUNT).
064900     IF PZ-BAND-PRIZE
065000         MOVE PZ-BAND-LOW TO WS-PZ-BAND-LOW(WS-PZ-COUNT)
065100         MOVE PZ-BAND-HIGH TO WS-PZ-BAND-HIGH(WS-PZ-COUNT)
065200     END-IF.
065300     IF PZ-SPECIAL-PRIZE
065400         MOVE PZ-CATEGORY TO WS-PZ-CATEGORY(WS-PZ-COUNT)
065500         IF PZ-CAT-CLUB
065600             MOVE PZ-CLUB TO WS-PZ-CLUB(WS-PZ-COUNT)
065700         ELSE
065800             MOVE PZ-CODE TO WS-PZ-CODE(WS-PZ-COUNT)
065900         END-IF
066000     END-IF.
066100     ADD PZ-AMOUNT TO WS-SCHED-TOTAL.
066200 3400-EXIT.
066300     EXIT.
066400
066500 3410-EDIT-BAND.
066600     IF PZ-BAND-LOW IS NOT NUMERIC OR PZ-BAND-HIGH IS NOT NUMERIC
066700         DISPLAY "TABLEPRZ0140 CARD " WS-CARD-COUNT
066800             " GRADING BAND NOT NUMERIC"
066900         SET WS-CARD-BAD TO TRUE
067000         GO TO 3410-EXIT
067100     END-IF.
067200     IF PZ-BAND-LOW > PZ-BAND-HIGH
067300         DISPLAY "TABLEPRZ0141 CARD " WS-CARD-COUNT
067400             " GRADING BAND LOW " PZ-BAND-LOW
067500             " ABOVE HIGH " PZ-BAND-HIGH
067600         SET WS-CARD-BAD TO TRUE
067700     END-IF.
067800 3410-EXIT.
067900     EXIT.
068000
068100 3420-EDIT-SPECIAL.
068200     EVALUATE TRUE
068300         WHEN PZ-CAT-CLUB
068400             IF PZ-CLUB = SPACES
068500                 DISPLAY "TABLEPRZ0150 CARD " WS-CARD-COUNT
068600                     " CLUB PRIZE WITHOUT A CLUB CODE"
068700                 SET WS-CARD-BAD TO TRUE
068800             END-IF
068900         WHEN PZ-CAT-LIST
069000             IF PZ-CODE = SPACES
069100                 DISPLAY "TABLEPRZ0151 CARD " WS-CARD-COUNT
069200                     " LISTED PRIZE WITHOUT A PRIZE CODE"
069300                 SET WS-CARD-BAD TO TRUE
069400             END-IF
069500         WHEN OTHER
069600             DISPLAY "TABLEPRZ0152 CARD " WS-CARD-COUNT
069700                 " INVALID SPECIAL CATEGORY - " PZ-CATEGORY
069800             SET WS-CARD-BAD TO TRUE
069900     END-EVALUATE.
070000 3420-EXIT.
070100     EXIT.
070200
070300*=============================================================*
070400*  4000-RANK-PLAYERS - SORT THE ENTRANT TABLE INTO FINAL      *
070500*     STANDINGS ORDER, THE SAME KEYS TABLETRN STANDS THE      *
070600*     SECTIONS BY.  ONLY THE TABLE SUBSCRIPT IS CARRIED.      *
070700*=============================================================*
070800 4000-RANK-PLAYERS.
070900     SORT WS-ORD-SORT
071000         ON ASCENDING KEY SD-T-SECTION
071100         ON DESCENDING KEY SD-T-SCORE
071200         ON ASCENDING KEY SD-T-RATED
071300         ON DESCENDING KEY SD-T-GRADING
071400         ON ASCENDING KEY SD-T-SEED
071500         INPUT PROCEDURE IS 4100-ORD-SORT-INPUT THRU 4100-EXIT
071600         OUTPUT PROCEDURE IS 4200-ORD-SORT-OUTPUT
071700             THRU 4200-EXIT.
071800 4000-EXIT.
071900     EXIT.
072000
072100 4100-ORD-SORT-INPUT.
072200     PERFORM 4110-RELEASE-ONE THRU 4110-EXIT
072300         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PL-COUNT.
072400 4100-EXIT.
072500     EXIT.
072600
072700 4110-RELEASE-ONE.
072800     MOVE WS-PL-SECTION(WS-IDX) TO SD-T-SECTION.
072900     MOVE WS-PL-SCORE-HP(WS-IDX) TO SD-T-SCORE.
073000     MOVE WS-PL-RATED(WS-IDX) TO SD-T-RATED.
073100     MOVE WS-PL-GRADING(WS-IDX) TO SD-T-GRADING.
073200     MOVE WS-PL-SEED(WS-IDX) TO SD-T-SEED.
073300     MOVE WS-IDX TO SD-T-NDX.
073400     RELEASE SD-ORD-RECORD.
073500 4110-EXIT.
073600     EXIT.
073700
073800 4200-ORD-SORT-OUTPUT.
073900     MOVE ZERO TO WS-ORD-COUNT.
074000     MOVE "N" TO WS-ORD-SORT-SW.
074100     PERFORM 4210-RETURN-ONE THRU 4210-EXIT.
074200     PERFORM 4220-STORE-ONE THRU 4220-EXIT
074300         UNTIL WS-ORD-SORT-EOF.
074400 4200-EXIT.
074500     EXIT.
074600
074700 4210-RETURN-ONE.
074800     RETURN WS-ORD-SORT
074900         AT END
075000             SET WS-ORD-SORT-EOF TO TRUE
075100     END-RETURN.
075200 4210-EXIT.
075300     EXIT.
075400
075500 4220-STORE-ONE.
075600     ADD 1 TO WS-ORD-COUNT.
075700     MOVE SD-T-NDX TO WS-ORD-NDX(WS-ORD-COUNT).
075800     PERFORM 4210-RETURN-ONE THRU 4210-EXIT.
075900 4220-EXIT.
076000     EXIT.
076100
076200*=============================================================*
076300*  4050-PRINT-HEADINGS - STARTS A NEW PAGE.  SAME HEADING     *
076400*     PAIR AND PAGE HANDLING AS THE NIGHTLY REPORT.           *
076500*=============================================================*
076600 4050-PRINT-HEADINGS.
076700     ADD 1 TO WS-PAGE-COUNT.
076800     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
076900     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
077000     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
077100     WRITE PRINT-RECORD FROM RPT-HEADING-1
077200         AFTER ADVANCING PAGE.
077300     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
077400     WRITE PRINT-RECORD FROM RPT-HEADING-2
077500         AFTER ADVANCING 2 LINES.
077600     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
077700         AFTER ADVANCING 1 LINE.
077800     MOVE ZERO TO WS-LINE-COUNT.
077900 4050-EXIT.
078000     EXIT.
078100
078200*=============================================================*
078300*  5000-AWARD-PRIZES - EVERY SECTION PLACE PRIZE FIRST, THEN  *
078400*     THE BAND PRIZES, THEN THE SPECIALS, SO A PLAYER ALWAYS  *
078500*     TAKES THE HIGHEST PRIZE REACHED BEFORE A LESSER ONE.    *
078600*     WITHIN A TYPE THE PRIZES GO IN SCHEDULE ORDER.          *
078700*=============================================================*
078800 5000-AWARD-PRIZES.
078900     MOVE "P" TO WS-PRIZE-KIND.
079000     PERFORM 5100-TRY-PRIZE THRU 5100-EXIT
079100         VARYING WS-ZX FROM 1 BY 1 UNTIL WS-ZX > WS-PZ-COUNT.
079200     MOVE "B" TO WS-PRIZE-KIND.
079300     PERFORM 5100-TRY-PRIZE THRU 5100-EXIT
079400         VARYING WS-ZX FROM 1 BY 1 UNTIL WS-ZX > WS-PZ-COUNT.
079500     MOVE "S" TO WS-PRIZE-KIND.
079600     PERFORM 5100-TRY-PRIZE THRU 5100-EXIT
079700         VARYING WS-ZX FROM 1 BY 1 UNTIL WS-ZX > WS-PZ-COUNT.
079800 5000-EXIT.
079900     EXIT.
080000
080100*=============================================================*
080200*  5100-TRY-PRIZE - THE FIRST CARD NOT YET DONE OF A PRIZE    *
080300*     STARTS IT: GATHER ALL ITS CARDS, LIST THE CANDIDATES,   *
080400*     AWARD THE PLACES AND PRINT WHAT COULD NOT BE AWARDED.   *
080500*=============================================================*
080600 5100-TRY-PRIZE.
080700     IF WS-PZ-TYPE(WS-ZX) NOT = WS-PRIZE-KIND
080800         GO TO 5100-EXIT
080900     END-IF.
081000     IF WS-PZ-DONE(WS-ZX)
081100         GO TO 5100-EXIT
081200     END-IF.
081300     PERFORM 5200-BUILD-GROUP THRU 5200-EXIT.
081400     PERFORM 5300-LIST-CANDIDATES THRU 5300-EXIT.
081500     MOVE ZERO TO WS-GP-AWARDED.
081600     MOVE 1 TO WS-PLACE-FROM.
081700     MOVE 1 TO WS-CI.
081800     PERFORM 5400-AWARD-TIE THRU 5400-EXIT
081900         UNTIL WS-CI > WS-CN-COUNT
082000            OR WS-PLACE-FROM > WS-GP-MAX-PLACE.
082100     COMPUTE WS-GP-LEFT = WS-GP-TOTAL - WS-GP-AWARDED.
082200     IF WS-GP-LEFT > ZERO
082300         ADD WS-GP-LEFT TO WS-UNAWARD-TOTAL
082400         PERFORM 6200-PRINT-UNAWARDED THRU 6200-EXIT
082500     END-IF.
082600 5100-EXIT.
082700     EXIT.
082800
082900*=============================================================*
083000*  5200-BUILD-GROUP - TAKE THE PRIZE'S KEY FROM THE CARD AT   *
083100*     WS-ZX, LAY OUT THE AMOUNT OF EVERY CARD SHARING IT BY   *
083200*     PLACE (TWO CARDS FOR ONE PLACE ADD TOGETHER), AND MARK  *
083300*     THOSE CARDS DONE.  A BLANK LABEL IS MADE UP FROM THE    *
083400*     PRIZE ITSELF.                                           *
083500*=============================================================*
083600 5200-BUILD-GROUP.
083700     MOVE WS-PZ-TYPE(WS-ZX) TO WS-GP-TYPE.
083800     MOVE WS-PZ-SECTION(WS-ZX) TO WS-GP-SECTION.
083900     MOVE WS-PZ-BAND-LOW(WS-ZX) TO WS-GP-BAND-LOW.
084000     MOVE WS-PZ-BAND-HIGH(WS-ZX) TO WS-GP-BAND-HIGH.
084100     MOVE WS-PZ-CATEGORY(WS-ZX) TO WS-GP-CATEGORY.
084200     MOVE WS-PZ-CLUB(WS-ZX) TO WS-GP-CLUB.
084300     MOVE WS-PZ-CODE(WS-ZX) TO WS-GP-CODE.
084400     MOVE WS-PZ-LABEL(WS-ZX) TO WS-GP-LABEL.
084500     MOVE ZERO TO WS-GP-MAX-PLACE.
084600     MOVE ZERO TO WS-GP-TOTAL.
084700     PERFORM 5210-CLEAR-PLACE THRU 5210-EXIT
084800         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 99.
084900     PERFORM 5220-GATHER-CARD THRU 5220-EXIT
085000         VARYING WS-ZY FROM WS-ZX BY 1 UNTIL WS-ZY > WS-PZ-COUNT.
085100     IF WS-GP-LABEL = SPACES
085200         PERFORM 5230-MAKE-LABEL THRU 5230-EXIT
085300     END-IF.
085400     PERFORM 6000-PRINT-GROUP-HEAD THRU 6000-EXIT.
085500 5200-EXIT.
085600     EXIT.
085700
085800 5210-CLEAR-PLACE.
085900     MOVE ZERO TO WS-GP-AMOUNT(WS-PX).
086000 5210-EXIT.
086100     EXIT.
086200
086300 5220-GATHER-CARD.
086400     IF WS-PZ-DONE(WS-ZY)
086500         GO TO 5220-EXIT
086600     END-IF.
086700     IF WS-PZ-TYPE(WS-ZY) NOT = WS-GP-TYPE
086800        OR WS-PZ-SECTION(WS-ZY) NOT = WS-GP-SECTION
086900        OR WS-PZ-BAND-LOW(WS-ZY) NOT = WS-GP-BAND-LOW
087000        OR WS-PZ-BAND-HIGH(WS-ZY) NOT = WS-GP-BAND-HIGH
087100        OR WS-PZ-CATEGORY(WS-ZY) NOT = WS-GP-CATEGORY
087200        OR WS-PZ-CLUB(WS-ZY) NOT = WS-GP-CLUB
087300        OR WS-PZ-CODE(WS-ZY) NOT = WS-GP-CODE
087400         GO TO 5220-EXIT
087500     END-IF.
087600     MOVE WS-PZ-PLACE(WS-ZY) TO WS-PX.
087700     ADD WS-PZ-AMOUNT(WS-ZY) TO WS-GP-AMOUNT(WS-PX).
087800     ADD WS-PZ-AMOUNT(WS-ZY) TO WS-GP-TOTAL.
087900     IF WS-PX > WS-GP-MAX-PLACE
088000         MOVE WS-PX TO WS-GP-MAX-PLACE
088100     END-IF.
088200     MOVE "Y" TO WS-PZ-DONE-SW(WS-ZY).
088300 5220-EXIT.
088400     EXIT.
088500
088600 5230-MAKE-LABEL.
088700     EVALUATE TRUE
088800         WHEN WS-GP-TYPE = "P"
088900             MOVE "SECTION PLACES" TO WS-GP-LABEL
089000         WHEN WS-GP-TYPE = "B"
089100             STRING "GRADING " WS-GP-BAND-LOW "-" WS-GP-BAND-HIGH
089200                 DELIMITED BY SIZE INTO WS-GP-LABEL
089300         WHEN WS-GP-CATEGORY = "C"
089400             STRING "BEST FROM CLUB " WS-GP-CLUB
089500                 DELIMITED BY SIZE INTO WS-GP-LABEL
089600         WHEN OTHER
089700             STRING "SPECIAL " WS-GP-CODE
089800                 DELIMITED BY SIZE INTO WS-GP-LABEL
089900     END-EVALUATE.
090000 5230-EXIT.
090100     EXIT.
090200
090300*=============================================================*
090400*  5300-LIST-CANDIDATES - WALK THE STANDINGS FOR THE PRIZE'S  *
090500*     SECTION AND KEEP EVERY PLAYER NOT YET PLACED WHO IS     *
090600*     ELIGIBLE: ANYONE FOR A PLACE PRIZE; A RATED PLAYER WITH *
090700*     A GRADING INSIDE THE BAND FOR A BAND PRIZE; A MEMBER OF *
090800*     THE CLUB, OR A PLAYER ON THE PRIZE'S "E" LIST, FOR A    *
090900*     SPECIAL.                                                *
091000*=============================================================*
091100 5300-LIST-CANDIDATES.
091200     MOVE ZERO TO WS-CN-COUNT.
091300     PERFORM 5310-CHECK-PLAYER THRU 5310-EXIT
091400         VARYING WS-ODX FROM 1 BY 1 UNTIL WS-ODX > WS-ORD-COUNT.
091500 5300-EXIT.
091600     EXIT.
091700
091800 5310-CHECK-PLAYER.
091900     MOVE WS-ORD-NDX(WS-ODX) TO WS-IDX.
092000     IF WS-PL-SECTION(WS-IDX) NOT = WS-GP-SECTION
092100         GO TO 5310-EXIT
092200     END-IF.
092300     IF WS-PL-AWARDED(WS-IDX)
092400         GO TO 5310-EXIT
092500     END-IF.
092600     MOVE "N" TO WS-ELIG-SW.
092700     EVALUATE TRUE
092800         WHEN WS-GP-TYPE = "P"
092900             SET WS-ELIGIBLE TO TRUE
093000         WHEN WS-GP-TYPE = "B"
093100             PERFORM 5320-CHECK-BAND THRU 5320-EXIT
093200         WHEN WS-GP-CATEGORY = "C"
093300             IF WS-PL-CLUB(WS-IDX) = WS-GP-CLUB
093400                 SET WS-ELIGIBLE TO TRUE
093500             END-IF
093600         WHEN OTHER
093700             PERFORM 5330-CHECK-LIST THRU 5330-EXIT
093800                 VARYING WS-EX FROM 1 BY 1
093900                 UNTIL WS-EX > WS-EL-COUNT OR WS-ELIGIBLE
094000     END-EVALUATE.
094100     IF WS-ELIGIBLE
094200         ADD 1 TO WS-CN-COUNT
094300         MOVE WS-IDX TO WS-CN-NDX(WS-CN-COUNT)
094400     END-IF.
094500 5310-EXIT.
094600     EXIT.
094700
094800 5320-CHECK-BAND.
094900     IF WS-PL-RATED(WS-IDX) NOT = "A"
095000         GO TO 5320-EXIT
095100     END-IF.
095200     IF WS-PL-GRADING(WS-IDX) IS NOT NUMERIC
095300         GO TO 5320-EXIT
095400     END-IF.
095500     IF WS-PL-GRADE-N(WS-IDX) NOT < WS-GP-BAND-LOW
095600        AND WS-PL-GRADE-N(WS-IDX) NOT > WS-GP-BAND-HIGH
095700         SET WS-ELIGIBLE TO TRUE
095800     END-IF.
095900 5320-EXIT.
096000     EXIT.
096100
096200 5330-CHECK-LIST.
096300     IF WS-EL-CODE(WS-EX) = WS-GP-CODE
096400        AND WS-EL-ID(WS-EX) = WS-PL-ID(WS-IDX)
096500         SET WS-ELIGIBLE TO TRUE
096600     END-IF.
096700 5330-EXIT.
096800     EXIT.
096900
097000*=============================================================*
097100*  5400-AWARD-TIE - FROM CANDIDATE WS-CI, FIND EVERY PLAYER   *
097200*     LEVEL ON SCORE WITH IT.  TOGETHER THEY COVER THE PLACES *
097300*     WS-PLACE-FROM ONWARD, ONE PLACE EACH, AND SHARE THE SUM *
097400*     OF THOSE PLACES' PRIZES EQUALLY.  WHEN THOSE PLACES     *
097500*     CARRY NO PRIZE THE PLAYERS STAY FREE FOR A LATER ONE.   *
097600*=============================================================*
097700 5400-AWARD-TIE.
097800     MOVE WS-CI TO WS-CJ.
097900     MOVE "N" TO WS-TIE-END-SW.
098000     PERFORM 5410-EXTEND-TIE THRU 5410-EXIT
098100         UNTIL WS-TIE-END.
098200     COMPUTE WS-TIE-COUNT = WS-CJ - WS-CI + 1.
098300     COMPUTE WS-PLACE-TO = WS-PLACE-FROM + WS-TIE-COUNT - 1.
098400     MOVE ZERO TO WS-POOL.
098500     PERFORM 5420-ADD-PLACE THRU 5420-EXIT
098600         VARYING WS-PX FROM WS-PLACE-FROM BY 1
098700         UNTIL WS-PX > WS-PLACE-TO OR WS-PX > 99.
098800     IF WS-POOL > ZERO
098900         ADD WS-POOL TO WS-GP-AWARDED
099000         COMPUTE WS-POOL-CENTS = WS-POOL * 100
099100         DIVIDE WS-POOL-CENTS BY WS-TIE-COUNT
099200             GIVING WS-SHARE-CENTS REMAINDER WS-ODD-CENTS
099300         MOVE WS-PLACE-FROM TO WS-PE-FROM
099400         IF WS-TIE-COUNT > 1
099500             MOVE "-" TO WS-PE-DASH
099600             MOVE WS-PLACE-TO TO WS-PE-TO
099700         ELSE
099800             MOVE SPACE TO WS-PE-DASH
099900             MOVE ZERO TO WS-PE-TO
100000         END-IF
100100         PERFORM 5430-AWARD-ONE THRU 5430-EXIT
100200             VARYING WS-CK FROM WS-CI BY 1 UNTIL WS-CK > WS-CJ
100300     END-IF.
100400     ADD WS-TIE-COUNT TO WS-PLACE-FROM.
100500     COMPUTE WS-CI = WS-CJ + 1.
100600 5400-EXIT.
100700     EXIT.
100800
100900 5410-EXTEND-TIE.
101000     IF WS-CJ = WS-CN-COUNT
101100         SET WS-TIE-END TO TRUE
101200         GO TO 5410-EXIT
101300     END-IF.
101400     MOVE WS-CN-NDX(WS-CJ + 1) TO WS-NEXT-NDX.
101500     MOVE WS-CN-NDX(WS-CI) TO WS-IDX.
101600     IF WS-PL-SCORE-HP(WS-NEXT-NDX) = WS-PL-SCORE-HP(WS-IDX)
101700         ADD 1 TO WS-CJ
101800     ELSE
101900         SET WS-TIE-END TO TRUE
102000     END-IF.
102100 5410-EXIT.
102200     EXIT.
102300
102400 5420-ADD-PLACE.
102500     ADD WS-GP-AMOUNT(WS-PX) TO WS-POOL.
102600 5420-EXIT.
102700     EXIT.
102800
102900*=============================================================*
103000*  5430-AWARD-ONE - ONE TIED PLAYER'S SHARE, PLUS A CENT WHILE*
103100*     THE ODD CENTS LAST.  THE PLAYER IS PLACED EITHER WAY;   *
103200*     A WITHDRAWAL OR DUES ARREARS WITHHOLDS THE MONEY.       *
103300*=============================================================*
103400 5430-AWARD-ONE.
103500     MOVE WS-CN-NDX(WS-CK) TO WS-IDX.
103600     COMPUTE WS-SHARE = WS-SHARE-CENTS / 100.
103700     IF WS-CK - WS-CI < WS-ODD-CENTS
103800         ADD 0.01 TO WS-SHARE
103900     END-IF.
104000     MOVE "Y" TO WS-PL-AWARD-SW(WS-IDX).
104100     MOVE WS-SHARE TO WS-PL-AMOUNT(WS-IDX).
104200     MOVE WS-GP-LABEL TO WS-PL-PRIZE(WS-IDX).
104300     MOVE WS-PLACES-ED TO WS-PL-PLACES(WS-IDX).
104400     EVALUATE TRUE
104500         WHEN WS-PL-WITHDRAWN(WS-IDX)
104600             MOVE "W" TO WS-PL-PAY-SW(WS-IDX)
104700             MOVE "WITHHELD - WITHDRAWN" TO WS-PL-L-STATUS
104800             ADD WS-SHARE TO WS-HELD-TOTAL
104900             ADD 1 TO WS-HELD-COUNT
105000         WHEN WS-PL-ARREARS(WS-IDX)
105100             MOVE "A" TO WS-PL-PAY-SW(WS-IDX)
105200             MOVE "WITHHELD - DUES ARREARS" TO WS-PL-L-STATUS
105300             ADD WS-SHARE TO WS-HELD-TOTAL
105400             ADD 1 TO WS-HELD-COUNT
105500         WHEN OTHER
105600             MOVE "P" TO WS-PL-PAY-SW(WS-IDX)
105700             MOVE "PAID" TO WS-PL-L-STATUS
105800             ADD WS-SHARE TO WS-PAID-TOTAL
105900             ADD 1 TO WS-PAID-COUNT
106000     END-EVALUATE.
106100     PERFORM 6100-PRINT-PRIZE THRU 6100-EXIT.
106200 5430-EXIT.
106300     EXIT.
106400
106500*=============================================================*
106600*  6000-PRINT-GROUP-HEAD - THE SECTION, LABEL AND TOTAL OF THE*
106700*     PRIZE ABOUT TO BE AWARDED.                              *
106800*=============================================================*
106900 6000-PRINT-GROUP-HEAD.
107000     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
107100         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
107200     END-IF.
107300     MOVE WS-GP-SECTION TO WS-GH-SECTION.
107400     MOVE WS-GP-LABEL TO WS-GH-LABEL.
107500     MOVE WS-GP-TOTAL TO WS-GH-TOTAL.
107600     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
107700         AFTER ADVANCING 1 LINE.
107800     WRITE PRINT-RECORD FROM WS-GROUP-HEAD-LINE
107900         AFTER ADVANCING 1 LINE.
108000     ADD 2 TO WS-LINE-COUNT.
108100 6000-EXIT.
108200     EXIT.
108300
108400*=============================================================*
108500*  6100-PRINT-PRIZE - ONE REGISTER LINE PER PLAYER PLACED,    *
108600*     PAID OR WITHHELD.  THE CALLER SETS THE STATUS.          *
108700*=============================================================*
108800 6100-PRINT-PRIZE.
108900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
109000         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
109100     END-IF.
109200     MOVE WS-PL-SECTION(WS-IDX) TO WS-PL-L-SECTION.
109300     MOVE WS-PL-ID(WS-IDX) TO WS-PL-L-ID.
109400     MOVE WS-PL-NAME(WS-IDX) TO WS-PL-L-NAME.
109500     PERFORM 6300-EDIT-SCORE THRU 6300-EXIT.
109600     MOVE WS-PL-PRIZE(WS-IDX) TO WS-PL-L-PRIZE.
109700     MOVE WS-PL-PLACES(WS-IDX) TO WS-PL-L-PLACES.
109800     MOVE WS-PL-AMOUNT(WS-IDX) TO WS-PL-L-AMOUNT.
109900     WRITE PRINT-RECORD FROM WS-PRIZE-LINE
110000         AFTER ADVANCING 1 LINE.
110100     ADD 1 TO WS-LINE-COUNT.
110200 6100-EXIT.
110300     EXIT.
110400
110500*=============================================================*
110600*  6200-PRINT-UNAWARDED - THE PART OF A PRIZE NO ELIGIBLE     *
110700*     PLAYER REACHED, SO IT STAYS IN THE FUND.                *
110800*=============================================================*
110900 6200-PRINT-UNAWARDED.
111000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
111100         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
111200     END-IF.
111300     MOVE SPACES TO WS-PRIZE-LINE.
111400     MOVE WS-GP-SECTION TO WS-PL-L-SECTION.
111500     MOVE WS-GP-LABEL TO WS-PL-L-PRIZE.
111600     MOVE WS-GP-LEFT TO WS-PL-L-AMOUNT.
111700     MOVE "NOT AWARDED" TO WS-PL-L-STATUS.
111800     WRITE PRINT-RECORD FROM WS-PRIZE-LINE
111900         AFTER ADVANCING 1 LINE.
112000     ADD 1 TO WS-LINE-COUNT.
112100 6200-EXIT.
112200     EXIT.
112300
112400 6300-EDIT-SCORE.
112500     DIVIDE WS-PL-SCORE-HP(WS-IDX) BY 2
112600         GIVING WS-SC-WHOLE REMAINDER WS-SC-REM.
112700     MOVE WS-SC-WHOLE TO WS-SE-WHOLE.
112800     IF WS-SC-REM = 1
112900         MOVE 5 TO WS-SE-HALF
113000     ELSE
113100         MOVE 0 TO WS-SE-HALF
113200     END-IF.
113300     MOVE WS-SCORE-ED TO WS-PL-L-SCORE.
113400 6300-EXIT.
113500     EXIT.
113600
113700*=============================================================*
113800*  7000-WRITE-PAYOUTS - ONE PAYOUT RECORD FOR EVERY PLAYER    *
113900*     PAID, IN STANDINGS ORDER, AND THE CONTROL TRAILER.  A   *
114000*     FAILED WRITE STOPS THE RUN - A PART FILE MUST NOT BE    *
114100*     LOADED.                                                 *
114200*=============================================================*
114300 7000-WRITE-PAYOUTS.
114400     PERFORM 7100-WRITE-ONE THRU 7100-EXIT
114500         VARYING WS-ODX FROM 1 BY 1
114600         UNTIL WS-ODX > WS-ORD-COUNT OR WS-ABEND-YES.
114700     IF WS-ABEND-YES
114800         GO TO 7000-EXIT
114900     END-IF.
115000     MOVE SPACES TO PO-TRAILER-RECORD.
115100     MOVE "T" TO PO-T-TYPE.
115200     MOVE WS-PAYOUT-COUNT TO PO-T-COUNT.
115300     MOVE WS-PAID-TOTAL TO PO-T-TOTAL.
115400     MOVE WS-FUND TO PO-T-FUND.
115500     WRITE PO-TRAILER-RECORD.
115600     IF NOT WS-PO-OK
115700         DISPLAY "TABLEPRZ0210 UNABLE TO WRITE PAYOUT-FILE, "
115800             "STATUS = " WS-PO-STATUS
115900         SET WS-ABEND-YES TO TRUE
116000     END-IF.
116100 7000-EXIT.
116200     EXIT.
116300
116400 7100-WRITE-ONE.
116500     MOVE WS-ORD-NDX(WS-ODX) TO WS-IDX.
116600     IF NOT WS-PL-PAID(WS-IDX)
116700         GO TO 7100-EXIT
116800     END-IF.
116900     MOVE SPACES TO PO-DETAIL-RECORD.
117000     MOVE "D" TO PO-TYPE.
117100     MOVE WS-PL-ID(WS-IDX) TO PO-ID.
117200     MOVE WS-PL-NAME(WS-IDX) TO PO-NAME.
117300     MOVE WS-PL-SECTION(WS-IDX) TO PO-SECTION.
117400     MOVE WS-PL-AMOUNT(WS-IDX) TO PO-AMOUNT.
117500     MOVE WS-PL-PRIZE(WS-IDX) TO PO-PRIZE.
117600     WRITE PO-DETAIL-RECORD.
117700     IF NOT WS-PO-OK
117800         DISPLAY "TABLEPRZ0210 UNABLE TO WRITE PAYOUT-FILE, "
117900             "STATUS = " WS-PO-STATUS
118000         SET WS-ABEND-YES TO TRUE
118100         GO TO 7100-EXIT
118200     END-IF.
118300     ADD 1 TO WS-PAYOUT-COUNT.
118400 7100-EXIT.
118500     EXIT.
118600
118700*=============================================================*
118800*  8000-PRINT-WITHHELD - ON A PAGE OF ITS OWN, EVERY PRIZE    *
118900*     WITHHELD AND WHY, FOR THE TOURNAMENT CONTROLLER TO      *
119000*     SETTLE BY HAND.                                         *
119100*=============================================================*
119200 8000-PRINT-WITHHELD.
119300     MOVE "PRIZES WITHHELD" TO WS-RPT-TITLE.
119400     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
119500     PERFORM 8100-PRINT-ONE-HELD THRU 8100-EXIT
119600         VARYING WS-ODX FROM 1 BY 1 UNTIL WS-ODX > WS-ORD-COUNT.
119700     IF WS-HELD-COUNT = ZERO
119800         MOVE SPACES TO RPT-TRAILER-LINE
119900         MOVE "NONE WITHHELD" TO RPT-T-TEXT
120000         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
120100             AFTER ADVANCING 1 LINE
120200         ADD 1 TO WS-LINE-COUNT
120300     END-IF.
120400 8000-EXIT.
120500     EXIT.
120600
120700 8100-PRINT-ONE-HELD.
120800     MOVE WS-ORD-NDX(WS-ODX) TO WS-IDX.
120900     EVALUATE TRUE
121000         WHEN WS-PL-HELD-WDRAW(WS-IDX)
121100             MOVE "WITHHELD - WITHDRAWN" TO WS-PL-L-STATUS
121200         WHEN WS-PL-HELD-DUES(WS-IDX)
121300             MOVE "WITHHELD - DUES ARREARS" TO WS-PL-L-STATUS
121400         WHEN OTHER
121500             GO TO 8100-EXIT
121600     END-EVALUATE.
121700     PERFORM 6100-PRINT-PRIZE THRU 6100-EXIT.
121800 8100-EXIT.
121900     EXIT.
122000
122100*=============================================================*
122200*  9000-TERMINATE - PROVE THE FUND, PRINT THE TRAILER, CLOSE  *
122300*     FILES AND SET THE RETURN CODE.  THE SCHEDULE MUST ADD UP*
122400*     TO THE FUND, AND WHAT WAS PAID, WITHHELD AND NOT AWARDED*
122500*     MUST ADD BACK UP TO IT TO THE CENT.                     *
122600*=============================================================*
122700 9000-TERMINATE.
122800     IF NOT WS-FUND-GIVEN
122900         DISPLAY "TABLEPRZ0200 NO FUND CARD ON THE PRIZE SCHEDULE"
123000         SET WS-PROOF-FAILED TO TRUE
123100     END-IF.
123200     IF WS-SCHED-TOTAL NOT = WS-FUND
123300         SET WS-PROOF-FAILED TO TRUE
123400     END-IF.
123500     COMPUTE WS-PROOF-TOTAL = WS-PAID-TOTAL + WS-HELD-TOTAL
123600         + WS-UNAWARD-TOTAL.
123700     IF WS-PROOF-TOTAL NOT = WS-FUND
123800         SET WS-PROOF-FAILED TO TRUE
123900     END-IF.
124000     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
124100     CLOSE TRN-IN.
124200     CLOSE SCHED-FILE.
124300     CLOSE PLAYER-MASTER.
124400     CLOSE DUES-MASTER.
124500     CLOSE PAYOUT-FILE.
124600     CLOSE PRINT-FILE.
124700     DISPLAY " ".
124800     DISPLAY "***** PRIZE FUND TOTALS *****".
124900     DISPLAY "ENTRANTS READ    - " WS-TRN-COUNT.
125000     DISPLAY "SCHEDULE CARDS   - " WS-CARD-COUNT.
125100     DISPLAY "CARDS REJECTED   - " WS-REJECT-COUNT.
125200     DISPLAY "PLAYERS PAID     - " WS-PAID-COUNT.
125300     DISPLAY "PLAYERS WITHHELD - " WS-HELD-COUNT.
125400     MOVE WS-FUND TO WS-MONEY-ED.
125500     DISPLAY "PRIZE FUND       - " WS-MONEY-ED.
125600     MOVE WS-PAID-TOTAL TO WS-MONEY-ED.
125700     DISPLAY "TOTAL PAID       - " WS-MONEY-ED.
125800     MOVE WS-HELD-TOTAL TO WS-MONEY-ED.
125900     DISPLAY "TOTAL WITHHELD   - " WS-MONEY-ED.
126000     MOVE WS-UNAWARD-TOTAL TO WS-MONEY-ED.
126100     DISPLAY "NOT AWARDED      - " WS-MONEY-ED.
126200     IF WS-PROOF-FAILED
126300         DISPLAY "TABLEPRZ0220 PRIZE FUND DOES NOT PROVE - "
126400             "PAYOUT FILE MUST NOT BE LOADED"
126500         MOVE 8 TO RETURN-CODE
126600     ELSE
126700         IF WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO
126800             MOVE 4 TO RETURN-CODE
126900         ELSE
127000             MOVE ZERO TO RETURN-CODE
127100         END-IF
127200     END-IF.
127300 9000-EXIT.
127400     EXIT.
127500
127600*=============================================================*
127700*  9100-PRINT-TRAILER - THE FUND PROOF ON THE FOOT OF THE     *
127800*     REGISTER, FROM THE SAME TOTALS AS THE PAYOUT TRAILER.   *
127900*=============================================================*
128000 9100-PRINT-TRAILER.
128100     IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
128200         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
128300     END-IF.
128400     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
128500         AFTER ADVANCING 1 LINE.
128600     MOVE SPACES TO RPT-TRAILER-LINE.
128700     MOVE "PRIZE FUND TOTALS" TO RPT-T-TEXT.
128800     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
128900         AFTER ADVANCING 1 LINE.
129000     ADD 2 TO WS-LINE-COUNT.
129100     MOVE WS-TRN-COUNT TO WS-EDIT-NUM.
129200     MOVE "ENTRANTS READ" TO RPT-T-TEXT.
129300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
129400     MOVE WS-REJECT-COUNT TO WS-EDIT-NUM.
129500     MOVE "CARDS REJECTED" TO RPT-T-TEXT.
129600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
129700     MOVE WS-PAID-COUNT TO WS-EDIT-NUM.
129800     MOVE "PLAYERS PAID" TO RPT-T-TEXT.
129900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
130000     MOVE WS-HELD-COUNT TO WS-EDIT-NUM.
130100     MOVE "PLAYERS WITHHELD" TO RPT-T-TEXT.
130200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
130300     MOVE WS-FUND TO WS-MONEY-ED.
130400     MOVE "PRIZE FUND" TO RPT-T-TEXT.
130500     PERFORM 9120-PRINT-MONEY THRU 9120-EXIT.
130600     MOVE WS-SCHED-TOTAL TO WS-MONEY-ED.
130700     MOVE "SCHEDULE TOTAL" TO RPT-T-TEXT.
130800     PERFORM 9120-PRINT-MONEY THRU 9120-EXIT.
130900     MOVE WS-PAID-TOTAL TO WS-MONEY-ED.
131000     MOVE "TOTAL PAID" TO RPT-T-TEXT.
131100     PERFORM 9120-PRINT-MONEY THRU 9120-EXIT.
131200     MOVE WS-HELD-TOTAL TO WS-MONEY-ED.
131300     MOVE "TOTAL WITHHELD" TO RPT-T-TEXT.
131400     PERFORM 9120-PRINT-MONEY THRU 9120-EXIT.
131500     MOVE WS-UNAWARD-TOTAL TO WS-MONEY-ED.
131600     MOVE "NOT AWARDED" TO RPT-T-TEXT.
131700     PERFORM 9120-PRINT-MONEY THRU 9120-EXIT.
131800     MOVE SPACES TO RPT-TRAILER-LINE.
131900     IF WS-PROOF-FAILED
132000         MOVE "FUND NOT PROVED" TO RPT-T-TEXT
132100     ELSE
132200         MOVE "FUND PROVED" TO RPT-T-TEXT
132300     END-IF.
132400     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
132500         AFTER ADVANCING 2 LINES.
132600     ADD 2 TO WS-LINE-COUNT.
132700 9100-EXIT.
132800     EXIT.
132900
133000 9110-PRINT-FIGURE.
133100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
133200     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
133300         AFTER ADVANCING 1 LINE.
133400     ADD 1 TO WS-LINE-COUNT.
133500     MOVE SPACES TO RPT-TRAILER-LINE.
133600 9110-EXIT.
133700     EXIT.
133800
133900 9120-PRINT-MONEY.
134000     MOVE WS-MONEY-ED TO RPT-T-NUM.
134100     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
134200         AFTER ADVANCING 1 LINE.
134300     ADD 1 TO WS-LINE-COUNT.
134400     MOVE SPACES TO RPT-TRAILER-LINE.
134500 9120-EXIT.
134600     EXIT.
