000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLESHT.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLESHT - TEAM LEAGUE TEAM SHEETS.  THE FIXTURE FILE      *
000900*  CARRIES ONE CARD PER CLUB-V-CLUB MATCH (DATE, HOME CLUB,   *
001000*  AWAY CLUB, BOARD COUNT); THE SYSIN CONTROL CARD GIVES THE  *
001100*  DATE RANGE TO PRINT (FROM YYMMDD IN COLUMNS 1-6, TO YYMMDD *
001200*  IN COLUMNS 7-12, INCLUSIVE) SO THE SECRETARY CAN CUT THE   *
001300*  COMING WEEK'S SHEETS.  EACH FIXTURE IN RANGE GETS ITS OWN  *
001400*  PAGE: BOTH SIDES PICKED OFF THE GRADED ROSTER IN BOARD     *
001500*  ORDER - HIGHEST GRADING ON BOARD ONE - WITH THE HOME SIDE  *
001600*  ON WHITE ON THE ODD BOARDS, AND TWO RESERVES PER SIDE      *
001700*  UNDER THE BOARDS.  A PLAYER WHOSE GRADING FAILS THE SAME   *
001800*  NUMERIC/RANGE EDIT THE NIGHTLY ROSTER EDIT APPLIES IS      *
001900*  PICKED AFTER EVERY GRADED PLAYER OF THE PLAYER'S CLUB, NOT *
002000*  BOARD-ORDERED ON BAD DATA.  A SIDE TOO SMALL TO FILL ITS   *
002100*  BOARDS PRINTS *NO PLAYER* ON THE EMPTY BOARDS.  BAD FIXTURE*
002200*  CARDS AND SHORT SIDES SET RC=4.                            *
002300*=============================================================*
002400*  MODIFICATION HISTORY                                       *
002500*  DATE      BY   DESCRIPTION                                 *
002600*  10/15/26  JPM  ORIGINAL                                    *
002700*=============================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONTROL-FILE ASSIGN TO SYSIN
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-CC-STATUS.
003700
003800     SELECT FIXTURE-FILE ASSIGN TO FIXTURE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-FX-STATUS.
004100
004200     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS MR-ID
004600         FILE STATUS IS WS-PM-STATUS.
004700
004800     SELECT CLUB-MASTER ASSIGN TO CLUBMST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS CB-CODE
005200         FILE STATUS IS WS-CB-STATUS.
005300
005400     SELECT PRINT-FILE ASSIGN TO SHTOUT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PR-STATUS.
005700
005800     SELECT WS-SHEET-SORT ASSIGN TO SRTWORK.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONTROL-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  CONTROL-CARD           PIC X(80).
006600
006700 FD  FIXTURE-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY FIXREC.
007100
007200 FD  PLAYER-MASTER
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY PLYMAST.
007600
007700 FD  CLUB-MASTER
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CLUBREC.
008100
008200 FD  PRINT-FILE
008300     LABEL RECORDS ARE OMITTED.
008400 01  PRINT-RECORD           PIC X(132).
008500
008600 SD  WS-SHEET-SORT.
008700 01  SD-SHEET-RECORD.
008800     05  SD-CLUB        PIC X(03).
008900     05  SD-RATED-ORD   PIC X(01).
009000     05  SD-GRAD        PIC 9(04).
009100     05  SD-ID          PIC X(04).
009200     05  SD-NAME        PIC X(12).
009300     05  SD-FIRSTNAME   PIC X(13).
009400     05  SD-GRADING-X   PIC X(04).
009500     05  SD-GAMES       PIC X(03).
009600
009700 WORKING-STORAGE SECTION.
009800*-----------------------------------------------------------*
009900*  GRADED ROSTER - LOADED FROM PLAYER-MASTER THROUGH THE    *
010000*  SORT, SO EACH CLUB'S PLAYERS SIT TOGETHER IN BOARD ORDER:*
010100*  GRADED PLAYERS HIGH TO LOW, THEN ANY FAILING THE EDIT.   *
010200*-----------------------------------------------------------*
010300     COPY PLYTAB.
010400
010500*-----------------------------------------------------------*
010600*  CLUB REFERENCE TABLE - LOADED FROM CLUBMST AT STARTUP TO *
010700*  CHECK THE FIXTURE CLUB CODES AND PRINT THE FULL NAMES.   *
010800*-----------------------------------------------------------*
010900     COPY CLUBTAB.
011000
011100*-----------------------------------------------------------*
011200*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
011300*  FROM THE NIGHTLY REPORT, PLUS FIXTURE AND BOARD LINES OF *
011400*  THIS PROGRAM'S OWN.                                      *
011500*-----------------------------------------------------------*
011600     COPY RPTLINES.
011700
011800 01  WS-MATCH-LINE.
011900     05  FILLER              PIC X(10) VALUE SPACES.
012000     05  FILLER              PIC X(11) VALUE "MATCH DATE ".
012100     05  WS-ML-DATE          PIC X(06).
012200     05  FILLER              PIC X(10) VALUE "   BOARDS ".
012300     05  WS-ML-BOARDS        PIC Z9.
012400
012500 01  WS-SIDE-LINE.
012600     05  FILLER              PIC X(10) VALUE SPACES.
012700     05  WS-SL-WHAT          PIC X(05).
012800     05  WS-SL-CLUB          PIC X(03).
012900     05  FILLER              PIC X(02) VALUE SPACES.
013000     05  WS-SL-NAME          PIC X(20).
013100
013200 01  WS-BOARD-LINE.
013300     05  FILLER              PIC X(10) VALUE SPACES.
013400     05  WS-BL-LABEL         PIC X(05).
013500     05  FILLER              PIC X(02) VALUE SPACES.
013600     05  WS-BL-HOME-COL      PIC X(01).
013700     05  FILLER              PIC X(01) VALUE SPACE.
013800     05  WS-BL-HOME-ID       PIC X(04).
013900     05  FILLER              PIC X(01) VALUE SPACE.
014000     05  WS-BL-HOME-NAME     PIC X(12).
014100     05  FILLER              PIC X(01) VALUE SPACE.
014200     05  WS-BL-HOME-GRADING  PIC X(04).
014300     05  FILLER              PIC X(04) VALUE SPACES.
014400     05  WS-BL-AWAY-COL      PIC X(01).
014500     05  FILLER              PIC X(01) VALUE SPACE.
014600     05  WS-BL-AWAY-ID       PIC X(04).
014700     05  FILLER              PIC X(01) VALUE SPACE.
014800     05  WS-BL-AWAY-NAME     PIC X(12).
014900     05  FILLER              PIC X(01) VALUE SPACE.
015000     05  WS-BL-AWAY-GRADING  PIC X(04).
015100
015200 01  WS-SHEET-COLHDG.
015300     05  FILLER              PIC X(07) VALUE "BOARD".
015400     05  FILLER              PIC X(27) VALUE "HOME".
015500     05  FILLER              PIC X(04) VALUE "AWAY".
015600
015700*-----------------------------------------------------------*
015800*  FILE STATUS AND SWITCHES                                 *
015900*-----------------------------------------------------------*
016000 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
016100     88  WS-CC-OK           VALUE "00".
016200     88  WS-CC-EOF          VALUE "10".
016300 77  WS-FX-STATUS       PIC X(02) VALUE SPACES.
016400     88  WS-FX-OK           VALUE "00".
016500     88  WS-FX-EOF          VALUE "10".
016600 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
016700     88  WS-PM-OK           VALUE "00".
016800     88  WS-PM-EOF          VALUE "10".
016900 77  WS-CB-STATUS       PIC X(02) VALUE SPACES.
017000     88  WS-CB-OK           VALUE "00".
017100     88  WS-CB-EOF          VALUE "10".
017200 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
017300     88  WS-PR-OK           VALUE "00".
017400 77  WS-ABEND-SW        PIC X(01) VALUE "N".
017500     88  WS-ABEND-YES       VALUE "Y".
017600 77  WS-SORT-SW         PIC X(01) VALUE "N".
017700     88  WS-SORT-EOF        VALUE "Y".
017800 77  WS-RATED-SW        PIC X(01) VALUE "N".
017900     88  WS-RATED-YES       VALUE "Y".
018000
018100*-----------------------------------------------------------*
018200*  DATE RANGE OFF THE CONTROL CARD - YYMMDD COMPARES IN     *
018300*  FILE ORDER, SAME RULE AS THE ACTIVITY REPORT.            *
018400*-----------------------------------------------------------*
018500 77  WS-FROM-DATE       PIC 9(06) VALUE ZERO.
018600 77  WS-TO-DATE         PIC 9(06) VALUE ZERO.
018700 77  WS-FROM-X          PIC X(06) VALUE SPACES.
018800 77  WS-TO-X            PIC X(06) VALUE SPACES.
018900 77  WS-MATCH-DATE      PIC 9(06) VALUE ZERO.
019000
019100*-----------------------------------------------------------*
019200*  FIXTURE AND BOARD WORK FIELDS - THE GRADING WINDOW IS    *
019300*  THE SAME ONE THE NIGHTLY ROSTER EDIT ENFORCES.  EACH     *
019400*  SIDE IS LOCATED ONCE PER FIXTURE AS THE FIRST ROSTER ROW *
019500*  OF ITS CLUB AND THE NUMBER OF ROWS THE CLUB HOLDS.       *
019600*-----------------------------------------------------------*
019700 77  WS-GRAD-NUM        PIC 9(04) VALUE ZERO.
019800 77  WS-GRAD-MIN        PIC 9(04) VALUE 0000.
019900 77  WS-GRAD-MAX        PIC 9(04) VALUE 3000.
020000 77  WS-TAB-MAX         PIC 9(03) COMP VALUE 500.
020100 77  WS-BOARD-MAX       PIC 9(02) COMP VALUE 20.
020200 77  WS-RESERVES        PIC 9(02) COMP VALUE 2.
020300 77  WS-BOARDS          PIC 9(02) COMP VALUE ZERO.
020400 77  WS-BOARD           PIC 9(02) COMP VALUE ZERO.
020500 77  WS-BOARD-FIRST     PIC 9(02) COMP VALUE ZERO.
020600 77  WS-BOARD-LAST      PIC 9(02) COMP VALUE ZERO.
020700 77  WS-BOARD-ED        PIC ZZ9.
020800 77  WS-HALF            PIC 9(02) COMP VALUE ZERO.
020900 77  WS-REM             PIC 9(02) COMP VALUE ZERO.
021000 77  WS-IDX             PIC 9(03) COMP VALUE ZERO.
021100 77  WS-PICK-NDX        PIC 9(03) COMP VALUE ZERO.
021200 77  WS-LOOK-FIRST      PIC 9(03) COMP VALUE ZERO.
021300 77  WS-LOOK-SIZE       PIC 9(03) COMP VALUE ZERO.
021400 77  WS-HOME-FIRST      PIC 9(03) COMP VALUE ZERO.
021500 77  WS-HOME-SIZE       PIC 9(03) COMP VALUE ZERO.
021600 77  WS-AWAY-FIRST      PIC 9(03) COMP VALUE ZERO.
021700 77  WS-AWAY-SIZE       PIC 9(03) COMP VALUE ZERO.
021800 77  WS-CDX             PIC 9(02) COMP VALUE ZERO.
021900 77  WS-CLB-MAX         PIC 9(02) COMP VALUE 50.
022000 77  WS-CLUB-LOOK       PIC X(03) VALUE SPACES.
022100 77  WS-CLUB-NAME-X     PIC X(20) VALUE SPACES.
022200 77  WS-CLUB-FOUND-SW   PIC X(01) VALUE "N".
022300     88  WS-CLUB-FOUND      VALUE "Y".
022400 77  WS-CLUB-ACTIVE-X   PIC X(01) VALUE SPACE.
022500 77  WS-REJ-REASON      PIC X(30) VALUE SPACES.
022600
022700*-----------------------------------------------------------*
022800*  RUN TOTALS - PRINTED ON THE SUMMARY PAGE                 *
022900*-----------------------------------------------------------*
023000 77  WS-READ-COUNT      PIC 9(04) COMP VALUE ZERO.
023100 77  WS-SHEET-COUNT     PIC 9(04) COMP VALUE ZERO.
023200 77  WS-RANGE-SKIP      PIC 9(04) COMP VALUE ZERO.
023300 77  WS-REJECT-COUNT    PIC 9(04) COMP VALUE ZERO.
023400 77  WS-SHORT-COUNT     PIC 9(04) COMP VALUE ZERO.
023500 77  WS-EDIT-NUM        PIC ZZZZZZ9.
023600
023700*-----------------------------------------------------------*
023800*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
023900*  NIGHTLY REPORT.                                          *
024000*-----------------------------------------------------------*
024100 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
024200 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
024300 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
024400 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
024500 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
024600 01  WS-SYS-DATE-AREA.
024700     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
024800 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
024900     05  WS-SYS-YY          PIC 9(02).
025000     05  WS-SYS-MM          PIC 9(02).
025100     05  WS-SYS-DD          PIC 9(02).
025200 01  WS-RUN-DATE-ED.
025300     05  WS-RUN-MM          PIC 9(02).
025400     05  FILLER             PIC X(01) VALUE "/".
025500     05  WS-RUN-DD          PIC 9(02).
025600     05  FILLER             PIC X(01) VALUE "/".
025700     05  WS-RUN-YY          PIC 9(02).
025800
025900 PROCEDURE DIVISION.
026000*=============================================================*
026100*  0000-MAINLINE                                              *
026200*=============================================================*
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026500     IF WS-ABEND-YES
026600         GO TO 9999-ABEND
026700     END-IF.
026800     PERFORM 2000-LOAD-ROSTER THRU 2000-EXIT.
026900     IF WS-ABEND-YES
027000         GO TO 9999-ABEND
027100     END-IF.
027200     PERFORM 3000-PRINT-ONE-FIXTURE THRU 3000-EXIT
027300         UNTIL WS-FX-EOF OR WS-ABEND-YES.
027400     IF WS-ABEND-YES
027500         GO TO 9999-ABEND
027600     END-IF.
027700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027800     GOBACK.
027900 9999-ABEND.
028000     CLOSE CONTROL-FILE.
028100     CLOSE FIXTURE-FILE.
028200     CLOSE PLAYER-MASTER.
028300     CLOSE PRINT-FILE.
028400     MOVE 16 TO RETURN-CODE.
028500     GOBACK.
028600 0000-EXIT.
028700     EXIT.
028800
028900*=============================================================*
029000*  1000-INITIALIZE - READ THE DATE-RANGE CARD, OPEN THE       *
029100*     FIXTURE, MASTER AND REPORT FILES, LOAD THE CLUB TABLE,  *
029200*     AND PRIME THE FIRST FIXTURE READ.                       *
029300*=============================================================*
029400 1000-INITIALIZE.
029500     OPEN INPUT CONTROL-FILE.
029600     IF NOT WS-CC-OK
029700         DISPLAY "TABLESHT0010 UNABLE TO OPEN CONTROL-FILE, "
029800             "STATUS = " WS-CC-STATUS
029900         SET WS-ABEND-YES TO TRUE
030000         GO TO 1000-EXIT
030100     END-IF.
030200     READ CONTROL-FILE
030300         AT END
030400             SET WS-CC-EOF TO TRUE
030500     END-READ.
030600     IF WS-CC-EOF
030700         DISPLAY "TABLESHT0020 CONTROL CARD MISSING - SUPPLY "
030800             "FROM YYMMDD IN COLS 1-6, TO YYMMDD IN COLS 7-12"
030900         SET WS-ABEND-YES TO TRUE
031000         GO TO 1000-EXIT
031100     END-IF.
031200     MOVE CONTROL-CARD(1:6) TO WS-FROM-X.
031300     MOVE CONTROL-CARD(7:6) TO WS-TO-X.
031400     IF WS-FROM-X IS NOT NUMERIC OR WS-TO-X IS NOT NUMERIC
031500         DISPLAY "TABLESHT0030 DATE RANGE NOT NUMERIC - "
031600             WS-FROM-X " " WS-TO-X
031700         SET WS-ABEND-YES TO TRUE
031800         GO TO 1000-EXIT
031900     END-IF.
032000     MOVE WS-FROM-X TO WS-FROM-DATE.
032100     MOVE WS-TO-X TO WS-TO-DATE.
032200     IF WS-FROM-DATE > WS-TO-DATE
032300         DISPLAY "TABLESHT0040 FROM DATE AFTER TO DATE - "
032400             WS-FROM-X "-" WS-TO-X
032500         SET WS-ABEND-YES TO TRUE
032600         GO TO 1000-EXIT
032700     END-IF.
032800     OPEN INPUT FIXTURE-FILE.
032900     IF NOT WS-FX-OK
033000         DISPLAY "TABLESHT0050 UNABLE TO OPEN FIXTURE-FILE, "
033100             "STATUS = " WS-FX-STATUS
033200         SET WS-ABEND-YES TO TRUE
033300         GO TO 1000-EXIT
033400     END-IF.
033500     OPEN INPUT PLAYER-MASTER.
033600     IF NOT WS-PM-OK
033700         DISPLAY "TABLESHT0060 UNABLE TO OPEN PLAYER-MASTER, "
033800             "STATUS = " WS-PM-STATUS
033900         SET WS-ABEND-YES TO TRUE
034000         GO TO 1000-EXIT
034100     END-IF.
034200     OPEN OUTPUT PRINT-FILE.
034300     IF NOT WS-PR-OK
034400         DISPLAY "TABLESHT0070 UNABLE TO OPEN PRINT-FILE, "
034500             "STATUS = " WS-PR-STATUS
034600         SET WS-ABEND-YES TO TRUE
034700         GO TO 1000-EXIT
034800     END-IF.
034900     PERFORM 1150-LOAD-CLUBS THRU 1150-EXIT.
035000     ACCEPT WS-SYS-DATE FROM DATE.
035100     MOVE WS-SYS-MM TO WS-RUN-MM.
035200     MOVE WS-SYS-DD TO WS-RUN-DD.
035300     MOVE WS-SYS-YY TO WS-RUN-YY.
035400     PERFORM 3100-READ-FIXTURE THRU 3100-EXIT.
035500 1000-EXIT.
035600     EXIT.
035700
035800*=============================================================*
035900*  1150-LOAD-CLUBS - READ THE CLUBMST REFERENCE FILE INTO THE *
036000*     CLUB TABLE.  A CLUBMST THAT CANNOT BE OPENED LEAVES THE *
036100*     TABLE EMPTY: THE FIXTURE CLUB CODES GO UNCHECKED AND    *
036200*     THE SHEETS PRINT THE BARE CODE.                         *
036300*=============================================================*
036400 1150-LOAD-CLUBS.
036500     OPEN INPUT CLUB-MASTER.
036600     IF NOT WS-CB-OK
036700         DISPLAY "TABLESHT0080 CLUB-MASTER NOT AVAILABLE, "
036800             "STATUS = " WS-CB-STATUS
036900             " - CLUB CODES NOT CHECKED"
037000         GO TO 1150-EXIT
037100     END-IF.
037200     MOVE ZERO TO WS-CLB-COUNT.
037300     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
037400     PERFORM 1170-STORE-CLUB THRU 1170-EXIT
037500         UNTIL WS-CB-EOF OR WS-CLB-COUNT = WS-CLB-MAX.
037600     CLOSE CLUB-MASTER.
037700 1150-EXIT.
037800     EXIT.
037900
038000 1160-READ-CLUB.
038100     READ CLUB-MASTER
038200         AT END
038300             SET WS-CB-EOF TO TRUE
038400     END-READ.
038500 1160-EXIT.
038600     EXIT.
038700
038800 1170-STORE-CLUB.
038900     ADD 1 TO WS-CLB-COUNT.
039000     MOVE CB-CODE TO WS-CLB-CODE(WS-CLB-COUNT).
039100     MOVE CB-NAME TO WS-CLB-NAME(WS-CLB-COUNT).
039200     MOVE CB-ACTIVE TO WS-CLB-ACTIVE(WS-CLB-COUNT).
039300     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
039400 1170-EXIT.
039500     EXIT.
039600
039700*=============================================================*
039800*  2000-LOAD-ROSTER - SORT PLAYER-MASTER INTO CLUB/BOARD      *
039900*     ORDER AND TABLE IT.  A ROSTER BIGGER THAN THE TABLE     *
040000*     ABENDS RATHER THAN PRINT SHEETS PICKED FROM PART OF IT. *
040100*=============================================================*
040200 2000-LOAD-ROSTER.
040300     SORT WS-SHEET-SORT
040400         ON ASCENDING KEY SD-CLUB
040500         ON ASCENDING KEY SD-RATED-ORD
040600         ON DESCENDING KEY SD-GRAD
040700         ON ASCENDING KEY SD-ID
040800         INPUT PROCEDURE IS 2100-SHEET-SORT-INPUT THRU 2100-EXIT
040900         OUTPUT PROCEDURE IS 2200-SHEET-SORT-OUTPUT
041000             THRU 2200-EXIT.
041100 2000-EXIT.
041200     EXIT.
041300
041400 2100-SHEET-SORT-INPUT.
041500     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
041600     PERFORM 2120-RELEASE-PLAYER THRU 2120-EXIT
041700         UNTIL WS-PM-EOF.
041800 2100-EXIT.
041900     EXIT.
042000
042100 2110-READ-MASTER.
042200     READ PLAYER-MASTER
042300         AT END
042400             SET WS-PM-EOF TO TRUE
042500     END-READ.
042600 2110-EXIT.
042700     EXIT.
042800
042900*=============================================================*
042970*  2120-RELEASE-PLAYER - A GRADED PLAYER SORTS ON THE         *
043040*     PLAYER'S GRADING ("A"); ONE FAILING THE EDIT SORTS AFTER*
043110*     THEM ("B").                                             *
043200*=============================================================*
043300 2120-RELEASE-PLAYER.
043400     MOVE MR-CLUB TO SD-CLUB.
043500     MOVE MR-ID TO SD-ID.
043600     MOVE MR-NAME TO SD-NAME.
043700     MOVE MR-FIRSTNAME TO SD-FIRSTNAME.
043800     MOVE MR-GRADING TO SD-GRADING-X.
043900     MOVE MR-GAMES-PLAYED TO SD-GAMES.
044000     MOVE "B" TO SD-RATED-ORD.
044100     MOVE ZERO TO SD-GRAD.
044200     IF MR-GRADING IS NUMERIC
044300         MOVE MR-GRADING TO WS-GRAD-NUM
044400         IF WS-GRAD-NUM NOT < WS-GRAD-MIN
044500                 AND WS-GRAD-NUM NOT > WS-GRAD-MAX
044600             MOVE "A" TO SD-RATED-ORD
044700             MOVE WS-GRAD-NUM TO SD-GRAD
044800         END-IF
044900     END-IF.
045000     RELEASE SD-SHEET-RECORD.
045100     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
045200 2120-EXIT.
045300     EXIT.
045400
045500 2200-SHEET-SORT-OUTPUT.
045600     MOVE ZERO TO WS-TAB-COUNT.
045700     MOVE "N" TO WS-SORT-SW.
045800     PERFORM 2205-RETURN-PLAYER THRU 2205-EXIT.
045900     PERFORM 2210-STORE-PLAYER THRU 2210-EXIT
046000         UNTIL WS-SORT-EOF OR WS-ABEND-YES.
046100 2200-EXIT.
046200     EXIT.
046300
046400 2205-RETURN-PLAYER.
046500     RETURN WS-SHEET-SORT
046600         AT END
046700             SET WS-SORT-EOF TO TRUE
046800     END-RETURN.
046900 2205-EXIT.
047000     EXIT.
047100
047200 2210-STORE-PLAYER.
047300     IF WS-TAB-COUNT = WS-TAB-MAX
047400         DISPLAY "TABLESHT0090 PLAYER-MASTER EXCEEDS WS-TAB-MAX "
047500             "(500) - ROSTER TRUNCATED"
047600         SET WS-ABEND-YES TO TRUE
047700         GO TO 2210-EXIT
047800     END-IF.
047900     ADD 1 TO WS-TAB-COUNT.
048000     MOVE SD-ID TO WS-ID(WS-TAB-COUNT).
048100     MOVE SD-NAME TO WS-NAME(WS-TAB-COUNT).
048200     MOVE SD-FIRSTNAME TO WS-FIRSTNAME(WS-TAB-COUNT).
048300     MOVE SD-GRADING-X TO WS-GRADING(WS-TAB-COUNT).
048400     MOVE SD-CLUB TO WS-CLUB(WS-TAB-COUNT).
048500     MOVE SD-GAMES TO WS-GAMES(WS-TAB-COUNT).
048600     PERFORM 2205-RETURN-PLAYER THRU 2205-EXIT.
048700 2210-EXIT.
048800     EXIT.
048900
049000*=============================================================*
049100*  3000-PRINT-ONE-FIXTURE - ONE FIXTURE CARD: EDIT IT, SKIP IT*
049200*     IF IT FALLS OUTSIDE THE RANGE, OTHERWISE PRINT THE TEAM *
049300*     SHEET ON A PAGE OF ITS OWN.                             *
049400*=============================================================*
049500 3000-PRINT-ONE-FIXTURE.
049600     IF FX-FIXTURE-RECORD = SPACES
049700         GO TO 3000-NEXT
049800     END-IF.
049900     ADD 1 TO WS-READ-COUNT.
050000     PERFORM 3050-EDIT-FIXTURE THRU 3050-EXIT.
050100     IF WS-REJ-REASON NOT = SPACES
050200         ADD 1 TO WS-REJECT-COUNT
050300         DISPLAY "TABLESHT0100 FIXTURE REJECTED - "
050400             FX-FIXTURE-RECORD(1:17) " - " WS-REJ-REASON
050500         GO TO 3000-NEXT
050600     END-IF.
050700     IF WS-MATCH-DATE < WS-FROM-DATE
050800             OR WS-MATCH-DATE > WS-TO-DATE
050900         ADD 1 TO WS-RANGE-SKIP
051000         GO TO 3000-NEXT
051100     END-IF.
051200     ADD 1 TO WS-SHEET-COUNT.
051300     MOVE FX-HOME-CLUB TO WS-CLUB-LOOK.
051400     PERFORM 3200-LOCATE-CLUB THRU 3200-EXIT.
051500     MOVE WS-LOOK-FIRST TO WS-HOME-FIRST.
051600     MOVE WS-LOOK-SIZE TO WS-HOME-SIZE.
051700     MOVE FX-AWAY-CLUB TO WS-CLUB-LOOK.
051800     PERFORM 3200-LOCATE-CLUB THRU 3200-EXIT.
051900     MOVE WS-LOOK-FIRST TO WS-AWAY-FIRST.
052000     MOVE WS-LOOK-SIZE TO WS-AWAY-SIZE.
052100     PERFORM 3300-PRINT-SHEET-HEAD THRU 3300-EXIT.
052200     PERFORM 3400-PRINT-ONE-BOARD THRU 3400-EXIT
052300         VARYING WS-BOARD FROM 1 BY 1 UNTIL WS-BOARD > WS-BOARDS.
052400     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
052500     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
052600         AFTER ADVANCING 1 LINE.
052700     ADD 1 TO WS-LINE-COUNT.
052800     COMPUTE WS-BOARD-FIRST = WS-BOARDS + 1.
052900     COMPUTE WS-BOARD-LAST = WS-BOARDS + WS-RESERVES.
053000     PERFORM 3400-PRINT-ONE-BOARD THRU 3400-EXIT
053100         VARYING WS-BOARD FROM WS-BOARD-FIRST BY 1
053200         UNTIL WS-BOARD > WS-BOARD-LAST.
053300 3000-NEXT.
053400     PERFORM 3100-READ-FIXTURE THRU 3100-EXIT.
053500 3000-EXIT.
053600     EXIT.
053700
053800*=============================================================*
053900*  3050-EDIT-FIXTURE - DATE NUMERIC, BOARDS 01 TO 20, BOTH    *
054000*     CLUBS ON CLUBMST AND NOT RETIRED, AND NOT THE SAME CLUB.*
054100*     WS-REJ-REASON COMES BACK SPACES ON A GOOD CARD.         *
054200*=============================================================*
054300 3050-EDIT-FIXTURE.
054400     MOVE SPACES TO WS-REJ-REASON.
054500     IF FX-MATCH-DATE IS NOT NUMERIC
054600         MOVE "MATCH DATE NOT NUMERIC" TO WS-REJ-REASON
054700         GO TO 3050-EXIT
054800     END-IF.
054900     MOVE FX-MATCH-DATE TO WS-MATCH-DATE.
055000     IF FX-BOARDS IS NOT NUMERIC
055100         MOVE "BOARD COUNT NOT NUMERIC" TO WS-REJ-REASON
055200         GO TO 3050-EXIT
055300     END-IF.
055400     MOVE FX-BOARDS TO WS-BOARDS.
055500     IF WS-BOARDS = ZERO OR WS-BOARDS > WS-BOARD-MAX
055600         MOVE "BOARD COUNT NOT 01 TO 20" TO WS-REJ-REASON
055700         GO TO 3050-EXIT
055800     END-IF.
055900     IF FX-HOME-CLUB = FX-AWAY-CLUB
056000         MOVE "HOME AND AWAY CLUB THE SAME" TO WS-REJ-REASON
056100         GO TO 3050-EXIT
056200     END-IF.
056300     MOVE FX-HOME-CLUB TO WS-CLUB-LOOK.
056400     PERFORM 3060-CHECK-CLUB THRU 3060-EXIT.
056500     IF WS-REJ-REASON NOT = SPACES
056600         GO TO 3050-EXIT
056700     END-IF.
056800     MOVE FX-AWAY-CLUB TO WS-CLUB-LOOK.
056900     PERFORM 3060-CHECK-CLUB THRU 3060-EXIT.
057000 3050-EXIT.
057100     EXIT.
057200
057300 3060-CHECK-CLUB.
057400     IF WS-CLB-COUNT = ZERO
057500         GO TO 3060-EXIT
057600     END-IF.
057700     MOVE "N" TO WS-CLUB-FOUND-SW.
057800     PERFORM 3070-MATCH-CLUB-CODE THRU 3070-EXIT
057900         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
058000     IF NOT WS-CLUB-FOUND
058100         MOVE "CLUB NOT ON CLUBMST" TO WS-REJ-REASON
058200         GO TO 3060-EXIT
058300     END-IF.
058400     IF WS-CLUB-ACTIVE-X = "N"
058500         MOVE "CLUB RETIRED ON CLUBMST" TO WS-REJ-REASON
058600     END-IF.
058700 3060-EXIT.
058800     EXIT.
058900
059000 3070-MATCH-CLUB-CODE.
059100     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
059200         SET WS-CLUB-FOUND TO TRUE
059300         MOVE WS-CLB-ACTIVE(WS-CDX) TO WS-CLUB-ACTIVE-X
059400         MOVE WS-CLB-COUNT TO WS-CDX
059500     END-IF.
059600 3070-EXIT.
059700     EXIT.
059800
059900 3100-READ-FIXTURE.
060000     READ FIXTURE-FILE
060100         AT END
060200             SET WS-FX-EOF TO TRUE
060300     END-READ.
060400 3100-EXIT.
060500     EXIT.
060600
060700*=============================================================*
060800*  3200-LOCATE-CLUB - THE FIRST ROSTER ROW OF WS-CLUB-LOOK AND*
060900*     HOW MANY ROWS THE CLUB HOLDS.  THE ROSTER IS IN CLUB    *
061000*     ORDER, SO THE CLUB'S ROWS RUN ON FROM THE FIRST ONE.    *
061100*=============================================================*
061200 3200-LOCATE-CLUB.
061300     MOVE ZERO TO WS-LOOK-FIRST.
061400     MOVE ZERO TO WS-LOOK-SIZE.
061500     PERFORM 3210-COUNT-CLUB-ROW THRU 3210-EXIT
061600         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TAB-COUNT.
061700 3200-EXIT.
061800     EXIT.
061900
062000 3210-COUNT-CLUB-ROW.
062100     IF WS-CLUB(WS-IDX) = WS-CLUB-LOOK
062200         IF WS-LOOK-FIRST = ZERO
062300             MOVE WS-IDX TO WS-LOOK-FIRST
062400         END-IF
062500         ADD 1 TO WS-LOOK-SIZE
062600     END-IF.
062700 3210-EXIT.
062800     EXIT.
062900
063000*=============================================================*
063100*  3300-PRINT-SHEET-HEAD - NEW PAGE, THEN THE MATCH DATE AND  *
063200*     BOARD COUNT AND THE TWO SIDES BY CODE AND FULL NAME.    *
063300*=============================================================*
063400 3300-PRINT-SHEET-HEAD.
063500     MOVE "TEAM SHEET" TO WS-RPT-TITLE.
063600     MOVE WS-SHEET-COLHDG TO WS-RPT-COLHDG.
063700     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
063800     MOVE FX-MATCH-DATE TO WS-ML-DATE.
063900     MOVE WS-BOARDS TO WS-ML-BOARDS.
064000     WRITE PRINT-RECORD FROM WS-MATCH-LINE
064100         AFTER ADVANCING 1 LINE.
064200     MOVE "HOME " TO WS-SL-WHAT.
064300     MOVE FX-HOME-CLUB TO WS-SL-CLUB.
064400     MOVE FX-HOME-CLUB TO WS-CLUB-LOOK.
064500     PERFORM 6000-FIND-CLUB-NAME THRU 6000-EXIT.
064600     MOVE WS-CLUB-NAME-X TO WS-SL-NAME.
064700     WRITE PRINT-RECORD FROM WS-SIDE-LINE
064800         AFTER ADVANCING 1 LINE.
064900     MOVE "AWAY " TO WS-SL-WHAT.
065000     MOVE FX-AWAY-CLUB TO WS-SL-CLUB.
065100     MOVE FX-AWAY-CLUB TO WS-CLUB-LOOK.
065200     PERFORM 6000-FIND-CLUB-NAME THRU 6000-EXIT.
065300     MOVE WS-CLUB-NAME-X TO WS-SL-NAME.
065400     WRITE PRINT-RECORD FROM WS-SIDE-LINE
065500         AFTER ADVANCING 1 LINE.
065600     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
065700         AFTER ADVANCING 1 LINE.
065800     ADD 4 TO WS-LINE-COUNT.
065900 3300-EXIT.
066000     EXIT.
066100
066200*=============================================================*
066300*  3400-PRINT-ONE-BOARD - BOARD WS-BOARD FOR BOTH SIDES: THE  *
066400*     CLUB'S N-TH PLAYER IN BOARD ORDER.  THE HOME SIDE TAKES *
066500*     WHITE ON THE ODD BOARDS.  PAST THE BOARD COUNT THE LINE *
066600*     IS A RESERVE - NO COLOUR, AND LEFT OFF ENTIRELY WHEN    *
066700*     NEITHER SIDE HAS A PLAYER LEFT.                         *
066800*=============================================================*
066900 3400-PRINT-ONE-BOARD.
067000     MOVE SPACES TO WS-BOARD-LINE.
067100     IF WS-BOARD > WS-BOARDS
067200         IF WS-BOARD > WS-HOME-SIZE AND WS-BOARD > WS-AWAY-SIZE
067300             GO TO 3400-EXIT
067400         END-IF
067500         MOVE "RES" TO WS-BL-LABEL
067600     ELSE
067700         MOVE WS-BOARD TO WS-BOARD-ED
067800         MOVE WS-BOARD-ED TO WS-BL-LABEL
067900         DIVIDE WS-BOARD BY 2 GIVING WS-HALF REMAINDER WS-REM
068000         IF WS-REM = 1
068100             MOVE "W" TO WS-BL-HOME-COL
068200             MOVE "B" TO WS-BL-AWAY-COL
068300         ELSE
068400             MOVE "B" TO WS-BL-HOME-COL
068500             MOVE "W" TO WS-BL-AWAY-COL
068600         END-IF
068700     END-IF.
068800     IF WS-BOARD > WS-HOME-SIZE
068900         MOVE "*NO PLAYER*" TO WS-BL-HOME-NAME
069000         IF WS-BOARD NOT > WS-BOARDS
069100             ADD 1 TO WS-SHORT-COUNT
069200         END-IF
069300     ELSE
069400         COMPUTE WS-PICK-NDX = WS-HOME-FIRST + WS-BOARD - 1
069500         MOVE WS-ID(WS-PICK-NDX) TO WS-BL-HOME-ID
069600         MOVE WS-NAME(WS-PICK-NDX) TO WS-BL-HOME-NAME
069700         PERFORM 3450-EDIT-GRADING THRU 3450-EXIT
069800         MOVE WS-GRADING(WS-PICK-NDX) TO WS-BL-HOME-GRADING
069900         IF NOT WS-RATED-YES
070000             MOVE "UNR " TO WS-BL-HOME-GRADING
070100         END-IF
070200     END-IF.
070300     IF WS-BOARD > WS-AWAY-SIZE
070400         MOVE "*NO PLAYER*" TO WS-BL-AWAY-NAME
070500         IF WS-BOARD NOT > WS-BOARDS
070600             ADD 1 TO WS-SHORT-COUNT
070700         END-IF
070800     ELSE
070900         COMPUTE WS-PICK-NDX = WS-AWAY-FIRST + WS-BOARD - 1
071000         MOVE WS-ID(WS-PICK-NDX) TO WS-BL-AWAY-ID
071100         MOVE WS-NAME(WS-PICK-NDX) TO WS-BL-AWAY-NAME
071200         PERFORM 3450-EDIT-GRADING THRU 3450-EXIT
071300         MOVE WS-GRADING(WS-PICK-NDX) TO WS-BL-AWAY-GRADING
071400         IF NOT WS-RATED-YES
071500             MOVE "UNR " TO WS-BL-AWAY-GRADING
071600         END-IF
071700     END-IF.
071800     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
071900     WRITE PRINT-RECORD FROM WS-BOARD-LINE
072000         AFTER ADVANCING 1 LINE.
072100     ADD 1 TO WS-LINE-COUNT.
072200 3400-EXIT.
072300     EXIT.
072400
072500 3450-EDIT-GRADING.
072600     MOVE "N" TO WS-RATED-SW.
072700     IF WS-GRADING(WS-PICK-NDX) IS NUMERIC
072800         MOVE WS-GRADING(WS-PICK-NDX) TO WS-GRAD-NUM
072900         IF WS-GRAD-NUM NOT < WS-GRAD-MIN
073000                 AND WS-GRAD-NUM NOT > WS-GRAD-MAX
073100             SET WS-RATED-YES TO TRUE
073200         END-IF
073300     END-IF.
073400 3450-EXIT.
073500     EXIT.
073600
073700 3900-GUARD-PAGE.
073800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
073900         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
074000     END-IF.
074100 3900-EXIT.
074200     EXIT.
074300
074400*=============================================================*
074500*  4050-PRINT-HEADINGS - STARTS A NEW PAGE.  SAME HEADING     *
074600*     PAIR AND PAGE HANDLING AS THE NIGHTLY REPORT.           *
074700*=============================================================*
074800 4050-PRINT-HEADINGS.
074900     ADD 1 TO WS-PAGE-COUNT.
075000     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
075100     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
075200     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
075300     WRITE PRINT-RECORD FROM RPT-HEADING-1
075400         AFTER ADVANCING PAGE.
075500     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
075600     WRITE PRINT-RECORD FROM RPT-HEADING-2
075700         AFTER ADVANCING 2 LINES.
075800     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
075900         AFTER ADVANCING 1 LINE.
076000     MOVE ZERO TO WS-LINE-COUNT.
076100 4050-EXIT.
076200     EXIT.
076300
076400*=============================================================*
076500*  6000-FIND-CLUB-NAME - RESOLVE WS-CLUB-LOOK AGAINST THE     *
076600*     CLUB REFERENCE TABLE, SAME CONVENTION AS THE NIGHTLY    *
076700*     REPORT: AN EMPTY TABLE RETURNS SPACES, A CODE NOT ON    *
076800*     THE FILE RETURNS *UNKNOWN*.                             *
076900*=============================================================*
077000 6000-FIND-CLUB-NAME.
077100     MOVE SPACES TO WS-CLUB-NAME-X.
077200     IF WS-CLB-COUNT = ZERO
077300         GO TO 6000-EXIT
077400     END-IF.
077500     MOVE "*UNKNOWN*" TO WS-CLUB-NAME-X.
077600     PERFORM 6010-MATCH-CLUB THRU 6010-EXIT
077700         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
077800 6000-EXIT.
077900     EXIT.
078000
078100 6010-MATCH-CLUB.
078200     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
078300         MOVE WS-CLB-NAME(WS-CDX) TO WS-CLUB-NAME-X
078400         MOVE WS-CLB-COUNT TO WS-CDX
078500     END-IF.
078600 6010-EXIT.
078700     EXIT.
078800
078900*=============================================================*
079000*  9000-TERMINATE - SUMMARY PAGE, CLOSE FILES, SET THE RETURN *
079100*     CODE.  A REJECTED FIXTURE CARD, A SIDE SHORT OF PLAYERS *
079200*     OR NO FIXTURE IN RANGE AT ALL IS RC=4.                  *
079300*=============================================================*
079400 9000-TERMINATE.
079500     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
079600     CLOSE CONTROL-FILE.
079700     CLOSE FIXTURE-FILE.
079800     CLOSE PLAYER-MASTER.
079900     CLOSE PRINT-FILE.
080000     DISPLAY " ".
080100     DISPLAY "***** TEAM SHEET TOTALS *****".
080200     DISPLAY "FIXTURES READ  - " WS-READ-COUNT.
080300     DISPLAY "SHEETS PRINTED - " WS-SHEET-COUNT.
080400     DISPLAY "OUT OF RANGE   - " WS-RANGE-SKIP.
080500     DISPLAY "REJECTED       - " WS-REJECT-COUNT.
080600     DISPLAY "SHORT BOARDS   - " WS-SHORT-COUNT.
080700     IF WS-REJECT-COUNT > ZERO OR WS-SHORT-COUNT > ZERO
080800             OR WS-SHEET-COUNT = ZERO
080900         MOVE 4 TO RETURN-CODE
081000     ELSE
081100         MOVE ZERO TO RETURN-CODE
081200     END-IF.
081300 9000-EXIT.
081400     EXIT.
081500
081600*=============================================================*
081700*  9100-PRINT-TRAILER - RUN FIGURES ON A SUMMARY PAGE OF THEIR*
081800*     OWN, SO NO TEAM SHEET CARRIES THEM.                     *
081900*=============================================================*
082000 9100-PRINT-TRAILER.
082100     MOVE "TEAM SHEET SUMMARY" TO WS-RPT-TITLE.
082200     MOVE SPACES TO WS-RPT-COLHDG.
082300     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
082400     MOVE SPACES TO RPT-TRAILER-LINE.
082500     MOVE WS-READ-COUNT TO WS-EDIT-NUM.
082600     MOVE "FIXTURES READ" TO RPT-T-TEXT.
082700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
082800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
082900     MOVE WS-SHEET-COUNT TO WS-EDIT-NUM.
083000     MOVE "SHEETS PRINTED" TO RPT-T-TEXT.
083100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
083200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
083300     MOVE WS-RANGE-SKIP TO WS-EDIT-NUM.
083400     MOVE "OUT OF RANGE" TO RPT-T-TEXT.
083500     MOVE WS-EDIT-NUM TO RPT-T-NUM.
083600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
083700     MOVE WS-REJECT-COUNT TO WS-EDIT-NUM.
083800     MOVE "FIXTURES REJECTED" TO RPT-T-TEXT.
083900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
084000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
084100     MOVE WS-SHORT-COUNT TO WS-EDIT-NUM.
084200     MOVE "BOARDS UNFILLED" TO RPT-T-TEXT.
084300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
084400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
084500 9100-EXIT.
084600     EXIT.
084700
084800 9110-PRINT-FIGURE.
084900     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
085000         AFTER ADVANCING 1 LINE.
085100     MOVE SPACES TO RPT-TRAILER-LINE.
085200     ADD 1 TO WS-LINE-COUNT.
085300 9110-EXIT.
085400     EXIT.
