000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLELGE.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLELGE - TEAM LEAGUE RESULTS AND TABLE.  THE FIXTURE     *
000900*  FILE CARRIES ONE CARD PER CLUB-V-CLUB MATCH (DATE, HOME    *
001000*  CLUB, AWAY CLUB, BOARD COUNT); THE GAMES THEMSELVES ARE    *
001100*  THE ONES TABLERES APPLIED OFF MATCHIN AND KEPT ON THE      *
001150*  GAMELOG LEDGER WITH BOTH PLAYERS' CLUBS.  A LEDGER GAME    *
001200*  BETWEEN TWO CLUBS, WHICHEVER SIDE HAD WHITE, BELONGS TO    *
001250*  THEIR LATEST FIXTURE DATED ON OR BEFORE THE DATE TABLERES  *
001300*  RAN IT, BUT ONLY ON THE FIRST LEDGER DATE THAT FIXTURE     *
001350*  SEES - SO A MATCH KEYED A DAY OR MORE LATE, OR APPLIED BY  *
001400*  A RUN THAT PASSED MIDNIGHT, STILL FINDS ITS FIXTURE, WHILE *
001480*  A LATER GAME BETWEEN THE SAME CLUBS BEFORE THEIR NEXT      *
001560*  FIXTURE IS LISTED AS A STRAY.  THE SYSIN CONTROL CARD      *
001640*  GIVES THE SEASON (FROM YYMMDD IN COLUMNS 1-6, TO YYMMDD IN *
001720*  COLUMNS 7-12, INCLUSIVE); A GAME RUN AFTER THE TO DATE     *
001800*  COUNTS ONLY TOWARD A FIXTURE.  EACH FIXTURE PLAYED PRINTS  *
001880*  ITS GAMES AND THE MATCH SCORE IN GAME POINTS (WIN OR       *
001960*  DEFAULT WIN ONE, DRAW A HALF, VOID NOTHING); THE MATCH     *
002040*  WINNER TAKES TWO MATCH POINTS, A DRAWN MATCH ONE EACH.  THE*
002120*  LEAGUE TABLE RANKS ON MATCH POINTS, THEN GAME POINTS, THEN *
002200*  THE TIEBREAK - GAMES WON.  FIXTURES IN THE SEASON WITH NO  *
002280*  GAMES ON THE LEDGER, AND INTER-CLUB LEDGER GAMES THAT FIT  *
002360*  NO FIXTURE, ARE LISTED FOR THE LEAGUE SECRETARY.  A GAME   *
002440*  BETWEEN TWO MEMBERS OF THE SAME CLUB IS A CLUB-NIGHT GAME, *
002520*  NOT A LEAGUE GAME, AND IS ONLY COUNTED.  ANY OF THOSE LISTS*
002600*  HAVING ENTRIES, OR A REJECTED FIXTURE CARD, SETS RC=4.     *
002800*=============================================================*
002900*  MODIFICATION HISTORY                                       *
003000*  DATE      BY   DESCRIPTION                                 *
003100*  10/15/26  JPM  ORIGINAL                                    *
003130*  10/15/26  JPM  LEDGER GAMES MATCHED TO THE FIXTURE ON THE  *
003160*                 FIRST RUN DATE ON OR AFTER THE MATCH DATE   *
003200*=============================================================*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTROL-FILE ASSIGN TO SYSIN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CC-STATUS.
004200
004300     SELECT FIXTURE-FILE ASSIGN TO FIXTURE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-FX-STATUS.
004600
004700     SELECT GAME-LOG ASSIGN TO GAMELOG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-GL-STATUS.
005000
005100     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS MR-ID
005500         FILE STATUS IS WS-PM-STATUS.
005600
005700     SELECT CLUB-MASTER ASSIGN TO CLUBMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS CB-CODE
006100         FILE STATUS IS WS-CB-STATUS.
006200
006300     SELECT PRINT-FILE ASSIGN TO LGEOUT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PR-STATUS.
006600
006700     SELECT WS-GAME-SORT ASSIGN TO SRTWORK.
006800
006900     SELECT WS-TABLE-SORT ASSIGN TO SRTWORK2.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CONTROL-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  CONTROL-CARD           PIC X(80).
007700
007800 FD  FIXTURE-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY FIXREC.
008200
008300 FD  GAME-LOG
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY GAMEREC.
008700
008800 FD  PLAYER-MASTER
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100     COPY PLYMAST.
009200
009300 FD  CLUB-MASTER
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CLUBREC.
009700
009800 FD  PRINT-FILE
009900     LABEL RECORDS ARE OMITTED.
010000 01  PRINT-RECORD           PIC X(132).
010100
010200 SD  WS-GAME-SORT.
010300 01  SD-GAME-RECORD.
010400     05  SD-G-DATE      PIC 9(06).
010500     05  SD-G-FIX       PIC 9(03).
010600     05  SD-G-SEQ       PIC 9(05).
010700     05  SD-G-WHITE-ID  PIC X(04).
010800     05  SD-G-BLACK-ID  PIC X(04).
010900     05  SD-G-OUTCOME   PIC X(01).
011000     05  SD-G-WHITE-CLUB PIC X(03).
011100     05  SD-G-BLACK-CLUB PIC X(03).
011150     05  SD-G-RUN-DATE  PIC 9(06).
011200
011300 SD  WS-TABLE-SORT.
011400 01  SD-TABLE-RECORD.
011500     05  SD-T-MP        PIC 9(03).
011600     05  SD-T-GP        PIC 9(04).
011700     05  SD-T-TB        PIC 9(04).
011800     05  SD-T-CLUB      PIC X(03).
011900     05  SD-T-PLAYED    PIC 9(03).
012000     05  SD-T-WON       PIC 9(03).
012100     05  SD-T-DRAWN     PIC 9(03).
012200     05  SD-T-LOST      PIC 9(03).
012300
012400 WORKING-STORAGE SECTION.
012500*-----------------------------------------------------------*
012600*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
012700*  FROM THE NIGHTLY REPORT, PLUS FIXTURE, GAME, SCORE AND   *
012800*  TABLE LINES OF THIS PROGRAM'S OWN.                       *
012900*-----------------------------------------------------------*
013000     COPY RPTLINES.
013100
013200*-----------------------------------------------------------*
013300*  CLUB REFERENCE TABLE - LOADED FROM CLUBMST AT STARTUP TO *
013400*  CHECK THE FIXTURE CLUB CODES AND PRINT THE FULL NAMES.   *
013500*-----------------------------------------------------------*
013600     COPY CLUBTAB.
013700
013800 01  WS-FIX-HEAD-LINE.
013900     05  FILLER              PIC X(10) VALUE SPACES.
014000     05  WS-FH-DATE          PIC X(06).
014100     05  FILLER              PIC X(02) VALUE SPACES.
014200     05  WS-FH-HOME          PIC X(03).
014300     05  FILLER              PIC X(03) VALUE " V ".
014400     05  WS-FH-AWAY          PIC X(03).
014500     05  FILLER              PIC X(10) VALUE "   BOARDS ".
014600     05  WS-FH-BOARDS        PIC Z9.
014700
014800 01  WS-GAME-LINE.
014900     05  FILLER              PIC X(10) VALUE SPACES.
015000     05  WS-GM-WHITE-ID      PIC X(04).
015100     05  FILLER              PIC X(01) VALUE SPACE.
015200     05  WS-GM-WHITE-NAME    PIC X(12).
015300     05  FILLER              PIC X(01) VALUE SPACE.
015400     05  WS-GM-WHITE-CLUB    PIC X(03).
015500     05  FILLER              PIC X(02) VALUE SPACES.
015600     05  WS-GM-RESULT        PIC X(07).
015700     05  FILLER              PIC X(02) VALUE SPACES.
015800     05  WS-GM-BLACK-ID      PIC X(04).
015900     05  FILLER              PIC X(01) VALUE SPACE.
016000     05  WS-GM-BLACK-NAME    PIC X(12).
016100     05  FILLER              PIC X(01) VALUE SPACE.
016200     05  WS-GM-BLACK-CLUB    PIC X(03).
016300     05  FILLER              PIC X(02) VALUE SPACES.
016400     05  WS-GM-NOTE          PIC X(10).
016500
016600 01  WS-SCORE-LINE.
016700     05  FILLER              PIC X(10) VALUE SPACES.
016800     05  FILLER              PIC X(12) VALUE "MATCH SCORE ".
016900     05  WS-SC-HOME          PIC X(03).
017000     05  FILLER              PIC X(01) VALUE SPACE.
017100     05  WS-SC-HOME-PTS      PIC ZZ9.9.
017200     05  FILLER              PIC X(03) VALUE " - ".
017300     05  WS-SC-AWAY-PTS      PIC ZZ9.9.
017400     05  FILLER              PIC X(01) VALUE SPACE.
017500     05  WS-SC-AWAY          PIC X(03).
017600     05  FILLER              PIC X(02) VALUE SPACES.
017700     05  WS-SC-NOTE          PIC X(24).
017800
017900 01  WS-LEAGUE-LINE.
018000     05  FILLER              PIC X(10) VALUE SPACES.
018100     05  WS-LT-POS           PIC ZZ9.
018200     05  FILLER              PIC X(02) VALUE SPACES.
018300     05  WS-LT-CLUB          PIC X(03).
018400     05  FILLER              PIC X(01) VALUE SPACE.
018500     05  WS-LT-NAME          PIC X(16).
018600     05  FILLER              PIC X(01) VALUE SPACE.
018700     05  WS-LT-PLAYED        PIC ZZ9.
018800     05  FILLER              PIC X(01) VALUE SPACE.
018900     05  WS-LT-WON           PIC ZZ9.
019000     05  FILLER              PIC X(01) VALUE SPACE.
019100     05  WS-LT-DRAWN         PIC ZZ9.
019200     05  FILLER              PIC X(01) VALUE SPACE.
019300     05  WS-LT-LOST          PIC ZZ9.
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  WS-LT-MP            PIC ZZ9.
019600     05  FILLER              PIC X(02) VALUE SPACES.
019700     05  WS-LT-GP            PIC ZZ9.9.
019800     05  FILLER              PIC X(02) VALUE SPACES.
019900     05  WS-LT-TB            PIC ZZ9.
020000
020100 01  WS-LEAGUE-COLHDG.
020200     05  FILLER              PIC X(26) VALUE "POS  CLUB".
020300     05  FILLER              PIC X(04) VALUE "  P ".
020400     05  FILLER              PIC X(04) VALUE "  W ".
020500     05  FILLER              PIC X(04) VALUE "  D ".
020600     05  FILLER              PIC X(05) VALUE "  L  ".
020700     05  FILLER              PIC X(05) VALUE " MP  ".
020800     05  FILLER              PIC X(07) VALUE "   GP  ".
020900     05  FILLER              PIC X(03) VALUE " TB".
021000
021100 01  WS-UNPLAYED-LINE.
021200     05  FILLER              PIC X(10) VALUE SPACES.
021300     05  WS-UP-DATE          PIC X(06).
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  WS-UP-HOME          PIC X(03).
021600     05  FILLER              PIC X(03) VALUE " V ".
021700     05  WS-UP-AWAY          PIC X(03).
021800     05  FILLER              PIC X(10) VALUE "   BOARDS ".
021900     05  WS-UP-BOARDS        PIC Z9.
022000     05  FILLER              PIC X(02) VALUE SPACES.
022100     05  WS-UP-NOTE          PIC X(24).
022200
022300 01  WS-STRAY-LINE.
022400     05  FILLER              PIC X(10) VALUE SPACES.
022500     05  WS-ST-DATE          PIC X(06).
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  WS-ST-WHITE-ID      PIC X(04).
022800     05  FILLER              PIC X(01) VALUE SPACE.
022900     05  WS-ST-WHITE-CLUB    PIC X(03).
023000     05  FILLER              PIC X(02) VALUE SPACES.
023100     05  WS-ST-RESULT        PIC X(07).
023200     05  FILLER              PIC X(02) VALUE SPACES.
023300     05  WS-ST-BLACK-ID      PIC X(04).
023400     05  FILLER              PIC X(01) VALUE SPACE.
023500     05  WS-ST-BLACK-CLUB    PIC X(03).
023600     05  FILLER              PIC X(02) VALUE SPACES.
023700     05  WS-ST-NOTE          PIC X(28).
023800
023900*-----------------------------------------------------------*
023980*  FIXTURE TABLE - THE SEASON'S ACCEPTED FIXTURES IN CARD   *
024060*  ORDER, EACH CARRYING ITS MATCH FIGURES AS THE LEDGER     *
024140*  GAMES ARE GROUPED ONTO IT, AND THE LEDGER DATE ITS FIRST *
024220*  GAME WAS RUN ON (ZERO UNTIL ONE IS FOUND).  SCORES ARE   *
024300*  HELD IN HALF-POINTS (A WIN 2, A DRAW 1) SO THEY STAY     *
024380*  WHOLE NUMBERS, SAME AS THE TOURNAMENT STATE FILE.        *
024500*-----------------------------------------------------------*
024600 01  WS-FIXTURE-AREA.
024700     03  WS-FIX-COUNT       PIC 9(03) COMP VALUE ZERO.
024800     03  WS-FIX-ENTRY OCCURS 1 TO 200 TIMES
024900             DEPENDING ON WS-FIX-COUNT.
025000         05  WS-FIX-DATE    PIC 9(06).
025050         05  WS-FIX-LEDGER  PIC 9(06).
025100         05  WS-FIX-HOME    PIC X(03).
025200         05  WS-FIX-AWAY    PIC X(03).
025300         05  WS-FIX-BOARDS  PIC 9(02).
025400         05  WS-FIX-GAMES   PIC 9(03) COMP.
025500         05  WS-FIX-VOIDS   PIC 9(03) COMP.
025600         05  WS-FIX-HOME-HP PIC 9(03) COMP.
025700         05  WS-FIX-AWAY-HP PIC 9(03) COMP.
025800         05  WS-FIX-HOME-WON PIC 9(03) COMP.
025900         05  WS-FIX-AWAY-WON PIC 9(03) COMP.
026000 77  WS-FIX-MAX         PIC 9(03) COMP VALUE 200.
026100
026200*-----------------------------------------------------------*
026300*  LEAGUE STANDINGS - ONE ROW PER CLUB NAMED ON A FIXTURE,  *
026400*  SO A CLUB YET TO PLAY STILL SHOWS ON THE TABLE.          *
026500*-----------------------------------------------------------*
026600 01  WS-STANDING-AREA.
026700     03  WS-STD-COUNT       PIC 9(02) COMP VALUE ZERO.
026800     03  WS-STD-ENTRY OCCURS 1 TO 50 TIMES
026900             DEPENDING ON WS-STD-COUNT.
027000         05  WS-STD-CLUB    PIC X(03).
027100         05  WS-STD-PLAYED  PIC 9(03) COMP.
027200         05  WS-STD-WON     PIC 9(03) COMP.
027300         05  WS-STD-DRAWN   PIC 9(03) COMP.
027400         05  WS-STD-LOST    PIC 9(03) COMP.
027500         05  WS-STD-MP      PIC 9(03) COMP.
027600         05  WS-STD-GP-HP   PIC 9(04) COMP.
027700         05  WS-STD-TB      PIC 9(04) COMP.
027800 77  WS-STD-MAX         PIC 9(02) COMP VALUE 50.
027900
028000*-----------------------------------------------------------*
028100*  STRAY GAMES - INTER-CLUB LEDGER GAMES IN THE SEASON THAT *
028200*  FIT NO FIXTURE, HELD FOR THE LIST AT THE END OF THE RUN. *
028300*  ANY BEYOND THE TABLE ARE STILL COUNTED.                  *
028400*-----------------------------------------------------------*
028500 01  WS-STRAY-AREA.
028600     03  WS-STR-COUNT       PIC 9(03) COMP VALUE ZERO.
028700     03  WS-STR-ENTRY OCCURS 1 TO 200 TIMES
028800             DEPENDING ON WS-STR-COUNT.
028900         05  WS-STR-DATE    PIC 9(06).
029000         05  WS-STR-WHITE-ID PIC X(04).
029100         05  WS-STR-WHITE-CLUB PIC X(03).
029200         05  WS-STR-BLACK-ID PIC X(04).
029300         05  WS-STR-BLACK-CLUB PIC X(03).
029400         05  WS-STR-OUTCOME PIC X(01).
029500 77  WS-STR-MAX         PIC 9(03) COMP VALUE 200.
029600
029700*-----------------------------------------------------------*
029800*  FILE STATUS AND SWITCHES                                 *
029900*-----------------------------------------------------------*
030000 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
030100     88  WS-CC-OK           VALUE "00".
030200     88  WS-CC-EOF          VALUE "10".
030300 77  WS-FX-STATUS       PIC X(02) VALUE SPACES.
030400     88  WS-FX-OK           VALUE "00".
030500     88  WS-FX-EOF          VALUE "10".
030600 77  WS-GL-STATUS       PIC X(02) VALUE SPACES.
030700     88  WS-GL-OK           VALUE "00".
030800     88  WS-GL-EOF          VALUE "10".
030900 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
031000     88  WS-PM-OK           VALUE "00".
031100 77  WS-CB-STATUS       PIC X(02) VALUE SPACES.
031200     88  WS-CB-OK           VALUE "00".
031300     88  WS-CB-EOF          VALUE "10".
031400 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
031500     88  WS-PR-OK           VALUE "00".
031600 77  WS-ABEND-SW        PIC X(01) VALUE "N".
031700     88  WS-ABEND-YES       VALUE "Y".
031800 77  WS-SORT-SW         PIC X(01) VALUE "N".
031900     88  WS-SORT-EOF        VALUE "Y".
032000 77  WS-NAME-CHECK-SW   PIC X(01) VALUE "N".
032100     88  WS-NAME-CHECK-ON   VALUE "Y".
032200 77  WS-WHITE-HOME-SW   PIC X(01) VALUE "N".
032300     88  WS-WHITE-HOME      VALUE "Y".
032400 77  WS-CLUB-FOUND-SW   PIC X(01) VALUE "N".
032500     88  WS-CLUB-FOUND      VALUE "Y".
032600
032700*-----------------------------------------------------------*
032800*  SEASON RANGE OFF THE CONTROL CARD - YYMMDD COMPARES IN   *
032900*  FILE ORDER, SAME RULE AS THE ACTIVITY REPORT.            *
033000*-----------------------------------------------------------*
033100 77  WS-FROM-DATE       PIC 9(06) VALUE ZERO.
033200 77  WS-TO-DATE         PIC 9(06) VALUE ZERO.
033300 77  WS-FROM-X          PIC X(06) VALUE SPACES.
033400 77  WS-TO-X            PIC X(06) VALUE SPACES.
033500 77  WS-MATCH-DATE      PIC 9(06) VALUE ZERO.
033600
033700*-----------------------------------------------------------*
033800*  SCORING RULES - MATCH POINTS FOR A WON AND A DRAWN MATCH.*
033900*-----------------------------------------------------------*
034000 77  WS-MP-WIN          PIC 9(01) VALUE 2.
034100 77  WS-MP-DRAW         PIC 9(01) VALUE 1.
034200
034300*-----------------------------------------------------------*
034400*  GROUPING AND SCORING WORK FIELDS                         *
034500*-----------------------------------------------------------*
034600 77  WS-BOARDS          PIC 9(02) COMP VALUE ZERO.
034700 77  WS-BOARD-MAX       PIC 9(02) COMP VALUE 20.
034800 77  WS-IDX             PIC 9(03) COMP VALUE ZERO.
034900 77  WS-FIX-NDX         PIC 9(03) COMP VALUE ZERO.
035000 77  WS-FIX-CUR         PIC 9(03) COMP VALUE ZERO.
035100 77  WS-LOOK-DATE       PIC 9(06) VALUE ZERO.
035150 77  WS-FIX-BEST-DATE   PIC 9(06) VALUE ZERO.
035200 77  WS-LOOK-WHITE      PIC X(03) VALUE SPACES.
035300 77  WS-LOOK-BLACK      PIC X(03) VALUE SPACES.
035400 77  WS-STD-NDX         PIC 9(02) COMP VALUE ZERO.
035500 77  WS-HOME-NDX        PIC 9(02) COMP VALUE ZERO.
035600 77  WS-AWAY-NDX        PIC 9(02) COMP VALUE ZERO.
035700 77  WS-SDX             PIC 9(02) COMP VALUE ZERO.
035800 77  WS-CDX             PIC 9(02) COMP VALUE ZERO.
035900 77  WS-CLB-MAX         PIC 9(02) COMP VALUE 50.
036000 77  WS-CLUB-LOOK       PIC X(03) VALUE SPACES.
036100 77  WS-CLUB-NAME-X     PIC X(20) VALUE SPACES.
036200 77  WS-CLUB-ACTIVE-X   PIC X(01) VALUE SPACE.
036300 77  WS-REJ-REASON      PIC X(30) VALUE SPACES.
036400 77  WS-NAME-LOOK-ID    PIC X(04) VALUE SPACES.
036500 77  WS-NAME-FOUND      PIC X(12) VALUE SPACES.
036600 77  WS-RESULT-X        PIC X(07) VALUE SPACES.
036700 77  WS-SHORT           PIC 9(03) COMP VALUE ZERO.
036800 77  WS-SHORT-ED        PIC Z9.
036900 77  WS-HP-WORK         PIC 9(04)V9 VALUE ZERO.
037000 77  WS-POS             PIC 9(03) COMP VALUE ZERO.
037100 77  WS-ROW             PIC 9(03) COMP VALUE ZERO.
037200 77  WS-PREV-MP         PIC 9(03) VALUE ZERO.
037300 77  WS-PREV-GP         PIC 9(04) VALUE ZERO.
037400 77  WS-PREV-TB         PIC 9(04) VALUE ZERO.
037500
037600*-----------------------------------------------------------*
037700*  RUN TOTALS - PRINTED ON THE LEAGUE SUMMARY               *
037800*-----------------------------------------------------------*
037900 77  WS-FIX-READ        PIC 9(04) COMP VALUE ZERO.
038000 77  WS-FIX-REJECT      PIC 9(04) COMP VALUE ZERO.
038100 77  WS-FIX-RANGE-SKIP  PIC 9(04) COMP VALUE ZERO.
038200 77  WS-MATCH-COUNT     PIC 9(04) COMP VALUE ZERO.
038300 77  WS-UNPLAYED-COUNT  PIC 9(04) COMP VALUE ZERO.
038400 77  WS-BOARD-WARN      PIC 9(04) COMP VALUE ZERO.
038500 77  WS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
038600 77  WS-LEAGUE-GAMES    PIC 9(05) COMP VALUE ZERO.
038700 77  WS-STRAY-COUNT     PIC 9(05) COMP VALUE ZERO.
038800 77  WS-CLUB-GAMES      PIC 9(05) COMP VALUE ZERO.
038900 77  WS-BADOUT-COUNT    PIC 9(05) COMP VALUE ZERO.
039000 77  WS-EDIT-NUM        PIC ZZZZZZ9.
039100
039200*-----------------------------------------------------------*
039300*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
039400*  NIGHTLY REPORT.                                          *
039500*-----------------------------------------------------------*
039600 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
039700 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
039800 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
039900 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
040000 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
040100 01  WS-SYS-DATE-AREA.
040200     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
040300 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
040400     05  WS-SYS-YY          PIC 9(02).
040500     05  WS-SYS-MM          PIC 9(02).
040600     05  WS-SYS-DD          PIC 9(02).
040700 01  WS-RUN-DATE-ED.
040800     05  WS-RUN-MM          PIC 9(02).
040900     05  FILLER             PIC X(01) VALUE "/".
041000     05  WS-RUN-DD          PIC 9(02).
041100     05  FILLER             PIC X(01) VALUE "/".
041200     05  WS-RUN-YY          PIC 9(02).
041300
041400 PROCEDURE DIVISION.
041500*=============================================================*
041600*  0000-MAINLINE                                              *
041700*=============================================================*
041800 0000-MAINLINE.
041900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042000     IF WS-ABEND-YES
042100         GO TO 9999-ABEND
042200     END-IF.
042300     PERFORM 2000-LOAD-ONE-FIXTURE THRU 2000-EXIT
042400         UNTIL WS-FX-EOF OR WS-ABEND-YES.
042500     IF WS-ABEND-YES
042600         GO TO 9999-ABEND
042700     END-IF.
042800     PERFORM 3000-GROUP-GAMES THRU 3000-EXIT.
042900     IF WS-ABEND-YES
043000         GO TO 9999-ABEND
043100     END-IF.
043200     PERFORM 4000-PRINT-LEAGUE-TABLE THRU 4000-EXIT.
043300     PERFORM 5000-PRINT-UNPLAYED THRU 5000-EXIT.
043400     PERFORM 5500-PRINT-STRAYS THRU 5500-EXIT.
043500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043600     GOBACK.
043700 9999-ABEND.
043800     CLOSE CONTROL-FILE.
043900     CLOSE FIXTURE-FILE.
044000     CLOSE GAME-LOG.
044100     CLOSE PRINT-FILE.
044200     IF WS-NAME-CHECK-ON
044300         CLOSE PLAYER-MASTER
044400     END-IF.
044500     MOVE 16 TO RETURN-CODE.
044600     GOBACK.
044700 0000-EXIT.
044800     EXIT.
044900
045000*=============================================================*
045100*  1000-INITIALIZE - READ THE SEASON CARD, OPEN THE FIXTURE,  *
045200*     LEDGER, MASTER AND REPORT FILES, LOAD THE CLUB TABLE,   *
045300*     AND PRIME THE FIRST FIXTURE READ.                       *
045400*=============================================================*
045500 1000-INITIALIZE.
045600     OPEN INPUT CONTROL-FILE.
045700     IF NOT WS-CC-OK
045800         DISPLAY "TABLELGE0010 UNABLE TO OPEN CONTROL-FILE, "
045900             "STATUS = " WS-CC-STATUS
046000         SET WS-ABEND-YES TO TRUE
046100         GO TO 1000-EXIT
046200     END-IF.
046300     READ CONTROL-FILE
046400         AT END
046500             SET WS-CC-EOF TO TRUE
046600     END-READ.
046700     IF WS-CC-EOF
046800         DISPLAY "TABLELGE0020 CONTROL CARD MISSING - SUPPLY "
046900             "FROM YYMMDD IN COLS 1-6, TO YYMMDD IN COLS 7-12"
047000         SET WS-ABEND-YES TO TRUE
047100         GO TO 1000-EXIT
047200     END-IF.
047300     MOVE CONTROL-CARD(1:6) TO WS-FROM-X.
047400     MOVE CONTROL-CARD(7:6) TO WS-TO-X.
047500     IF WS-FROM-X IS NOT NUMERIC OR WS-TO-X IS NOT NUMERIC
047600         DISPLAY "TABLELGE0030 DATE RANGE NOT NUMERIC - "
047700             WS-FROM-X " " WS-TO-X
047800         SET WS-ABEND-YES TO TRUE
047900         GO TO 1000-EXIT
048000     END-IF.
048100     MOVE WS-FROM-X TO WS-FROM-DATE.
048200     MOVE WS-TO-X TO WS-TO-DATE.
048300     IF WS-FROM-DATE > WS-TO-DATE
048400         DISPLAY "TABLELGE0040 FROM DATE AFTER TO DATE - "
048500             WS-FROM-X "-" WS-TO-X
048600         SET WS-ABEND-YES TO TRUE
048700         GO TO 1000-EXIT
048800     END-IF.
048900     OPEN INPUT FIXTURE-FILE.
049000     IF NOT WS-FX-OK
049100         DISPLAY "TABLELGE0050 UNABLE TO OPEN FIXTURE-FILE, "
049200             "STATUS = " WS-FX-STATUS
049300         SET WS-ABEND-YES TO TRUE
049400         GO TO 1000-EXIT
049500     END-IF.
049600     OPEN INPUT GAME-LOG.
049700     IF NOT WS-GL-OK
049800         DISPLAY "TABLELGE0060 UNABLE TO OPEN GAME-LOG, "
049900             "STATUS = " WS-GL-STATUS
050000         SET WS-ABEND-YES TO TRUE
050100         GO TO 1000-EXIT
050200     END-IF.
050300     OPEN OUTPUT PRINT-FILE.
050400     IF NOT WS-PR-OK
050500         DISPLAY "TABLELGE0070 UNABLE TO OPEN PRINT-FILE, "
050600             "STATUS = " WS-PR-STATUS
050700         SET WS-ABEND-YES TO TRUE
050800         GO TO 1000-EXIT
050900     END-IF.
051000     OPEN INPUT PLAYER-MASTER.
051100     IF WS-PM-OK
051200         SET WS-NAME-CHECK-ON TO TRUE
051300     ELSE
051400         DISPLAY "TABLELGE0080 PLAYER-MASTER NOT AVAILABLE, "
051500             "STATUS = " WS-PM-STATUS
051600             " - NAMES OMITTED"
051700     END-IF.
051800     PERFORM 1150-LOAD-CLUBS THRU 1150-EXIT.
051900     ACCEPT WS-SYS-DATE FROM DATE.
052000     MOVE WS-SYS-MM TO WS-RUN-MM.
052100     MOVE WS-SYS-DD TO WS-RUN-DD.
052200     MOVE WS-SYS-YY TO WS-RUN-YY.
052300     PERFORM 2100-READ-FIXTURE THRU 2100-EXIT.
052400 1000-EXIT.
052500     EXIT.
052600
052700*=============================================================*
052800*  1150-LOAD-CLUBS - READ THE CLUBMST REFERENCE FILE INTO THE *
052900*     CLUB TABLE.  A CLUBMST THAT CANNOT BE OPENED LEAVES THE *
053000*     TABLE EMPTY: THE FIXTURE CLUB CODES GO UNCHECKED AND    *
053100*     THE LEAGUE TABLE PRINTS THE BARE CODE.                  *
053200*=============================================================*
053300 1150-LOAD-CLUBS.
053400     OPEN INPUT CLUB-MASTER.
053500     IF NOT WS-CB-OK
053600         DISPLAY "TABLELGE0090 CLUB-MASTER NOT AVAILABLE, "
053700             "STATUS = " WS-CB-STATUS
053800             " - CLUB CODES NOT CHECKED"
053900         GO TO 1150-EXIT
054000     END-IF.
054100     MOVE ZERO TO WS-CLB-COUNT.
054200     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
054300     PERFORM 1170-STORE-CLUB THRU 1170-EXIT
054400         UNTIL WS-CB-EOF OR WS-CLB-COUNT = WS-CLB-MAX.
054500     CLOSE CLUB-MASTER.
054600 1150-EXIT.
054700     EXIT.
054800
054900 1160-READ-CLUB.
055000     READ CLUB-MASTER
055100         AT END
055200             SET WS-CB-EOF TO TRUE
055300     END-READ.
055400 1160-EXIT.
055500     EXIT.
055600
055700 1170-STORE-CLUB.
055800     ADD 1 TO WS-CLB-COUNT.
055900     MOVE CB-CODE TO WS-CLB-CODE(WS-CLB-COUNT).
056000     MOVE CB-NAME TO WS-CLB-NAME(WS-CLB-COUNT).
056100     MOVE CB-ACTIVE TO WS-CLB-ACTIVE(WS-CLB-COUNT).
056200     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
056300 1170-EXIT.
056400     EXIT.
056500
056600*=============================================================*
056700*  2000-LOAD-ONE-FIXTURE - ONE FIXTURE CARD: EDIT IT THE SAME *
056800*     WAY THE TEAM SHEET RUN DOES, DROP IT IF IT FALLS OUTSIDE*
056900*     THE SEASON, REFUSE A SECOND CARD FOR THE SAME DATE AND  *
057000*     CLUBS (THE GAMES COULD NOT BE TOLD APART), AND TABLE IT.*
057100*=============================================================*
057200 2000-LOAD-ONE-FIXTURE.
057300     IF FX-FIXTURE-RECORD = SPACES
057400         GO TO 2000-NEXT
057500     END-IF.
057600     ADD 1 TO WS-FIX-READ.
057700     PERFORM 2200-EDIT-FIXTURE THRU 2200-EXIT.
057800     IF WS-REJ-REASON = SPACES
057900         IF WS-MATCH-DATE < WS-FROM-DATE
058000                 OR WS-MATCH-DATE > WS-TO-DATE
058100             ADD 1 TO WS-FIX-RANGE-SKIP
058200             GO TO 2000-NEXT
058300         END-IF
058400         MOVE WS-MATCH-DATE TO WS-LOOK-DATE
058500         MOVE FX-HOME-CLUB TO WS-LOOK-WHITE
058600         MOVE FX-AWAY-CLUB TO WS-LOOK-BLACK
058700         PERFORM 3120-FIND-FIXTURE THRU 3120-EXIT
058800         IF WS-FIX-NDX NOT = ZERO
058900             MOVE "DUPLICATE FIXTURE" TO WS-REJ-REASON
059000         END-IF
059100     END-IF.
059200     IF WS-REJ-REASON NOT = SPACES
059300         ADD 1 TO WS-FIX-REJECT
059400         DISPLAY "TABLELGE0100 FIXTURE REJECTED - "
059500             FX-FIXTURE-RECORD(1:17) " - " WS-REJ-REASON
059600         GO TO 2000-NEXT
059700     END-IF.
059800     IF WS-FIX-COUNT = WS-FIX-MAX
059900         DISPLAY "TABLELGE0110 MORE THAN 200 FIXTURES IN THE "
060000             "SEASON - FIXTURE LIST TRUNCATED"
060100         SET WS-ABEND-YES TO TRUE
060200         GO TO 2000-EXIT
060300     END-IF.
060400     ADD 1 TO WS-FIX-COUNT.
060500     MOVE WS-MATCH-DATE TO WS-FIX-DATE(WS-FIX-COUNT).
060550     MOVE ZERO TO WS-FIX-LEDGER(WS-FIX-COUNT).
060600     MOVE FX-HOME-CLUB TO WS-FIX-HOME(WS-FIX-COUNT).
060700     MOVE FX-AWAY-CLUB TO WS-FIX-AWAY(WS-FIX-COUNT).
060800     MOVE WS-BOARDS TO WS-FIX-BOARDS(WS-FIX-COUNT).
060900     MOVE ZERO TO WS-FIX-GAMES(WS-FIX-COUNT).
061000     MOVE ZERO TO WS-FIX-VOIDS(WS-FIX-COUNT).
061100     MOVE ZERO TO WS-FIX-HOME-HP(WS-FIX-COUNT).
061200     MOVE ZERO TO WS-FIX-AWAY-HP(WS-FIX-COUNT).
061300     MOVE ZERO TO WS-FIX-HOME-WON(WS-FIX-COUNT).
061400     MOVE ZERO TO WS-FIX-AWAY-WON(WS-FIX-COUNT).
061500     MOVE FX-HOME-CLUB TO WS-CLUB-LOOK.
061600     PERFORM 2300-FIND-STANDING THRU 2300-EXIT.
061700     MOVE FX-AWAY-CLUB TO WS-CLUB-LOOK.
061800     PERFORM 2300-FIND-STANDING THRU 2300-EXIT.
061900 2000-NEXT.
062000     PERFORM 2100-READ-FIXTURE THRU 2100-EXIT.
062100 2000-EXIT.
062200     EXIT.
062300
062400 2100-READ-FIXTURE.
062500     READ FIXTURE-FILE
062600         AT END
062700             SET WS-FX-EOF TO TRUE
062800     END-READ.
062900 2100-EXIT.
063000     EXIT.
063100
063200*=============================================================*
063300*  2200-EDIT-FIXTURE - DATE NUMERIC, BOARDS 01 TO 20, BOTH    *
063400*     CLUBS ON CLUBMST AND NOT RETIRED, AND NOT THE SAME CLUB.*
063500*     WS-REJ-REASON COMES BACK SPACES ON A GOOD CARD.         *
063600*=============================================================*
063700 2200-EDIT-FIXTURE.
063800     MOVE SPACES TO WS-REJ-REASON.
063900     IF FX-MATCH-DATE IS NOT NUMERIC
064000         MOVE "MATCH DATE NOT NUMERIC" TO WS-REJ-REASON
064100         GO TO 2200-EXIT
064200     END-IF.
064300     MOVE FX-MATCH-DATE TO WS-MATCH-DATE.
064400     IF FX-BOARDS IS NOT NUMERIC
064500         MOVE "BOARD COUNT NOT NUMERIC" TO WS-REJ-REASON
064600         GO TO 2200-EXIT
064700     END-IF.
064800     MOVE FX-BOARDS TO WS-BOARDS.
064900     IF WS-BOARDS = ZERO OR WS-BOARDS > WS-BOARD-MAX
065000         MOVE "BOARD COUNT NOT 01 TO 20" TO WS-REJ-REASON
065100         GO TO 2200-EXIT
065200     END-IF.
065300     IF FX-HOME-CLUB = FX-AWAY-CLUB
065400         MOVE "HOME AND AWAY CLUB THE SAME" TO WS-REJ-REASON
065500         GO TO 2200-EXIT
065600     END-IF.
065700     MOVE FX-HOME-CLUB TO WS-CLUB-LOOK.
065800     PERFORM 2210-CHECK-CLUB THRU 2210-EXIT.
065900     IF WS-REJ-REASON NOT = SPACES
066000         GO TO 2200-EXIT
066100     END-IF.
066200     MOVE FX-AWAY-CLUB TO WS-CLUB-LOOK.
066300     PERFORM 2210-CHECK-CLUB THRU 2210-EXIT.
066400 2200-EXIT.
066500     EXIT.
066600
066700 2210-CHECK-CLUB.
066800     IF WS-CLB-COUNT = ZERO
066900         GO TO 2210-EXIT
067000     END-IF.
067100     MOVE "N" TO WS-CLUB-FOUND-SW.
067200     PERFORM 2220-MATCH-CLUB-CODE THRU 2220-EXIT
067300         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
067400     IF NOT WS-CLUB-FOUND
067500         MOVE "CLUB NOT ON CLUBMST" TO WS-REJ-REASON
067600         GO TO 2210-EXIT
067700     END-IF.
067800     IF WS-CLUB-ACTIVE-X = "N"
067900         MOVE "CLUB RETIRED ON CLUBMST" TO WS-REJ-REASON
068000     END-IF.
068100 2210-EXIT.
068200     EXIT.
068300
068400 2220-MATCH-CLUB-CODE.
068500     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
068600         SET WS-CLUB-FOUND TO TRUE
068700         MOVE WS-CLB-ACTIVE(WS-CDX) TO WS-CLUB-ACTIVE-X
068800         MOVE WS-CLB-COUNT TO WS-CDX
068900     END-IF.
069000 2220-EXIT.
069100     EXIT.
069200
069300*=============================================================*
069400*  2300-FIND-STANDING - THE STANDINGS ROW FOR WS-CLUB-LOOK,   *
069500*     STARTED AT ZERO THE FIRST TIME THE CLUB IS SEEN.  THE   *
069600*     ROW COMES BACK IN WS-STD-NDX.                           *
069700*=============================================================*
069800 2300-FIND-STANDING.
069900     MOVE ZERO TO WS-STD-NDX.
070000     PERFORM 2310-MATCH-STANDING THRU 2310-EXIT
070100         VARYING WS-SDX FROM 1 BY 1 UNTIL WS-SDX > WS-STD-COUNT.
070200     IF WS-STD-NDX NOT = ZERO
070300         GO TO 2300-EXIT
070400     END-IF.
070500     IF WS-STD-COUNT = WS-STD-MAX
070600         DISPLAY "TABLELGE0120 MORE THAN 50 CLUBS ON THE "
070700             "FIXTURE LIST - " WS-CLUB-LOOK " NOT TABLED"
070800         SET WS-ABEND-YES TO TRUE
070900         GO TO 2300-EXIT
071000     END-IF.
071100     ADD 1 TO WS-STD-COUNT.
071200     MOVE WS-STD-COUNT TO WS-STD-NDX.
071300     MOVE WS-CLUB-LOOK TO WS-STD-CLUB(WS-STD-NDX).
071400     MOVE ZERO TO WS-STD-PLAYED(WS-STD-NDX).
071500     MOVE ZERO TO WS-STD-WON(WS-STD-NDX).
071600     MOVE ZERO TO WS-STD-DRAWN(WS-STD-NDX).
071700     MOVE ZERO TO WS-STD-LOST(WS-STD-NDX).
071800     MOVE ZERO TO WS-STD-MP(WS-STD-NDX).
071900     MOVE ZERO TO WS-STD-GP-HP(WS-STD-NDX).
072000     MOVE ZERO TO WS-STD-TB(WS-STD-NDX).
072100 2300-EXIT.
072200     EXIT.
072300
072400 2310-MATCH-STANDING.
072500     IF WS-STD-CLUB(WS-SDX) = WS-CLUB-LOOK
072600         MOVE WS-SDX TO WS-STD-NDX
072700         MOVE WS-STD-COUNT TO WS-SDX
072800     END-IF.
072900 2310-EXIT.
073000     EXIT.
073100
073200*=============================================================*
073300*  3000-GROUP-GAMES - SORT THE SEASON'S LEAGUE GAMES INTO     *
073400*     FIXTURE ORDER (MATCH DATE, THEN CARD ORDER, THEN LEDGER *
073500*     ORDER) AND PRINT EACH FIXTURE'S GAMES WITH ITS MATCH    *
073600*     SCORE AS THE SORT RETURNS THEM.                         *
073700*=============================================================*
073800 3000-GROUP-GAMES.
073900     MOVE "LEAGUE MATCH RESULTS" TO WS-RPT-TITLE.
074000     MOVE "WHITE              RESULT   BLACK" TO WS-RPT-COLHDG.
074100     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
074200     SORT WS-GAME-SORT
074300         ON ASCENDING KEY SD-G-DATE
074400         ON ASCENDING KEY SD-G-FIX
074500         ON ASCENDING KEY SD-G-SEQ
074600         INPUT PROCEDURE IS 3100-GAME-SORT-INPUT THRU 3100-EXIT
074700         OUTPUT PROCEDURE IS 3200-GAME-SORT-OUTPUT
074800             THRU 3200-EXIT.
074900 3000-EXIT.
075000     EXIT.
075100
075200 3100-GAME-SORT-INPUT.
075300     PERFORM 3105-READ-GAME THRU 3105-EXIT.
075400     PERFORM 3110-SORT-ONE-GAME THRU 3110-EXIT
075500         UNTIL WS-GL-EOF.
075600 3100-EXIT.
075700     EXIT.
075800
075900 3105-READ-GAME.
076000     READ GAME-LOG
076100         AT END
076200             SET WS-GL-EOF TO TRUE
076300     END-READ.
076400 3105-EXIT.
076500     EXIT.
076600
076700*=============================================================*
076760*  3110-SORT-ONE-GAME - ONE LEDGER RECORD: GAMES RUN BEFORE   *
076820*     THE SEASON ARE PASSED OVER, CLUB-NIGHT GAMES ARE        *
076880*     COUNTED, A GAME THAT FITS A FIXTURE GOES TO THE SORT    *
076940*     UNDER THE FIXTURE DATE, AND ANY OTHER INTER-CLUB GAME IN*
077000*     THE SEASON IS HELD AS A STRAY.  A GAME RUN AFTER THE    *
077060*     SEASON ENDS COUNTS ONLY TOWARD A FIXTURE, SO A MATCH ON *
077120*     THE LAST NIGHT THAT IS KEYED LATE IS NOT LOST.          *
077200*=============================================================*
077300 3110-SORT-ONE-GAME.
077400     ADD 1 TO WS-READ-COUNT.
077480     IF GL-RUN-DATE < WS-FROM-DATE
077560         GO TO 3110-NEXT
077640     END-IF.
077720     IF GL-WHITE-CLUB = GL-BLACK-CLUB
077800         IF GL-RUN-DATE NOT > WS-TO-DATE
077880             ADD 1 TO WS-CLUB-GAMES
077960         END-IF
078040         GO TO 3110-NEXT
078120     END-IF.
078200     MOVE GL-RUN-DATE TO WS-LOOK-DATE.
078280     MOVE GL-WHITE-CLUB TO WS-LOOK-WHITE.
078360     MOVE GL-BLACK-CLUB TO WS-LOOK-BLACK.
078440     PERFORM 3140-FIND-LEDGER-FIXTURE THRU 3140-EXIT.
078520     IF WS-FIX-NDX = ZERO
078600         IF GL-RUN-DATE NOT > WS-TO-DATE
078680             PERFORM 3130-HOLD-STRAY THRU 3130-EXIT
078760         END-IF
078840         GO TO 3110-NEXT
078920     END-IF.
079000     ADD 1 TO WS-LEAGUE-GAMES.
079100     MOVE WS-FIX-DATE(WS-FIX-NDX) TO SD-G-DATE.
079200     MOVE GL-RUN-DATE TO SD-G-RUN-DATE.
079300     MOVE WS-FIX-NDX TO SD-G-FIX.
079400     MOVE WS-READ-COUNT TO SD-G-SEQ.
079500     MOVE GL-WHITE-ID TO SD-G-WHITE-ID.
079600     MOVE GL-BLACK-ID TO SD-G-BLACK-ID.
079700     MOVE GL-OUTCOME TO SD-G-OUTCOME.
079800     MOVE GL-WHITE-CLUB TO SD-G-WHITE-CLUB.
079900     MOVE GL-BLACK-CLUB TO SD-G-BLACK-CLUB.
080000     RELEASE SD-GAME-RECORD.
080100 3110-NEXT.
080200     PERFORM 3105-READ-GAME THRU 3105-EXIT.
080300 3110-EXIT.
080400     EXIT.
080500
080600*=============================================================*
080680*  3120-FIND-FIXTURE - THE FIXTURE CARD FOR WS-LOOK-DATE      *
080760*     BETWEEN WS-LOOK-WHITE AND WS-LOOK-BLACK, EITHER WAY     *
080840*     ROUND, ON THAT EXACT DATE - THE DUPLICATE CARD CHECK.   *
080920*     ZERO IN WS-FIX-NDX WHEN THERE IS NONE.                  *
081000*=============================================================*
081100 3120-FIND-FIXTURE.
081200     MOVE ZERO TO WS-FIX-NDX.
081300     PERFORM 3125-MATCH-FIXTURE THRU 3125-EXIT
081400         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FIX-COUNT.
081500 3120-EXIT.
081600     EXIT.
081700
081800 3125-MATCH-FIXTURE.
081900     IF WS-FIX-DATE(WS-IDX) NOT = WS-LOOK-DATE
082000         GO TO 3125-EXIT
082100     END-IF.
082200     IF (WS-FIX-HOME(WS-IDX) = WS-LOOK-WHITE
082300             AND WS-FIX-AWAY(WS-IDX) = WS-LOOK-BLACK)
082400         OR (WS-FIX-HOME(WS-IDX) = WS-LOOK-BLACK
082500             AND WS-FIX-AWAY(WS-IDX) = WS-LOOK-WHITE)
082600         MOVE WS-IDX TO WS-FIX-NDX
082700         MOVE WS-FIX-COUNT TO WS-IDX
082800     END-IF.
082900 3125-EXIT.
083000     EXIT.
083100
083102*=============================================================*
083104*  3140-FIND-LEDGER-FIXTURE - THE FIXTURE A LEDGER GAME RUN   *
083106*     ON WS-LOOK-DATE BELONGS TO: THE LATEST FIXTURE BETWEEN  *
083108*     WS-LOOK-WHITE AND WS-LOOK-BLACK, EITHER WAY ROUND, DATED*
083110*     ON OR BEFORE THE RUN DATE.  THE FIRST LEDGER DATE THAT  *
083112*     FIXTURE SEES BECOMES ITS MATCH NIGHT; A GAME ON ANY     *
083114*     OTHER RUN DATE DOES NOT FIT IT.  THE LEDGER IS IN DATE  *
083116*     ORDER, SO THE FIRST DATE SEEN IS THE EARLIEST.  ZERO IN *
083118*     WS-FIX-NDX WHEN NO FIXTURE FITS.                        *
083120*=============================================================*
083122 3140-FIND-LEDGER-FIXTURE.
083124     MOVE ZERO TO WS-FIX-NDX.
083126     MOVE ZERO TO WS-FIX-BEST-DATE.
083128     PERFORM 3145-LATEST-FIXTURE THRU 3145-EXIT
083130         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FIX-COUNT.
083132     IF WS-FIX-NDX = ZERO
083134         GO TO 3140-EXIT
083136     END-IF.
083138     IF WS-FIX-LEDGER(WS-FIX-NDX) = ZERO
083140         MOVE WS-LOOK-DATE TO WS-FIX-LEDGER(WS-FIX-NDX)
083142         GO TO 3140-EXIT
083144     END-IF.
083146     IF WS-FIX-LEDGER(WS-FIX-NDX) NOT = WS-LOOK-DATE
083148         MOVE ZERO TO WS-FIX-NDX
083150     END-IF.
083152 3140-EXIT.
083154     EXIT.
083156
083158 3145-LATEST-FIXTURE.
083160     IF WS-FIX-DATE(WS-IDX) > WS-LOOK-DATE
083162         GO TO 3145-EXIT
083164     END-IF.
083166     IF WS-FIX-NDX NOT = ZERO
083168             AND WS-FIX-DATE(WS-IDX) < WS-FIX-BEST-DATE
083170         GO TO 3145-EXIT
083172     END-IF.
083174     IF (WS-FIX-HOME(WS-IDX) = WS-LOOK-WHITE
083176             AND WS-FIX-AWAY(WS-IDX) = WS-LOOK-BLACK)
083178         OR (WS-FIX-HOME(WS-IDX) = WS-LOOK-BLACK
083180             AND WS-FIX-AWAY(WS-IDX) = WS-LOOK-WHITE)
083182         MOVE WS-IDX TO WS-FIX-NDX
083184         MOVE WS-FIX-DATE(WS-IDX) TO WS-FIX-BEST-DATE
083186     END-IF.
083188 3145-EXIT.
083190     EXIT.
083192
083200 3130-HOLD-STRAY.
083300     ADD 1 TO WS-STRAY-COUNT.
083400     IF WS-STR-COUNT = WS-STR-MAX
083500         GO TO 3130-EXIT
083600     END-IF.
083700     ADD 1 TO WS-STR-COUNT.
083800     MOVE GL-RUN-DATE TO WS-STR-DATE(WS-STR-COUNT).
083900     MOVE GL-WHITE-ID TO WS-STR-WHITE-ID(WS-STR-COUNT).
084000     MOVE GL-WHITE-CLUB TO WS-STR-WHITE-CLUB(WS-STR-COUNT).
084100     MOVE GL-BLACK-ID TO WS-STR-BLACK-ID(WS-STR-COUNT).
084200     MOVE GL-BLACK-CLUB TO WS-STR-BLACK-CLUB(WS-STR-COUNT).
084300     MOVE GL-OUTCOME TO WS-STR-OUTCOME(WS-STR-COUNT).
084400 3130-EXIT.
084500     EXIT.
084600
084700 3200-GAME-SORT-OUTPUT.
084800     MOVE "N" TO WS-SORT-SW.
084900     MOVE ZERO TO WS-FIX-CUR.
085000     PERFORM 3205-RETURN-GAME THRU 3205-EXIT.
085100     PERFORM 3210-PRINT-ONE-GAME THRU 3210-EXIT
085200         UNTIL WS-SORT-EOF.
085300     IF WS-FIX-CUR NOT = ZERO
085400         PERFORM 3400-CLOSE-FIXTURE THRU 3400-EXIT
085500     ELSE
085600         MOVE SPACES TO RPT-TRAILER-LINE
085700         MOVE "NO LEAGUE GAMES" TO RPT-T-TEXT
085800         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
085900             AFTER ADVANCING 1 LINE
086000         ADD 1 TO WS-LINE-COUNT
086100     END-IF.
086200 3200-EXIT.
086300     EXIT.
086400
086500 3205-RETURN-GAME.
086600     RETURN WS-GAME-SORT
086700         AT END
086800             SET WS-SORT-EOF TO TRUE
086900     END-RETURN.
087000 3205-EXIT.
087100     EXIT.
087200
087300*=============================================================*
087400*  3210-PRINT-ONE-GAME - CLOSE THE PRIOR FIXTURE AND OPEN THE *
087500*     NEXT ON A FIXTURE BREAK, THEN SCORE AND PRINT THE GAME. *
087600*=============================================================*
087700 3210-PRINT-ONE-GAME.
087800     IF SD-G-FIX NOT = WS-FIX-CUR
087900         IF WS-FIX-CUR NOT = ZERO
088000             PERFORM 3400-CLOSE-FIXTURE THRU 3400-EXIT
088100         END-IF
088200         PERFORM 3300-OPEN-FIXTURE THRU 3300-EXIT
088300     END-IF.
088400     PERFORM 3250-SCORE-GAME THRU 3250-EXIT.
088500     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
088600     MOVE SPACES TO WS-GAME-LINE.
088700     MOVE SD-G-WHITE-ID TO WS-GM-WHITE-ID.
088800     MOVE SD-G-WHITE-ID TO WS-NAME-LOOK-ID.
088900     PERFORM 6100-FETCH-NAME THRU 6100-EXIT.
089000     MOVE WS-NAME-FOUND TO WS-GM-WHITE-NAME.
089100     MOVE SD-G-WHITE-CLUB TO WS-GM-WHITE-CLUB.
089200     MOVE WS-RESULT-X TO WS-GM-RESULT.
089300     MOVE SD-G-BLACK-ID TO WS-GM-BLACK-ID.
089400     MOVE SD-G-BLACK-ID TO WS-NAME-LOOK-ID.
089500     PERFORM 6100-FETCH-NAME THRU 6100-EXIT.
089600     MOVE WS-NAME-FOUND TO WS-GM-BLACK-NAME.
089700     MOVE SD-G-BLACK-CLUB TO WS-GM-BLACK-CLUB.
089800     WRITE PRINT-RECORD FROM WS-GAME-LINE
089900         AFTER ADVANCING 1 LINE.
090000     ADD 1 TO WS-LINE-COUNT.
090100     PERFORM 3205-RETURN-GAME THRU 3205-EXIT.
090200 3210-EXIT.
090300     EXIT.
090400
090500*=============================================================*
090600*  3250-SCORE-GAME - CREDIT THE GAME TO THE SIDE THAT WON IT. *
090700*     A DEFAULT WIN (F OR G) SCORES FOR THE TEAM LIKE A PLAYED*
090800*     WIN; A VOID GAME (U) SCORES NOTHING.  AN OUTCOME CODE   *
090900*     THE PROGRAM DOES NOT KNOW IS TREATED AS VOID AND        *
091000*     FLAGGED.                                                *
091100*=============================================================*
091200 3250-SCORE-GAME.
091300     ADD 1 TO WS-FIX-GAMES(WS-FIX-CUR).
091400     IF SD-G-WHITE-CLUB = WS-FIX-HOME(WS-FIX-CUR)
091500         SET WS-WHITE-HOME TO TRUE
091600     ELSE
091700         MOVE "N" TO WS-WHITE-HOME-SW
091800     END-IF.
091900     EVALUATE SD-G-OUTCOME
092000         WHEN "W"
092100         WHEN "F"
092200             IF SD-G-OUTCOME = "W"
092300                 MOVE "1-0" TO WS-RESULT-X
092400             ELSE
092500                 MOVE "1-0 DEF" TO WS-RESULT-X
092600             END-IF
092700             IF WS-WHITE-HOME
092800                 PERFORM 3260-HOME-WIN THRU 3260-EXIT
092900             ELSE
093000                 PERFORM 3270-AWAY-WIN THRU 3270-EXIT
093100             END-IF
093200         WHEN "B"
093300         WHEN "G"
093400             IF SD-G-OUTCOME = "B"
093500                 MOVE "0-1" TO WS-RESULT-X
093600             ELSE
093700                 MOVE "0-1 DEF" TO WS-RESULT-X
093800             END-IF
093900             IF WS-WHITE-HOME
094000                 PERFORM 3270-AWAY-WIN THRU 3270-EXIT
094100             ELSE
094200                 PERFORM 3260-HOME-WIN THRU 3260-EXIT
094300             END-IF
094400         WHEN "D"
094500             MOVE "DRAW" TO WS-RESULT-X
094600             ADD 1 TO WS-FIX-HOME-HP(WS-FIX-CUR)
094700             ADD 1 TO WS-FIX-AWAY-HP(WS-FIX-CUR)
094800         WHEN "U"
094900             MOVE "VOID" TO WS-RESULT-X
095000             ADD 1 TO WS-FIX-VOIDS(WS-FIX-CUR)
095100         WHEN OTHER
095200             MOVE "???" TO WS-RESULT-X
095300             ADD 1 TO WS-FIX-VOIDS(WS-FIX-CUR)
095400             ADD 1 TO WS-BADOUT-COUNT
095500             DISPLAY "TABLELGE0130 UNKNOWN OUTCOME CODE "
095600                 SD-G-OUTCOME " ON LEDGER - " SD-G-WHITE-ID
095700                " VS " SD-G-BLACK-ID " " SD-G-RUN-DATE
095800     END-EVALUATE.
095900 3250-EXIT.
096000     EXIT.
096100
096200 3260-HOME-WIN.
096300     ADD 2 TO WS-FIX-HOME-HP(WS-FIX-CUR).
096400     ADD 1 TO WS-FIX-HOME-WON(WS-FIX-CUR).
096500 3260-EXIT.
096600     EXIT.
096700
096800 3270-AWAY-WIN.
096900     ADD 2 TO WS-FIX-AWAY-HP(WS-FIX-CUR).
097000     ADD 1 TO WS-FIX-AWAY-WON(WS-FIX-CUR).
097100 3270-EXIT.
097200     EXIT.
097300
097400*=============================================================*
097500*  3300-OPEN-FIXTURE - THE FIXTURE HEADER: DATE, HOME V AWAY  *
097600*     AND THE BOARD COUNT.                                    *
097700*=============================================================*
097800 3300-OPEN-FIXTURE.
097900     MOVE SD-G-FIX TO WS-FIX-CUR.
098000     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
098100         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
098200     END-IF.
098300     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
098400         AFTER ADVANCING 1 LINE.
098500     MOVE WS-FIX-DATE(WS-FIX-CUR) TO WS-FH-DATE.
098600     MOVE WS-FIX-HOME(WS-FIX-CUR) TO WS-FH-HOME.
098700     MOVE WS-FIX-AWAY(WS-FIX-CUR) TO WS-FH-AWAY.
098800     MOVE WS-FIX-BOARDS(WS-FIX-CUR) TO WS-FH-BOARDS.
098900     WRITE PRINT-RECORD FROM WS-FIX-HEAD-LINE
099000         AFTER ADVANCING 1 LINE.
099100     ADD 2 TO WS-LINE-COUNT.
099200 3300-EXIT.
099300     EXIT.
099400
099500*=============================================================*
099600*  3400-CLOSE-FIXTURE - THE MATCH SCORE LINE FOR THE CLOSING  *
099700*     FIXTURE, NOTING A MATCH PLAYED ON FEWER OR MORE BOARDS  *
099800*     THAN THE CARD CALLS FOR, THEN THE RESULT POSTED TO BOTH *
099900*     CLUBS' STANDINGS.                                       *
100000*=============================================================*
100100 3400-CLOSE-FIXTURE.
100200     ADD 1 TO WS-MATCH-COUNT.
100300     MOVE SPACES TO WS-SC-NOTE.
100400     IF WS-FIX-GAMES(WS-FIX-CUR) < WS-FIX-BOARDS(WS-FIX-CUR)
100500         COMPUTE WS-SHORT = WS-FIX-BOARDS(WS-FIX-CUR)
100600             - WS-FIX-GAMES(WS-FIX-CUR)
100700         MOVE WS-SHORT TO WS-SHORT-ED
100800         STRING WS-SHORT-ED " BOARD(S) NOT ON LEDGER"
100900             DELIMITED BY SIZE INTO WS-SC-NOTE
101000         ADD 1 TO WS-BOARD-WARN
101100     END-IF.
101200     IF WS-FIX-GAMES(WS-FIX-CUR) > WS-FIX-BOARDS(WS-FIX-CUR)
101300         MOVE "MORE GAMES THAN BOARDS" TO WS-SC-NOTE
101400         ADD 1 TO WS-BOARD-WARN
101500     END-IF.
101600     MOVE WS-FIX-HOME(WS-FIX-CUR) TO WS-SC-HOME.
101700     MOVE WS-FIX-AWAY(WS-FIX-CUR) TO WS-SC-AWAY.
101800     COMPUTE WS-HP-WORK = WS-FIX-HOME-HP(WS-FIX-CUR) / 2.
101900     MOVE WS-HP-WORK TO WS-SC-HOME-PTS.
102000     COMPUTE WS-HP-WORK = WS-FIX-AWAY-HP(WS-FIX-CUR) / 2.
102100     MOVE WS-HP-WORK TO WS-SC-AWAY-PTS.
102200     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
102300     WRITE PRINT-RECORD FROM WS-SCORE-LINE
102400         AFTER ADVANCING 1 LINE.
102500     ADD 1 TO WS-LINE-COUNT.
102600     MOVE WS-FIX-HOME(WS-FIX-CUR) TO WS-CLUB-LOOK.
102700     PERFORM 2300-FIND-STANDING THRU 2300-EXIT.
102800     MOVE WS-STD-NDX TO WS-HOME-NDX.
102900     MOVE WS-FIX-AWAY(WS-FIX-CUR) TO WS-CLUB-LOOK.
103000     PERFORM 2300-FIND-STANDING THRU 2300-EXIT.
103100     MOVE WS-STD-NDX TO WS-AWAY-NDX.
103200     ADD 1 TO WS-STD-PLAYED(WS-HOME-NDX).
103300     ADD 1 TO WS-STD-PLAYED(WS-AWAY-NDX).
103400     ADD WS-FIX-HOME-HP(WS-FIX-CUR) TO WS-STD-GP-HP(WS-HOME-NDX).
103500     ADD WS-FIX-AWAY-HP(WS-FIX-CUR) TO WS-STD-GP-HP(WS-AWAY-NDX).
103600     ADD WS-FIX-HOME-WON(WS-FIX-CUR) TO WS-STD-TB(WS-HOME-NDX).
103700     ADD WS-FIX-AWAY-WON(WS-FIX-CUR) TO WS-STD-TB(WS-AWAY-NDX).
103800     EVALUATE TRUE
103900         WHEN WS-FIX-HOME-HP(WS-FIX-CUR)
104000                 > WS-FIX-AWAY-HP(WS-FIX-CUR)
104100             ADD 1 TO WS-STD-WON(WS-HOME-NDX)
104200             ADD 1 TO WS-STD-LOST(WS-AWAY-NDX)
104300             ADD WS-MP-WIN TO WS-STD-MP(WS-HOME-NDX)
104400         WHEN WS-FIX-HOME-HP(WS-FIX-CUR)
104500                 < WS-FIX-AWAY-HP(WS-FIX-CUR)
104600             ADD 1 TO WS-STD-WON(WS-AWAY-NDX)
104700             ADD 1 TO WS-STD-LOST(WS-HOME-NDX)
104800             ADD WS-MP-WIN TO WS-STD-MP(WS-AWAY-NDX)
104900         WHEN OTHER
105000             ADD 1 TO WS-STD-DRAWN(WS-HOME-NDX)
105100             ADD 1 TO WS-STD-DRAWN(WS-AWAY-NDX)
105200             ADD WS-MP-DRAW TO WS-STD-MP(WS-HOME-NDX)
105300             ADD WS-MP-DRAW TO WS-STD-MP(WS-AWAY-NDX)
105400     END-EVALUATE.
105500 3400-EXIT.
105600     EXIT.
105700
105800 3900-GUARD-PAGE.
105900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
106000         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
106100     END-IF.
106200 3900-EXIT.
106300     EXIT.
106400
106500*=============================================================*
106600*  4000-PRINT-LEAGUE-TABLE - RANK THE CLUBS ON MATCH POINTS,  *
106700*     GAME POINTS, THEN GAMES WON, AND PRINT THE TABLE.  CLUBS*
106800*     LEVEL ON ALL THREE SHARE THE PLACE.                     *
106900*=============================================================*
107000 4000-PRINT-LEAGUE-TABLE.
107100     MOVE "LEAGUE TABLE" TO WS-RPT-TITLE.
107200     MOVE WS-LEAGUE-COLHDG TO WS-RPT-COLHDG.
107300     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
107400     SORT WS-TABLE-SORT
107500         ON DESCENDING KEY SD-T-MP
107600         ON DESCENDING KEY SD-T-GP
107700         ON DESCENDING KEY SD-T-TB
107800         ON ASCENDING KEY SD-T-CLUB
107900         INPUT PROCEDURE IS 4100-TABLE-SORT-INPUT THRU 4100-EXIT
108000         OUTPUT PROCEDURE IS 4200-TABLE-SORT-OUTPUT
108100             THRU 4200-EXIT.
108200 4000-EXIT.
108300     EXIT.
108400
108500 4050-PRINT-HEADINGS.
108600     ADD 1 TO WS-PAGE-COUNT.
108700     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
108800     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
108900     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
109000     WRITE PRINT-RECORD FROM RPT-HEADING-1
109100         AFTER ADVANCING PAGE.
109200     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
109300     WRITE PRINT-RECORD FROM RPT-HEADING-2
109400         AFTER ADVANCING 2 LINES.
109500     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
109600         AFTER ADVANCING 1 LINE.
109700     MOVE ZERO TO WS-LINE-COUNT.
109800 4050-EXIT.
109900     EXIT.
110000
110100 4100-TABLE-SORT-INPUT.
110200     PERFORM 4110-RELEASE-CLUB THRU 4110-EXIT
110300         VARYING WS-SDX FROM 1 BY 1 UNTIL WS-SDX > WS-STD-COUNT.
110400 4100-EXIT.
110500     EXIT.
110600
110700 4110-RELEASE-CLUB.
110800     MOVE WS-STD-MP(WS-SDX) TO SD-T-MP.
110900     MOVE WS-STD-GP-HP(WS-SDX) TO SD-T-GP.
111000     MOVE WS-STD-TB(WS-SDX) TO SD-T-TB.
111100     MOVE WS-STD-CLUB(WS-SDX) TO SD-T-CLUB.
111200     MOVE WS-STD-PLAYED(WS-SDX) TO SD-T-PLAYED.
111300     MOVE WS-STD-WON(WS-SDX) TO SD-T-WON.
111400     MOVE WS-STD-DRAWN(WS-SDX) TO SD-T-DRAWN.
111500     MOVE WS-STD-LOST(WS-SDX) TO SD-T-LOST.
111600     RELEASE SD-TABLE-RECORD.
111700 4110-EXIT.
111800     EXIT.
111900
112000 4200-TABLE-SORT-OUTPUT.
112100     MOVE "N" TO WS-SORT-SW.
112200     MOVE ZERO TO WS-ROW.
112300     MOVE ZERO TO WS-POS.
112400     PERFORM 4205-RETURN-CLUB THRU 4205-EXIT.
112500     PERFORM 4210-PRINT-ONE-CLUB THRU 4210-EXIT
112600         UNTIL WS-SORT-EOF.
112700 4200-EXIT.
112800     EXIT.
112900
113000 4205-RETURN-CLUB.
113100     RETURN WS-TABLE-SORT
113200         AT END
113300             SET WS-SORT-EOF TO TRUE
113400     END-RETURN.
113500 4205-EXIT.
113600     EXIT.
113700
113800 4210-PRINT-ONE-CLUB.
113900     ADD 1 TO WS-ROW.
114000     IF WS-ROW = 1
114100             OR SD-T-MP NOT = WS-PREV-MP
114200             OR SD-T-GP NOT = WS-PREV-GP
114300             OR SD-T-TB NOT = WS-PREV-TB
114400         MOVE WS-ROW TO WS-POS
114500     END-IF.
114600     MOVE SD-T-MP TO WS-PREV-MP.
114700     MOVE SD-T-GP TO WS-PREV-GP.
114800     MOVE SD-T-TB TO WS-PREV-TB.
114900     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
115000     MOVE SPACES TO WS-LEAGUE-LINE.
115100     MOVE WS-POS TO WS-LT-POS.
115200     MOVE SD-T-CLUB TO WS-LT-CLUB.
115300     MOVE SD-T-CLUB TO WS-CLUB-LOOK.
115400     PERFORM 6000-FIND-CLUB-NAME THRU 6000-EXIT.
115500     MOVE WS-CLUB-NAME-X TO WS-LT-NAME.
115600     MOVE SD-T-PLAYED TO WS-LT-PLAYED.
115700     MOVE SD-T-WON TO WS-LT-WON.
115800     MOVE SD-T-DRAWN TO WS-LT-DRAWN.
115900     MOVE SD-T-LOST TO WS-LT-LOST.
116000     MOVE SD-T-MP TO WS-LT-MP.
116100     COMPUTE WS-HP-WORK = SD-T-GP / 2.
116200     MOVE WS-HP-WORK TO WS-LT-GP.
116300     MOVE SD-T-TB TO WS-LT-TB.
116400     WRITE PRINT-RECORD FROM WS-LEAGUE-LINE
116500         AFTER ADVANCING 1 LINE.
116600     ADD 1 TO WS-LINE-COUNT.
116700     PERFORM 4205-RETURN-CLUB THRU 4205-EXIT.
116800 4210-EXIT.
116900     EXIT.
117000
117100*=============================================================*
117200*  5000-PRINT-UNPLAYED - EVERY SEASON FIXTURE WITH NO GAME ON *
117300*     THE LEDGER, FOR THE LEAGUE SECRETARY TO CHASE.          *
117400*=============================================================*
117500 5000-PRINT-UNPLAYED.
117600     MOVE "FIXTURES NOT PLAYED" TO WS-RPT-TITLE.
117700     MOVE "DATE    HOME V AWAY" TO WS-RPT-COLHDG.
117800     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
117900     PERFORM 5010-CHECK-ONE-FIXTURE THRU 5010-EXIT
118000         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FIX-COUNT.
118100     IF WS-UNPLAYED-COUNT = ZERO
118200         MOVE SPACES TO RPT-TRAILER-LINE
118300         MOVE "NONE" TO RPT-T-TEXT
118400         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
118500             AFTER ADVANCING 1 LINE
118600         ADD 1 TO WS-LINE-COUNT
118700     END-IF.
118800 5000-EXIT.
118900     EXIT.
119000
119100 5010-CHECK-ONE-FIXTURE.
119200     IF WS-FIX-GAMES(WS-IDX) NOT = ZERO
119300         GO TO 5010-EXIT
119400     END-IF.
119500     ADD 1 TO WS-UNPLAYED-COUNT.
119600     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
119700     MOVE SPACES TO WS-UNPLAYED-LINE.
119800     MOVE WS-FIX-DATE(WS-IDX) TO WS-UP-DATE.
119900     MOVE WS-FIX-HOME(WS-IDX) TO WS-UP-HOME.
120000     MOVE WS-FIX-AWAY(WS-IDX) TO WS-UP-AWAY.
120100     MOVE WS-FIX-BOARDS(WS-IDX) TO WS-UP-BOARDS.
120200     MOVE "NO GAMES ON LEDGER" TO WS-UP-NOTE.
120300     WRITE PRINT-RECORD FROM WS-UNPLAYED-LINE
120400         AFTER ADVANCING 1 LINE.
120500     ADD 1 TO WS-LINE-COUNT.
120600 5010-EXIT.
120700     EXIT.
120800
120900*=============================================================*
121000*  5500-PRINT-STRAYS - INTER-CLUB LEDGER GAMES IN THE SEASON  *
121100*     THAT FIT NO FIXTURE - A MIS-KEYED DATE OR CLUB ON ONE   *
121200*     SIDE, OR A MATCH THE FIXTURE LIST DOES NOT KNOW.        *
121300*=============================================================*
121400 5500-PRINT-STRAYS.
121500     MOVE "GAMES WITH NO FIXTURE" TO WS-RPT-TITLE.
121600     MOVE "DATE    WHITE     RESULT   BLACK" TO WS-RPT-COLHDG.
121700     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
121800     PERFORM 5510-PRINT-ONE-STRAY THRU 5510-EXIT
121900         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STR-COUNT.
122000     IF WS-STRAY-COUNT = ZERO
122100         MOVE SPACES TO RPT-TRAILER-LINE
122200         MOVE "NONE" TO RPT-T-TEXT
122300         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
122400             AFTER ADVANCING 1 LINE
122500         ADD 1 TO WS-LINE-COUNT
122600     END-IF.
122700     IF WS-STRAY-COUNT > WS-STR-COUNT
122800         COMPUTE WS-EDIT-NUM = WS-STRAY-COUNT - WS-STR-COUNT
122900         MOVE SPACES TO RPT-TRAILER-LINE
123000         MOVE "MORE NOT LISTED" TO RPT-T-TEXT
123100         MOVE WS-EDIT-NUM TO RPT-T-NUM
123200         PERFORM 3900-GUARD-PAGE THRU 3900-EXIT
123300         WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
123400             AFTER ADVANCING 1 LINE
123500         ADD 1 TO WS-LINE-COUNT
123600     END-IF.
123700 5500-EXIT.
123800     EXIT.
123900
124000 5510-PRINT-ONE-STRAY.
124100     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
124200     MOVE SPACES TO WS-STRAY-LINE.
124300     MOVE WS-STR-DATE(WS-IDX) TO WS-ST-DATE.
124400     MOVE WS-STR-WHITE-ID(WS-IDX) TO WS-ST-WHITE-ID.
124500     MOVE WS-STR-WHITE-CLUB(WS-IDX) TO WS-ST-WHITE-CLUB.
124600     MOVE WS-STR-BLACK-ID(WS-IDX) TO WS-ST-BLACK-ID.
124700     MOVE WS-STR-BLACK-CLUB(WS-IDX) TO WS-ST-BLACK-CLUB.
124800     EVALUATE WS-STR-OUTCOME(WS-IDX)
124900         WHEN "W"
125000             MOVE "1-0" TO WS-ST-RESULT
125100         WHEN "B"
125200             MOVE "0-1" TO WS-ST-RESULT
125300         WHEN "D"
125400             MOVE "DRAW" TO WS-ST-RESULT
125500         WHEN "F"
125600             MOVE "1-0 DEF" TO WS-ST-RESULT
125700         WHEN "G"
125800             MOVE "0-1 DEF" TO WS-ST-RESULT
125900         WHEN "U"
126000             MOVE "VOID" TO WS-ST-RESULT
126100         WHEN OTHER
126200             MOVE "???" TO WS-ST-RESULT
126300     END-EVALUATE.
126400     MOVE "NO FIXTURE FOR DATE/CLUBS" TO WS-ST-NOTE.
126500     WRITE PRINT-RECORD FROM WS-STRAY-LINE
126600         AFTER ADVANCING 1 LINE.
126700     ADD 1 TO WS-LINE-COUNT.
126800 5510-EXIT.
126900     EXIT.
127000
127100*=============================================================*
127200*  6000-FIND-CLUB-NAME - RESOLVE WS-CLUB-LOOK AGAINST THE     *
127300*     CLUB REFERENCE TABLE, SAME CONVENTION AS THE NIGHTLY    *
127400*     REPORT: AN EMPTY TABLE RETURNS SPACES, A CODE NOT ON    *
127500*     THE FILE RETURNS *UNKNOWN*.                             *
127600*=============================================================*
127700 6000-FIND-CLUB-NAME.
127800     MOVE SPACES TO WS-CLUB-NAME-X.
127900     IF WS-CLB-COUNT = ZERO
128000         GO TO 6000-EXIT
128100     END-IF.
128200     MOVE "*UNKNOWN*" TO WS-CLUB-NAME-X.
128300     PERFORM 6010-MATCH-CLUB THRU 6010-EXIT
128400         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
128500 6000-EXIT.
128600     EXIT.
128700
128800 6010-MATCH-CLUB.
128900     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
129000         MOVE WS-CLB-NAME(WS-CDX) TO WS-CLUB-NAME-X
129100         MOVE WS-CLB-COUNT TO WS-CDX
129200     END-IF.
129300 6010-EXIT.
129400     EXIT.
129500
129600*=============================================================*
129700*  6100-FETCH-NAME - THE PLAYER'S NAME OFF PLAYER-MASTER.  A  *
129800*     PLAYER NO LONGER ON THE ROSTER LISTS AS *OFF ROSTER*.   *
129900*=============================================================*
130000 6100-FETCH-NAME.
130100     MOVE SPACES TO WS-NAME-FOUND.
130200     IF NOT WS-NAME-CHECK-ON
130300         GO TO 6100-EXIT
130400     END-IF.
130500     MOVE WS-NAME-LOOK-ID TO MR-ID.
130600     READ PLAYER-MASTER
130700         INVALID KEY
130800             MOVE "*OFF ROSTER*" TO WS-NAME-FOUND
130900             GO TO 6100-EXIT
131000     END-READ.
131100     MOVE MR-NAME TO WS-NAME-FOUND.
131200 6100-EXIT.
131300     EXIT.
131400
131500*=============================================================*
131600*  9000-TERMINATE - SUMMARY FIGURES, CLOSE FILES, SET THE     *
131700*     RETURN CODE.  A REJECTED FIXTURE CARD, AN UNPLAYED      *
131800*     FIXTURE, A MATCH ON THE WRONG NUMBER OF BOARDS, A STRAY *
131900*     GAME OR AN UNKNOWN OUTCOME CODE IS RC=4.                *
132000*=============================================================*
132100 9000-TERMINATE.
132200     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
132300     CLOSE CONTROL-FILE.
132400     CLOSE FIXTURE-FILE.
132500     CLOSE GAME-LOG.
132600     CLOSE PRINT-FILE.
132700     IF WS-NAME-CHECK-ON
132800         CLOSE PLAYER-MASTER
132900     END-IF.
133000     DISPLAY " ".
133100     DISPLAY "***** TEAM LEAGUE TOTALS *****".
133200     DISPLAY "FIXTURES READ    - " WS-FIX-READ.
133300     DISPLAY "IN SEASON        - " WS-FIX-COUNT.
133400     DISPLAY "REJECTED         - " WS-FIX-REJECT.
133500     DISPLAY "MATCHES PLAYED   - " WS-MATCH-COUNT.
133600     DISPLAY "NOT PLAYED       - " WS-UNPLAYED-COUNT.
133700     DISPLAY "LEDGER READ      - " WS-READ-COUNT.
133800     DISPLAY "LEAGUE GAMES     - " WS-LEAGUE-GAMES.
133900     DISPLAY "NO FIXTURE       - " WS-STRAY-COUNT.
134000     DISPLAY "CLUB-NIGHT GAMES - " WS-CLUB-GAMES.
134100     IF WS-FIX-REJECT > ZERO OR WS-UNPLAYED-COUNT > ZERO
134200             OR WS-STRAY-COUNT > ZERO OR WS-BOARD-WARN > ZERO
134300             OR WS-BADOUT-COUNT > ZERO
134400         MOVE 4 TO RETURN-CODE
134500     ELSE
134600         MOVE ZERO TO RETURN-CODE
134700     END-IF.
134800 9000-EXIT.
134900     EXIT.
135000
135100*=============================================================*
135200*  9100-PRINT-TRAILER - RUN FIGURES ON THE FOOT OF THE LAST   *
135300*     PAGE.                                                   *
135400*=============================================================*
135500 9100-PRINT-TRAILER.
135600     PERFORM 3900-GUARD-PAGE THRU 3900-EXIT.
135700     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
135800         AFTER ADVANCING 1 LINE.
135900     ADD 1 TO WS-LINE-COUNT.
136000     MOVE SPACES TO RPT-TRAILER-LINE.
136100     MOVE "LEAGUE SUMMARY" TO RPT-T-TEXT.
136200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
136300     MOVE WS-FIX-READ TO WS-EDIT-NUM.
136400     MOVE "FIXTURES READ" TO RPT-T-TEXT.
136500     MOVE WS-EDIT-NUM TO RPT-T-NUM.
136600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
136700     MOVE WS-FIX-COUNT TO WS-EDIT-NUM.
136800     MOVE "FIXTURES IN SEASON" TO RPT-T-TEXT.
136900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
137000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
137100     MOVE WS-FIX-REJECT TO WS-EDIT-NUM.
137200     MOVE "FIXTURES REJECTED" TO RPT-T-TEXT.
137300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
137400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
137500     MOVE WS-MATCH-COUNT TO WS-EDIT-NUM.
137600     MOVE "MATCHES PLAYED" TO RPT-T-TEXT.
137700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
137800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
137900     MOVE WS-UNPLAYED-COUNT TO WS-EDIT-NUM.
138000     MOVE "FIXTURES NOT PLAYED" TO RPT-T-TEXT.
138100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
138200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
138300     MOVE WS-READ-COUNT TO WS-EDIT-NUM.
138400     MOVE "LEDGER GAMES READ" TO RPT-T-TEXT.
138500     MOVE WS-EDIT-NUM TO RPT-T-NUM.
138600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
138700     MOVE WS-LEAGUE-GAMES TO WS-EDIT-NUM.
138800     MOVE "LEAGUE GAMES" TO RPT-T-TEXT.
138900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
139000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
139100     MOVE WS-STRAY-COUNT TO WS-EDIT-NUM.
139200     MOVE "GAMES NO FIXTURE" TO RPT-T-TEXT.
139300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
139400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
139500     MOVE WS-CLUB-GAMES TO WS-EDIT-NUM.
139600     MOVE "CLUB-NIGHT GAMES" TO RPT-T-TEXT.
139700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
139800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
139900 9100-EXIT.
140000     EXIT.
140100
140200 9110-PRINT-FIGURE.
140300     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
140400         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
140500     END-IF.
140600     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
140700         AFTER ADVANCING 1 LINE.
140800     MOVE SPACES TO RPT-TRAILER-LINE.
140900     ADD 1 TO WS-LINE-COUNT.
141000 9110-EXIT.
141100     EXIT.
