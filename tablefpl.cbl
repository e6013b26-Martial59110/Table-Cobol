000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEFPL.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEFPL - FAIR-PLAY ANOMALY REPORT FOR THE GRADING        *
000900*  COMMITTEE.  READS THE GAMELOG RESULTS LEDGER AND THE       *
001000*  PLYHIST MAINTENANCE HISTORY FOR THE PERIOD ON THE SYSIN    *
001100*  CONTROL CARD AND FLAGS FOUR PATTERNS, EACH IN ITS OWN      *
001200*  SECTION OF THE FPLOUT REGISTER WITH THE SUPPORTING GAME    *
001300*  AND HISTORY LINES PRINTED UNDER THE FLAG:                  *
001400*    PAIR - TWO PLAYERS MEETING FAR MORE OFTEN THAN THE       *
001500*           AVERAGE PAIR (AT LEAST THREE TIMES, AND THE CARD'S*
001600*           MULTIPLE OF THE AVERAGE), MARKED ONE-SIDED WHEN   *
001700*           ONE OF THEM HOLDS THE CARD'S SHARE OF THE SCORE.  *
001800*    DROP - AN ENTRANT ON THE TOURNAMENT STATE FILE (TRNIN,   *
001900*           AS CUT BY TABLESEC) WHOSE GRADING FELL BY THE     *
002000*           CARD'S MARGIN IN THE WINDOW BEFORE THE ENTRY DATE,*
002100*           WHEN THE EARLIER GRADING WOULD HAVE REACHED A     *
002200*           HIGHER SECTION THAN THE ONE THEY WERE PUT IN.     *
002300*           EACH SECTION'S FLOOR IS TAKEN AS THE LOWEST       *
002400*           SEEDED GRADING IN IT, SO NO PLAYER IS FLAGGED WHO *
002500*           WOULD NOT TRULY HAVE GONE HIGHER.                 *
002600*    FORF - A PLAYER WITH THE CARD'S NUMBER OF FORFEIT WINS   *
002700*           (F OR G) OR MORE IN THE PERIOD.                   *
002800*    MANL - A TABLEMNT "C" THAT MOVED A GRADING BY THE CARD'S *
002900*           MARGIN OR MORE WITHOUT THE PLAYER'S GAMES IN THE  *
003000*           PERIOD UP TO THAT DAY SHOWING A NET RESULT THE    *
003100*           SAME WAY (MORE WINS THAN LOSSES FOR A RISE, MORE  *
003200*           LOSSES THAN WINS FOR A FALL).                     *
003233*           A RELEASED GRADING OVERRIDE ("O", TABLEAPR) IS    *
003266*           TESTED THE SAME WAY.                              *
003300*  A VOID GAME (U) COUNTS NOWHERE.  A MISSING TRNIN SKIPS THE *
003400*  DROP CHECK.  READ-ONLY.  RC=4 MEANS SOMETHING WAS FLAGGED  *
003500*  OR A CHECK WAS SKIPPED.                                    *
003600*                                                             *
003700*  CONTROL CARD:  COLUMNS  1-6   PERIOD FROM  YYMMDD          *
003800*                 COLUMNS  7-12  PERIOD TO    YYMMDD          *
003900*                 COLUMNS 14-15  PAIR MULTIPLE OF AVERAGE (03)*
004000*                 COLUMNS 17-19  ONE-SIDED SCORE PERCENT (080)*
004100*                 COLUMNS 21-22  FORFEIT WINS (03)            *
004200*                 COLUMNS 24-27  MANUAL CHANGE POINTS (0100)  *
004300*                 COLUMNS 29-32  PRE-ENTRY DROP POINTS (0100) *
004400*                 COLUMNS 34-39  SECTION ENTRY DATE (TO)      *
004500*                 COLUMNS 41-46  DROP WINDOW FROM (FROM)      *
004600*  A BLANK THRESHOLD OR DATE TAKES THE DEFAULT IN BRACKETS.   *
004700*=============================================================*
004800*  MODIFICATION HISTORY                                       *
004900*  DATE      BY   DESCRIPTION                                 *
005000*  10/15/26  JPM  ORIGINAL                                    *
005025*  10/15/26  JPM  MANL ALSO TESTS A GRADING CHANGE RELEASED   *
005050*                 BY TABLEAPR ("O") - TABLEMNT NO LONGER      *
005075*                 APPLIES A GRADING ITSELF.                   *
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
006200     SELECT GAME-LOG ASSIGN TO GAMELOG
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-GL-STATUS.
006500
006600     SELECT HIST-FILE ASSIGN TO PLYHIST
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-HS-STATUS.
006900
007000     SELECT TRN-IN ASSIGN TO TRNIN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-TN-STATUS.
007300
007400     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS MR-ID
007800         FILE STATUS IS WS-PM-STATUS.
007900
008000     SELECT PRINT-FILE ASSIGN TO FPLOUT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PR-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CONTROL-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  CONTROL-CARD           PIC X(80).
009000
009100 FD  GAME-LOG
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY GAMEREC.
009500
009600 FD  HIST-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY PLYHIST.
010000
010100 FD  TRN-IN
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY TRNREC.
010500
010600 FD  PLAYER-MASTER
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY PLYMAST.
011000
011100 FD  PRINT-FILE
011200     LABEL RECORDS ARE OMITTED.
011300 01  PRINT-RECORD           PIC X(132).
011400
011500 WORKING-STORAGE SECTION.
011600*-----------------------------------------------------------*
011700*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
011800*  FROM THE NIGHTLY REPORT, PLUS A FLAG LINE, THE GAME AND  *
011900*  HISTORY LINES PRINTED UNDER IT, A NOTE LINE, A SECTION   *
012000*  HEADER AND A CATEGORY SUMMARY LINE OF THIS PROGRAM'S OWN.*
012100*-----------------------------------------------------------*
012200     COPY RPTLINES.
012300
012400 01  WS-FPL-FLAG-LINE.
012500     05  FILLER              PIC X(10) VALUE SPACES.
012600     05  WS-FF-CAT           PIC X(04).
012700     05  FILLER              PIC X(02) VALUE SPACES.
012800     05  WS-FF-ID            PIC X(04).
012900     05  FILLER              PIC X(02) VALUE SPACES.
013000     05  WS-FF-NAME          PIC X(12).
013100     05  FILLER              PIC X(02) VALUE SPACES.
013200     05  WS-FF-TEXT          PIC X(70).
013300
013400 01  WS-FPL-GAME-LINE.
013500     05  FILLER              PIC X(20) VALUE SPACES.
013600     05  FILLER              PIC X(05) VALUE "GAME ".
013700     05  WS-FG-DATE          PIC X(06).
013800     05  FILLER              PIC X(02) VALUE SPACES.
013900     05  WS-FG-WHITE         PIC X(04).
014000     05  FILLER              PIC X(03) VALUE " V ".
014100     05  WS-FG-BLACK         PIC X(04).
014200     05  FILLER              PIC X(02) VALUE SPACES.
014300     05  WS-FG-RESULT        PIC X(24).
014400
014500 01  WS-FPL-HIST-LINE.
014600     05  FILLER              PIC X(20) VALUE SPACES.
014700     05  FILLER              PIC X(05) VALUE "HIST ".
014800     05  WS-FH-DATE          PIC X(06).
014900     05  FILLER              PIC X(02) VALUE SPACES.
015000     05  WS-FH-CODE          PIC X(01).
015100     05  FILLER              PIC X(02) VALUE SPACES.
015200     05  WS-FH-BEFORE        PIC X(04).
015300     05  FILLER              PIC X(04) VALUE " -> ".
015400     05  WS-FH-AFTER         PIC X(04).
015500
015600 01  WS-FPL-NOTE-LINE.
015700     05  FILLER              PIC X(16) VALUE SPACES.
015800     05  WS-FN-TEXT          PIC X(70).
015900
016000 01  WS-FPL-COLHDG.
016100     05  FILLER              PIC X(30)
016200         VALUE "CAT   ID    NAME          FLAG".
016300
016400 01  WS-FPL-SECTION-LINE.
016500     05  FILLER              PIC X(10) VALUE SPACES.
016600     05  FILLER              PIC X(04) VALUE "--- ".
016700     05  WS-FS-CAT           PIC X(04).
016800     05  FILLER              PIC X(03) VALUE " - ".
016900     05  WS-FS-TEXT          PIC X(50).
017000
017100 01  WS-FPL-SUM-LINE.
017200     05  FILLER              PIC X(10) VALUE SPACES.
017300     05  WS-FM-CAT           PIC X(04).
017400     05  FILLER              PIC X(02) VALUE SPACES.
017500     05  WS-FM-TEXT          PIC X(44).
017600     05  FILLER              PIC X(09) VALUE " FLAGGED ".
017700     05  WS-FM-FLAGS         PIC ZZZZ9.
017800
017900*-----------------------------------------------------------*
018000*  FLAG CATEGORIES - CODE AND DESCRIPTION FOR THE SECTION   *
018100*  HEADERS AND THE SUMMARY, WITH THE FLAG COUNT HELD        *
018200*  ALONGSIDE.  WS-CX IS THE CATEGORY OF THE CHECK RUNNING.  *
018300*-----------------------------------------------------------*
018400 01  WS-CAT-NAMES.
018500     05  FILLER              PIC X(48) VALUE
018600         "PAIRPAIR MEETING FAR MORE OFTEN THAN AVERAGE    ".
018700     05  FILLER              PIC X(48) VALUE
018800         "DROPGRADING FALL BEFORE ENTRY TO A LOWER SECTION".
018900     05  FILLER              PIC X(48) VALUE
019000         "FORFFORFEIT WINS PILING UP FOR ONE PLAYER       ".
019100     05  FILLER              PIC X(48) VALUE
019200         "MANLMANUAL GRADING CHANGE NOT BACKED BY GAMES   ".
019300 01  WS-CAT-TABLE REDEFINES WS-CAT-NAMES.
019400     05  WS-CAT-ENTRY OCCURS 4 TIMES.
019500         10  WS-CAT-CODE     PIC X(04).
019600         10  WS-CAT-TEXT     PIC X(44).
019700 01  WS-CAT-COUNTS.
019800     05  WS-CAT-TALLY OCCURS 4 TIMES.
019900         10  WS-CAT-FLAGS    PIC 9(05) COMP.
020000         10  WS-CAT-SKIP-SW  PIC X(01).
020100             88  WS-CAT-SKIPPED  VALUE "Y".
020200 77  WS-CAT-MAX         PIC 9(02) COMP VALUE 4.
020300 77  WS-CX              PIC 9(02) COMP VALUE ZERO.
020400 77  WS-FLAG-ID         PIC X(04) VALUE SPACES.
020500 77  WS-FLAG-TEXT       PIC X(70) VALUE SPACES.
020600
020700*-----------------------------------------------------------*
020800*  GAME TABLE - EVERY LEDGER GAME FROM THE EARLIEST TO THE  *
020900*  LATEST DATE ANY CHECK LOOKS AT, IN FILE (DATE) ORDER,    *
021000*  FOR THE SUPPORTING LINES.                                *
021100*-----------------------------------------------------------*
021200 01  WS-GAME-AREA.
021300     03  WS-GM-COUNT        PIC 9(04) COMP VALUE ZERO.
021400     03  WS-GM-ENTRY OCCURS 1 TO 5000 TIMES
021500             DEPENDING ON WS-GM-COUNT.
021600         05  WS-GM-WHITE    PIC X(04).
021700         05  WS-GM-BLACK    PIC X(04).
021800         05  WS-GM-OUTCOME  PIC X(01).
021900         05  WS-GM-DATE     PIC 9(06).
022000 77  WS-GM-MAX          PIC 9(04) COMP VALUE 5000.
022100
022200*-----------------------------------------------------------*
022300*  HISTORY TABLE - THE PLYHIST RECORDS OVER THE SAME DATES, *
022400*  WITH THE GRADING OUT OF EACH IMAGE (SPACES WHEN THE      *
022500*  IMAGE IS BLANK).  MR-GRADING SITS AT POSITION 30 OF THE  *
022600*  MASTER IMAGE.                                            *
022700*-----------------------------------------------------------*
022800 01  WS-HIST-AREA.
022900     03  WS-HT-COUNT        PIC 9(04) COMP VALUE ZERO.
023000     03  WS-HT-ENTRY OCCURS 1 TO 3000 TIMES
023100             DEPENDING ON WS-HT-COUNT.
023200         05  WS-HT-ID       PIC X(04).
023300         05  WS-HT-DATE     PIC 9(06).
023400         05  WS-HT-CODE     PIC X(01).
023500         05  WS-HT-BEFORE   PIC X(04).
023600         05  WS-HT-AFTER    PIC X(04).
023700 77  WS-HT-MAX          PIC 9(04) COMP VALUE 3000.
023800
023900*-----------------------------------------------------------*
024000*  PAIR TABLE - ONE ROW PER TWO PLAYERS WHO MET IN THE      *
024100*  PERIOD, LOWER ID FIRST, WITH THE MEETINGS AND EACH       *
024200*  SIDE'S SCORE IN HALF-POINTS (A WIN 2, A DRAW 1).         *
024300*-----------------------------------------------------------*
024400 01  WS-PAIR-AREA.
024500     03  WS-PR-COUNT        PIC 9(04) COMP VALUE ZERO.
024600     03  WS-PR-ENTRY OCCURS 1 TO 2000 TIMES
024700             DEPENDING ON WS-PR-COUNT.
024800         05  WS-PR-LOW      PIC X(04).
024900         05  WS-PR-HIGH     PIC X(04).
025000         05  WS-PR-MEETS    PIC 9(04) COMP.
025100         05  WS-PR-LOW-HP   PIC 9(04) COMP.
025200         05  WS-PR-HIGH-HP  PIC 9(04) COMP.
025300 77  WS-PR-MAX          PIC 9(04) COMP VALUE 2000.
025400
025500*-----------------------------------------------------------*
025600*  FORFEIT TABLE - FORFEIT WINS IN THE PERIOD BY PLAYER.    *
025700*-----------------------------------------------------------*
025800 01  WS-FORF-AREA.
025900     03  WS-FW-COUNT        PIC 9(03) COMP VALUE ZERO.
026000     03  WS-FW-ENTRY OCCURS 1 TO 500 TIMES
026100             DEPENDING ON WS-FW-COUNT.
026200         05  WS-FW-ID       PIC X(04).
026300         05  WS-FW-WINS     PIC 9(03) COMP.
026400 77  WS-FW-MAX          PIC 9(03) COMP VALUE 500.
026500
026600*-----------------------------------------------------------*
026700*  ENTRANT TABLE - THE SEEDED ENTRANTS OFF TRNIN, AND THE   *
026800*  LOWEST SEEDED GRADING IN EACH SECTION (9999 WHERE A      *
026900*  SECTION HAS NONE).                                       *
027000*-----------------------------------------------------------*
027100 01  WS-ENTRANT-AREA.
027200     03  WS-EN-COUNT        PIC 9(03) COMP VALUE ZERO.
027300     03  WS-EN-ENTRY OCCURS 1 TO 500 TIMES
027400             DEPENDING ON WS-EN-COUNT.
027500         05  WS-EN-ID       PIC X(04).
027600         05  WS-EN-SECTION  PIC 9(02).
027700         05  WS-EN-GRADING  PIC 9(04).
027800 77  WS-EN-MAX          PIC 9(03) COMP VALUE 500.
027900 01  WS-FLOOR-AREA.
028000     03  WS-SF-FLOOR        PIC 9(04) OCCURS 99 TIMES.
028100
028200*-----------------------------------------------------------*
028300*  FILE STATUS AND SWITCHES                                 *
028400*-----------------------------------------------------------*
028500 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
028600     88  WS-CC-OK           VALUE "00".
028700     88  WS-CC-EOF          VALUE "10".
028800 77  WS-GL-STATUS       PIC X(02) VALUE SPACES.
028900     88  WS-GL-OK           VALUE "00".
029000     88  WS-GL-EOF          VALUE "10".
029100 77  WS-HS-STATUS       PIC X(02) VALUE SPACES.
029200     88  WS-HS-OK           VALUE "00".
029300     88  WS-HS-EOF          VALUE "10".
029400 77  WS-TN-STATUS       PIC X(02) VALUE SPACES.
029500     88  WS-TN-OK           VALUE "00".
029600     88  WS-TN-EOF          VALUE "10".
029700 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
029800     88  WS-PM-OK           VALUE "00".
029900 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
030000     88  WS-PR-OK           VALUE "00".
030100 77  WS-ABEND-SW        PIC X(01) VALUE "N".
030200     88  WS-ABEND-YES       VALUE "Y".
030300 77  WS-NAME-CHECK-SW   PIC X(01) VALUE "N".
030400     88  WS-NAME-CHECK-ON   VALUE "Y".
030500 77  WS-TRN-OPEN-SW     PIC X(01) VALUE "N".
030600     88  WS-TRN-OPEN        VALUE "Y".
030700
030800*-----------------------------------------------------------*
030900*  CONTROL CARD AND THRESHOLDS - THE DEFAULTS STAND WHERE   *
031000*  THE CARD LEAVES A FIELD BLANK.  A PAIR MUST MEET AT      *
031100*  LEAST WS-PAIR-MIN TIMES WHATEVER THE AVERAGE.            *
031200*-----------------------------------------------------------*
031300 01  WS-CARD-AREA.
031400     05  WS-CARD-FROM       PIC X(06).
031500     05  WS-CARD-TO         PIC X(06).
031600     05  FILLER             PIC X(01).
031700     05  WS-CARD-FACTOR     PIC X(02).
031800     05  FILLER             PIC X(01).
031900     05  WS-CARD-PCT        PIC X(03).
032000     05  FILLER             PIC X(01).
032100     05  WS-CARD-FORF       PIC X(02).
032200     05  FILLER             PIC X(01).
032300     05  WS-CARD-MANUAL     PIC X(04).
032400     05  FILLER             PIC X(01).
032500     05  WS-CARD-DROP       PIC X(04).
032600     05  FILLER             PIC X(01).
032700     05  WS-CARD-ENTRY      PIC X(06).
032800     05  FILLER             PIC X(01).
032900     05  WS-CARD-DROP-FROM  PIC X(06).
033000     05  FILLER             PIC X(34).
033100 77  WS-FROM-DATE       PIC 9(06) VALUE ZERO.
033200 77  WS-TO-DATE         PIC 9(06) VALUE ZERO.
033300 77  WS-ENTRY-DATE      PIC 9(06) VALUE ZERO.
033400 77  WS-DROP-FROM       PIC 9(06) VALUE ZERO.
033500 77  WS-LOW-DATE        PIC 9(06) VALUE ZERO.
033600 77  WS-HIGH-DATE       PIC 9(06) VALUE ZERO.
033700 77  WS-PAIR-FACTOR     PIC 9(02) VALUE 03.
033800 77  WS-ONESIDE-PCT     PIC 9(03) VALUE 080.
033900 77  WS-FORF-LIMIT      PIC 9(02) VALUE 03.
034000 77  WS-MANUAL-LIMIT    PIC 9(04) VALUE 0100.
034100 77  WS-DROP-LIMIT      PIC 9(04) VALUE 0100.
034200 77  WS-PAIR-MIN        PIC 9(02) VALUE 03.
034300
034400*-----------------------------------------------------------*
034500*  CHECK WORK FIELDS                                        *
034600*-----------------------------------------------------------*
034700 77  WS-GX              PIC 9(04) COMP VALUE ZERO.
034800 77  WS-HX              PIC 9(04) COMP VALUE ZERO.
034900 77  WS-HY              PIC 9(04) COMP VALUE ZERO.
035000 77  WS-PX              PIC 9(04) COMP VALUE ZERO.
035100 77  WS-FX              PIC 9(03) COMP VALUE ZERO.
035200 77  WS-EX              PIC 9(03) COMP VALUE ZERO.
035300 77  WS-SX              PIC 9(02) COMP VALUE ZERO.
035400 77  WS-FOUND           PIC 9(04) COMP VALUE ZERO.
035500 77  WS-LOW-ID          PIC X(04) VALUE SPACES.
035600 77  WS-HIGH-ID         PIC X(04) VALUE SPACES.
035700 77  WS-WHITE-HP        PIC 9(01) VALUE ZERO.
035800 77  WS-BLACK-HP        PIC 9(01) VALUE ZERO.
035900 77  WS-WIN-ID          PIC X(04) VALUE SPACES.
036000 77  WS-TOT-MEETS       PIC 9(07) COMP VALUE ZERO.
036100 77  WS-WORK-1          PIC 9(09) COMP VALUE ZERO.
036200 77  WS-WORK-2          PIC 9(09) COMP VALUE ZERO.
036300 77  WS-TOP-HP          PIC 9(04) COMP VALUE ZERO.
036400 77  WS-SHARE-PCT       PIC 9(03) COMP VALUE ZERO.
036500 77  WS-AVG-MEETS       PIC 9(04)V9 VALUE ZERO.
036600 77  WS-PEAK            PIC 9(04) VALUE ZERO.
036700 77  WS-GRAD-1          PIC 9(04) VALUE ZERO.
036800 77  WS-GRAD-2          PIC 9(04) VALUE ZERO.
036900 77  WS-MOVE-PTS        PIC 9(04) VALUE ZERO.
037000 77  WS-HIGHER-SEC      PIC 9(02) VALUE ZERO.
037100 77  WS-WINS            PIC 9(04) COMP VALUE ZERO.
037200 77  WS-LOSSES          PIC 9(04) COMP VALUE ZERO.
037300 77  WS-BACKED-SW       PIC X(01) VALUE "N".
037400     88  WS-BACKED          VALUE "Y".
037500 77  WS-SIDE-TEXT       PIC X(10) VALUE SPACES.
037600 77  WS-ED-COUNT        PIC ZZZ9.
037700 77  WS-ED-COUNT-2      PIC ZZZ9.
037800 77  WS-ED-GRAD-1       PIC ZZZ9.
037900 77  WS-ED-GRAD-2       PIC ZZZ9.
038000 77  WS-ED-PTS-1        PIC ZZ9.9.
038100 77  WS-ED-PTS-2        PIC ZZ9.9.
038200 77  WS-ED-AVG          PIC ZZZ9.9.
038300 77  WS-ED-SEC-1        PIC Z9.
038400 77  WS-ED-SEC-2        PIC Z9.
038500 77  WS-HALF-POINTS     PIC 9(04) VALUE ZERO.
038600 77  WS-POINTS          PIC 9(03)V9 VALUE ZERO.
038700
038800*-----------------------------------------------------------*
038900*  SUPPORTING-LINE SELECTION - THE PLAYER (AND, FOR A PAIR, *
039000*  THE OPPONENT) AND THE DATES WHOSE GAMES AND HISTORY ARE  *
039100*  PRINTED UNDER A FLAG.  FORFEIT MODE LISTS ONLY THE       *
039200*  PLAYER'S FORFEIT WINS.                                   *
039300*-----------------------------------------------------------*
039400 77  WS-SUP-ID          PIC X(04) VALUE SPACES.
039500 77  WS-SUP-OPP         PIC X(04) VALUE SPACES.
039600 77  WS-SUP-FROM        PIC 9(06) VALUE ZERO.
039700 77  WS-SUP-TO          PIC 9(06) VALUE ZERO.
039800 77  WS-SUP-MODE        PIC X(01) VALUE SPACE.
039900     88  WS-SUP-ALL         VALUE "A".
040000     88  WS-SUP-FORFEITS    VALUE "F".
040100
040200*-----------------------------------------------------------*
040300*  RUN TOTALS - PRINTED ON THE TRAILER                      *
040400*-----------------------------------------------------------*
040500 77  WS-GL-READ         PIC 9(07) COMP VALUE ZERO.
040600 77  WS-HS-READ         PIC 9(07) COMP VALUE ZERO.
040700 77  WS-TN-READ         PIC 9(05) COMP VALUE ZERO.
040800 77  WS-PERIOD-GAMES    PIC 9(07) COMP VALUE ZERO.
040900 77  WS-ONESIDED-COUNT  PIC 9(05) COMP VALUE ZERO.
041000 77  WS-TOT-FLAGS       PIC 9(05) COMP VALUE ZERO.
041100 77  WS-EDIT-NUM        PIC ZZZZZZ9.
041200
041300*-----------------------------------------------------------*
041400*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
041500*  NIGHTLY REPORT.                                          *
041600*-----------------------------------------------------------*
041700 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
041800 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
041900 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
042000 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
042100 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
042200 01  WS-TITLE-AREA.
042300     05  FILLER              PIC X(10)
042400         VALUE "FAIR PLAY ".
042500     05  WS-TITLE-FROM       PIC X(06).
042600     05  FILLER              PIC X(04) VALUE " TO ".
042700     05  WS-TITLE-TO         PIC X(06).
042800 01  WS-SYS-DATE-AREA.
042900     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
043000 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
043100     05  WS-SYS-YY          PIC 9(02).
043200     05  WS-SYS-MM          PIC 9(02).
043300     05  WS-SYS-DD          PIC 9(02).
043400 01  WS-RUN-DATE-ED.
043500     05  WS-RUN-MM          PIC 9(02).
043600     05  FILLER             PIC X(01) VALUE "/".
043700     05  WS-RUN-DD          PIC 9(02).
043800     05  FILLER             PIC X(01) VALUE "/".
043900     05  WS-RUN-YY          PIC 9(02).
044000
044100 PROCEDURE DIVISION.
044200*=============================================================*
044300*  0000-MAINLINE                                              *
044400*=============================================================*
044500 0000-MAINLINE.
044600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044700     IF WS-ABEND-YES
044800         GO TO 9999-ABEND
044900     END-IF.
045000     PERFORM 2000-LOAD-ONE-GAME THRU 2000-EXIT
045100         UNTIL WS-GL-EOF OR WS-ABEND-YES.
045200     PERFORM 2500-LOAD-ONE-HISTORY THRU 2500-EXIT
045300         UNTIL WS-HS-EOF OR WS-ABEND-YES.
045400     IF WS-TRN-OPEN
045500         PERFORM 2800-LOAD-ONE-ENTRANT THRU 2800-EXIT
045600             UNTIL WS-TN-EOF OR WS-ABEND-YES
045700     END-IF.
045800     IF WS-ABEND-YES
045900         GO TO 9999-ABEND
046000     END-IF.
046100     PERFORM 3000-CHECK-PAIRS THRU 3000-EXIT.
046200     PERFORM 4000-CHECK-DROPS THRU 4000-EXIT.
046300     PERFORM 5000-CHECK-FORFEITS THRU 5000-EXIT.
046400     PERFORM 6000-CHECK-MANUAL THRU 6000-EXIT.
046500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
046600     GOBACK.
046700 9999-ABEND.
046800     CLOSE CONTROL-FILE.
046900     CLOSE GAME-LOG.
047000     CLOSE HIST-FILE.
047100     CLOSE TRN-IN.
047200     CLOSE PLAYER-MASTER.
047300     CLOSE PRINT-FILE.
047400     MOVE 16 TO RETURN-CODE.
047500     GOBACK.
047600 0000-EXIT.
047700     EXIT.
047800
047900*=============================================================*
048000*  1000-INITIALIZE - EDIT THE CONTROL CARD, OPEN THE LEDGER,  *
048100*     HISTORY AND REPORT FILES (THE MASTER FOR NAMES AND THE  *
048200*     TOURNAMENT STATE IF THEY ARE THERE), START THE REPORT   *
048300*     AND PRIME THE FIRST READS.                              *
048400*=============================================================*
048500 1000-INITIALIZE.
048600     PERFORM 1010-CLEAR-CATEGORY THRU 1010-EXIT
048700         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-MAX.
048800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
048900     IF WS-ABEND-YES
049000         GO TO 1000-EXIT
049100     END-IF.
049200     OPEN INPUT GAME-LOG.
049300     IF NOT WS-GL-OK
049400         DISPLAY "TABLEFPL0050 UNABLE TO OPEN GAME-LOG, "
049500             "STATUS = " WS-GL-STATUS
049600         SET WS-ABEND-YES TO TRUE
049700         GO TO 1000-EXIT
049800     END-IF.
049900     OPEN INPUT HIST-FILE.
050000     IF NOT WS-HS-OK
050100         DISPLAY "TABLEFPL0060 UNABLE TO OPEN HIST-FILE, "
050200             "STATUS = " WS-HS-STATUS
050300         SET WS-ABEND-YES TO TRUE
050400         GO TO 1000-EXIT
050500     END-IF.
050600     OPEN OUTPUT PRINT-FILE.
050700     IF NOT WS-PR-OK
050800         DISPLAY "TABLEFPL0070 UNABLE TO OPEN PRINT-FILE, "
050900             "STATUS = " WS-PR-STATUS
051000         SET WS-ABEND-YES TO TRUE
051100         GO TO 1000-EXIT
051200     END-IF.
051300     OPEN INPUT PLAYER-MASTER.
051400     IF WS-PM-OK
051500         SET WS-NAME-CHECK-ON TO TRUE
051600     ELSE
051700         DISPLAY "TABLEFPL0080 PLAYER-MASTER NOT AVAILABLE, "
051800             "STATUS = " WS-PM-STATUS
051900             " - NAMES OMITTED"
052000     END-IF.
052100     OPEN INPUT TRN-IN.
052200     IF WS-TN-OK
052300         SET WS-TRN-OPEN TO TRUE
052400         PERFORM 2810-READ-ENTRANT THRU 2810-EXIT
052500     ELSE
052600         DISPLAY "TABLEFPL0090 TRN-IN NOT AVAILABLE, "
052700             "STATUS = " WS-TN-STATUS
052800             " - SECTION DROP CHECK SKIPPED"
052900         MOVE "Y" TO WS-CAT-SKIP-SW(2)
053000     END-IF.
053100     PERFORM 1200-CLEAR-FLOORS THRU 1200-EXIT
053200         VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 99.
053300     ACCEPT WS-SYS-DATE FROM DATE.
053400     MOVE WS-SYS-MM TO WS-RUN-MM.
053500     MOVE WS-SYS-DD TO WS-RUN-DD.
053600     MOVE WS-SYS-YY TO WS-RUN-YY.
053700     MOVE WS-CARD-FROM TO WS-TITLE-FROM.
053800     MOVE WS-CARD-TO TO WS-TITLE-TO.
053900     MOVE WS-TITLE-AREA TO WS-RPT-TITLE.
054000     MOVE WS-FPL-COLHDG TO WS-RPT-COLHDG.
054100     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
054200     PERFORM 2100-READ-GAME THRU 2100-EXIT.
054300     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
054400 1000-EXIT.
054500     EXIT.
054600
054700 1010-CLEAR-CATEGORY.
054800     MOVE ZERO TO WS-CAT-FLAGS(WS-CX).
054900     MOVE "N" TO WS-CAT-SKIP-SW(WS-CX).
055000 1010-EXIT.
055100     EXIT.
055200
055300*=============================================================*
055400*  1100-READ-CONTROL - THE PERIOD IS REQUIRED; EVERY OTHER    *
055500*     FIELD IS OPTIONAL BUT MUST BE NUMERIC WHEN GIVEN.  THE  *
055600*     TABLES COVER THE EARLIEST AND LATEST DATE ANY CHECK     *
055700*     NEEDS: THE PERIOD, THE DROP WINDOW AND THE ENTRY DATE.  *
055800*=============================================================*
055900 1100-READ-CONTROL.
056000     OPEN INPUT CONTROL-FILE.
056100     IF NOT WS-CC-OK
056200         DISPLAY "TABLEFPL0010 UNABLE TO OPEN CONTROL-FILE, "
056300             "STATUS = " WS-CC-STATUS
056400         SET WS-ABEND-YES TO TRUE
056500         GO TO 1100-EXIT
056600     END-IF.
056700     READ CONTROL-FILE
056800         AT END
056900             SET WS-CC-EOF TO TRUE
057000     END-READ.
057100     IF WS-CC-EOF
057200         DISPLAY "TABLEFPL0020 CONTROL CARD MISSING - SUPPLY "
057300             "FROM YYMMDD IN COLS 1-6, TO YYMMDD IN COLS 7-12"
057400         SET WS-ABEND-YES TO TRUE
057500         GO TO 1100-EXIT
057600     END-IF.
057700     MOVE CONTROL-CARD TO WS-CARD-AREA.
057800     IF WS-CARD-FROM IS NOT NUMERIC OR WS-CARD-TO IS NOT NUMERIC
057900         DISPLAY "TABLEFPL0030 DATE RANGE NOT NUMERIC - "
058000             WS-CARD-FROM " " WS-CARD-TO
058100         SET WS-ABEND-YES TO TRUE
058200         GO TO 1100-EXIT
058300     END-IF.
058400     MOVE WS-CARD-FROM TO WS-FROM-DATE.
058500     MOVE WS-CARD-TO TO WS-TO-DATE.
058600     IF WS-FROM-DATE > WS-TO-DATE
058700         DISPLAY "TABLEFPL0040 FROM DATE AFTER TO DATE - "
058800             WS-CARD-FROM "-" WS-CARD-TO
058900         SET WS-ABEND-YES TO TRUE
059000         GO TO 1100-EXIT
059100     END-IF.
059200     MOVE WS-TO-DATE TO WS-ENTRY-DATE.
059300     MOVE WS-FROM-DATE TO WS-DROP-FROM.
059400     IF WS-CARD-FACTOR NOT = SPACES
059500         IF WS-CARD-FACTOR IS NUMERIC
059600             MOVE WS-CARD-FACTOR TO WS-PAIR-FACTOR
059700         ELSE
059800             GO TO 1100-BAD-FIELD
059900         END-IF
060000     END-IF.
060100     IF WS-CARD-PCT NOT = SPACES
060200         IF WS-CARD-PCT IS NUMERIC
060300             MOVE WS-CARD-PCT TO WS-ONESIDE-PCT
060400         ELSE
060500             GO TO 1100-BAD-FIELD
060600         END-IF
060700     END-IF.
060800     IF WS-CARD-FORF NOT = SPACES
060900         IF WS-CARD-FORF IS NUMERIC
061000             MOVE WS-CARD-FORF TO WS-FORF-LIMIT
061100         ELSE
061200             GO TO 1100-BAD-FIELD
061300         END-IF
061400     END-IF.
061500     IF WS-CARD-MANUAL NOT = SPACES
061600         IF WS-CARD-MANUAL IS NUMERIC
061700             MOVE WS-CARD-MANUAL TO WS-MANUAL-LIMIT
061800         ELSE
061900             GO TO 1100-BAD-FIELD
062000         END-IF
062100     END-IF.
062200     IF WS-CARD-DROP NOT = SPACES
062300         IF WS-CARD-DROP IS NUMERIC
062400             MOVE WS-CARD-DROP TO WS-DROP-LIMIT
062500         ELSE
062600             GO TO 1100-BAD-FIELD
062700         END-IF
062800     END-IF.
062900     IF WS-CARD-ENTRY NOT = SPACES
063000         IF WS-CARD-ENTRY IS NUMERIC
063100             MOVE WS-CARD-ENTRY TO WS-ENTRY-DATE
063200         ELSE
063300             GO TO 1100-BAD-FIELD
063400         END-IF
063500     END-IF.
063600     IF WS-CARD-DROP-FROM NOT = SPACES
063700         IF WS-CARD-DROP-FROM IS NUMERIC
063800             MOVE WS-CARD-DROP-FROM TO WS-DROP-FROM
063900         ELSE
064000             GO TO 1100-BAD-FIELD
064100         END-IF
064200     END-IF.
064300     IF WS-DROP-FROM > WS-ENTRY-DATE
064400         DISPLAY "TABLEFPL0042 DROP WINDOW FROM " WS-DROP-FROM
064500             " IS AFTER THE ENTRY DATE " WS-ENTRY-DATE
064600         SET WS-ABEND-YES TO TRUE
064700         GO TO 1100-EXIT
064800     END-IF.
064900     MOVE WS-FROM-DATE TO WS-LOW-DATE.
065000     IF WS-DROP-FROM < WS-LOW-DATE
065100         MOVE WS-DROP-FROM TO WS-LOW-DATE
065200     END-IF.
065300     MOVE WS-TO-DATE TO WS-HIGH-DATE.
065400     IF WS-ENTRY-DATE > WS-HIGH-DATE
065500         MOVE WS-ENTRY-DATE TO WS-HIGH-DATE
065600     END-IF.
065700     GO TO 1100-EXIT.
065800 1100-BAD-FIELD.
065900     DISPLAY "TABLEFPL0041 CONTROL CARD FIELD NOT NUMERIC - "
066000         CONTROL-CARD(1:46).
066100     SET WS-ABEND-YES TO TRUE.
066200 1100-EXIT.
066300     EXIT.
066400
066500 1200-CLEAR-FLOORS.
066600     MOVE 9999 TO WS-SF-FLOOR(WS-SX).
066700 1200-EXIT.
066800     EXIT.
066900
067000*=============================================================*
067100*  2000-LOAD-ONE-GAME - TABLE EVERY LEDGER GAME IN THE DATES  *
067200*     THE CHECKS COVER.  A GAME IN THE PERIOD (OTHER THAN A   *
067300*     VOID) IS ALSO POSTED TO ITS PAIR, AND A FORFEIT WIN TO  *
067400*     THE WINNER.                                             *
067500*=============================================================*
067600 2000-LOAD-ONE-GAME.
067700     ADD 1 TO WS-GL-READ.
067800     IF GL-RUN-DATE < WS-LOW-DATE OR GL-RUN-DATE > WS-HIGH-DATE
067900         GO TO 2000-NEXT
068000     END-IF.
068100     IF WS-GM-COUNT = WS-GM-MAX
068200         DISPLAY "TABLEFPL0100 MORE THAN 5000 LEDGER GAMES IN "
068300             "THE DATES COVERED - NARROW THE CARD"
068400         SET WS-ABEND-YES TO TRUE
068500         GO TO 2000-EXIT
068600     END-IF.
068700     ADD 1 TO WS-GM-COUNT.
068800     MOVE GL-WHITE-ID TO WS-GM-WHITE(WS-GM-COUNT).
068900     MOVE GL-BLACK-ID TO WS-GM-BLACK(WS-GM-COUNT).
069000     MOVE GL-OUTCOME TO WS-GM-OUTCOME(WS-GM-COUNT).
069100     MOVE GL-RUN-DATE TO WS-GM-DATE(WS-GM-COUNT).
069200     IF GL-RUN-DATE < WS-FROM-DATE OR GL-RUN-DATE > WS-TO-DATE
069300         GO TO 2000-NEXT
069400     END-IF.
069500     EVALUATE GL-OUTCOME
069600         WHEN "W"
069700             MOVE 2 TO WS-WHITE-HP
069800             MOVE 0 TO WS-BLACK-HP
069900         WHEN "F"
070000             MOVE 2 TO WS-WHITE-HP
070100             MOVE 0 TO WS-BLACK-HP
070200             MOVE GL-WHITE-ID TO WS-WIN-ID
070300             PERFORM 2300-POST-FORFEIT THRU 2300-EXIT
070400         WHEN "B"
070500             MOVE 0 TO WS-WHITE-HP
070600             MOVE 2 TO WS-BLACK-HP
070700         WHEN "G"
070800             MOVE 0 TO WS-WHITE-HP
070900             MOVE 2 TO WS-BLACK-HP
071000             MOVE GL-BLACK-ID TO WS-WIN-ID
071100             PERFORM 2300-POST-FORFEIT THRU 2300-EXIT
071200         WHEN "D"
071300             MOVE 1 TO WS-WHITE-HP
071400             MOVE 1 TO WS-BLACK-HP
071500         WHEN OTHER
071600             GO TO 2000-NEXT
071700     END-EVALUATE.
071800     IF WS-ABEND-YES
071900         GO TO 2000-EXIT
072000     END-IF.
072100     ADD 1 TO WS-PERIOD-GAMES.
072200     PERFORM 2200-POST-PAIR THRU 2200-EXIT.
072300 2000-NEXT.
072400     PERFORM 2100-READ-GAME THRU 2100-EXIT.
072500 2000-EXIT.
072600     EXIT.
072700
072800 2100-READ-GAME.
072900     READ GAME-LOG
073000         AT END
073100             SET WS-GL-EOF TO TRUE
073200     END-READ.
073300 2100-EXIT.
073400     EXIT.
073500
073600*=============================================================*
073700*  2200-POST-PAIR - ONE MEETING AND ITS SCORE TO THE PAIR,    *
073800*     LOWER ID FIRST, WHICHEVER HAD WHITE.                    *
073900*=============================================================*
074000 2200-POST-PAIR.
074100     IF GL-WHITE-ID < GL-BLACK-ID
074200         MOVE GL-WHITE-ID TO WS-LOW-ID
074300         MOVE GL-BLACK-ID TO WS-HIGH-ID
074400     ELSE
074500         MOVE GL-BLACK-ID TO WS-LOW-ID
074600         MOVE GL-WHITE-ID TO WS-HIGH-ID
074700     END-IF.
074800     MOVE ZERO TO WS-FOUND.
074900     PERFORM 2210-MATCH-PAIR THRU 2210-EXIT
075000         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PR-COUNT.
075100     IF WS-FOUND = ZERO
075200         IF WS-PR-COUNT = WS-PR-MAX
075300             DISPLAY "TABLEFPL0110 MORE THAN 2000 PAIRINGS IN "
075400                 "THE PERIOD - NARROW THE CARD"
075500             SET WS-ABEND-YES TO TRUE
075600             GO TO 2200-EXIT
075700         END-IF
075800         ADD 1 TO WS-PR-COUNT
075900         MOVE WS-PR-COUNT TO WS-FOUND
076000         MOVE WS-LOW-ID TO WS-PR-LOW(WS-FOUND)
076100         MOVE WS-HIGH-ID TO WS-PR-HIGH(WS-FOUND)
076200         MOVE ZERO TO WS-PR-MEETS(WS-FOUND)
076300         MOVE ZERO TO WS-PR-LOW-HP(WS-FOUND)
076400         MOVE ZERO TO WS-PR-HIGH-HP(WS-FOUND)
076500     END-IF.
076600     ADD 1 TO WS-PR-MEETS(WS-FOUND).
076700     IF GL-WHITE-ID = WS-LOW-ID
076800         ADD WS-WHITE-HP TO WS-PR-LOW-HP(WS-FOUND)
076900         ADD WS-BLACK-HP TO WS-PR-HIGH-HP(WS-FOUND)
077000     ELSE
077100         ADD WS-BLACK-HP TO WS-PR-LOW-HP(WS-FOUND)
077200         ADD WS-WHITE-HP TO WS-PR-HIGH-HP(WS-FOUND)
077300     END-IF.
077400 2200-EXIT.
077500     EXIT.
077600
077700 2210-MATCH-PAIR.
077800     IF WS-PR-LOW(WS-PX) = WS-LOW-ID
077900             AND WS-PR-HIGH(WS-PX) = WS-HIGH-ID
078000         MOVE WS-PX TO WS-FOUND
078100         MOVE WS-PR-COUNT TO WS-PX
078200     END-IF.
078300 2210-EXIT.
078400     EXIT.
078500
078600*=============================================================*
078700*  2300-POST-FORFEIT - ONE FORFEIT WIN TO WS-WIN-ID.          *
078800*=============================================================*
078900 2300-POST-FORFEIT.
079000     MOVE ZERO TO WS-FOUND.
079100     PERFORM 2310-MATCH-FORFEIT THRU 2310-EXIT
079200         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FW-COUNT.
079300     IF WS-FOUND = ZERO
079400         IF WS-FW-COUNT = WS-FW-MAX
079500             DISPLAY "TABLEFPL0120 MORE THAN 500 PLAYERS WITH "
079600                 "FORFEIT WINS - NARROW THE CARD"
079700             SET WS-ABEND-YES TO TRUE
079800             GO TO 2300-EXIT
079900         END-IF
080000         ADD 1 TO WS-FW-COUNT
080100         MOVE WS-FW-COUNT TO WS-FOUND
080200         MOVE WS-WIN-ID TO WS-FW-ID(WS-FOUND)
080300         MOVE ZERO TO WS-FW-WINS(WS-FOUND)
080400     END-IF.
080500     ADD 1 TO WS-FW-WINS(WS-FOUND).
080600 2300-EXIT.
080700     EXIT.
080800
080900 2310-MATCH-FORFEIT.
081000     IF WS-FW-ID(WS-FX) = WS-WIN-ID
081100         MOVE WS-FX TO WS-FOUND
081200         MOVE WS-FW-COUNT TO WS-FX
081300     END-IF.
081400 2310-EXIT.
081500     EXIT.
081600
081700*=============================================================*
081800*  2500-LOAD-ONE-HISTORY - TABLE EVERY PLYHIST RECORD IN THE  *
081900*     DATES THE CHECKS COVER, WITH THE GRADING OUT OF EACH    *
082000*     IMAGE.                                                  *
082100*=============================================================*
082200 2500-LOAD-ONE-HISTORY.
082300     ADD 1 TO WS-HS-READ.
082400     IF HS-RUN-DATE < WS-LOW-DATE OR HS-RUN-DATE > WS-HIGH-DATE
082500         GO TO 2500-NEXT
082600     END-IF.
082700     IF WS-HT-COUNT = WS-HT-MAX
082800         DISPLAY "TABLEFPL0130 MORE THAN 3000 HISTORY RECORDS IN "
082900             "THE DATES COVERED - NARROW THE CARD"
083000         SET WS-ABEND-YES TO TRUE
083100         GO TO 2500-EXIT
083200     END-IF.
083300     ADD 1 TO WS-HT-COUNT.
083400     MOVE HS-ID TO WS-HT-ID(WS-HT-COUNT).
083500     MOVE HS-RUN-DATE TO WS-HT-DATE(WS-HT-COUNT).
083600     MOVE HS-TRAN-CODE TO WS-HT-CODE(WS-HT-COUNT).
083700     MOVE SPACES TO WS-HT-BEFORE(WS-HT-COUNT).
083800     MOVE SPACES TO WS-HT-AFTER(WS-HT-COUNT).
083900     IF HS-BEFORE-IMAGE NOT = SPACES
084000         MOVE HS-BEFORE-IMAGE(30:4) TO WS-HT-BEFORE(WS-HT-COUNT)
084100     END-IF.
084200     IF HS-AFTER-IMAGE NOT = SPACES
084300         MOVE HS-AFTER-IMAGE(30:4) TO WS-HT-AFTER(WS-HT-COUNT)
084400     END-IF.
084500 2500-NEXT.
084600     PERFORM 2600-READ-HISTORY THRU 2600-EXIT.
084700 2500-EXIT.
084800     EXIT.
084900
085000 2600-READ-HISTORY.
085100     READ HIST-FILE
085200         AT END
085300             SET WS-HS-EOF TO TRUE
085400     END-READ.
085500 2600-EXIT.
085600     EXIT.
085700
085800*=============================================================*
085900*  2800-LOAD-ONE-ENTRANT - A SEEDED ENTRANT OFF THE TOURNAMENT*
086000*     STATE.  AN UNSEEDED ONE (FORCED TO THE BOTTOM SECTION ON*
086100*     A BAD GRADING) CANNOT HAVE DROPPED INTO IT, AND IS LEFT *
086200*     OUT.  EACH SECTION'S FLOOR IS ITS LOWEST SEEDED GRADING.*
086300*=============================================================*
086400 2800-LOAD-ONE-ENTRANT.
086500     ADD 1 TO WS-TN-READ.
086600     IF TN-RATED NOT = "A" OR TN-GRADING IS NOT NUMERIC
086700             OR TN-SECTION = ZERO
086800         GO TO 2800-NEXT
086900     END-IF.
087000     IF WS-EN-COUNT = WS-EN-MAX
087100         DISPLAY "TABLEFPL0140 MORE THAN 500 ENTRANTS ON TRN-IN"
087200         SET WS-ABEND-YES TO TRUE
087300         GO TO 2800-EXIT
087400     END-IF.
087500     ADD 1 TO WS-EN-COUNT.
087600     MOVE TN-ID TO WS-EN-ID(WS-EN-COUNT).
087700     MOVE TN-SECTION TO WS-EN-SECTION(WS-EN-COUNT).
087800     MOVE TN-GRADING TO WS-EN-GRADING(WS-EN-COUNT).
087900     IF WS-EN-GRADING(WS-EN-COUNT) < WS-SF-FLOOR(TN-SECTION)
088000         MOVE WS-EN-GRADING(WS-EN-COUNT)
088100             TO WS-SF-FLOOR(TN-SECTION)
088200     END-IF.
088300 2800-NEXT.
088400     PERFORM 2810-READ-ENTRANT THRU 2810-EXIT.
088500 2800-EXIT.
088600     EXIT.
088700
088800 2810-READ-ENTRANT.
088900     READ TRN-IN
089000         AT END
089100             SET WS-TN-EOF TO TRUE
089200     END-READ.
089300 2810-EXIT.
089400     EXIT.
089500
089600*=============================================================*
089700*  3000-CHECK-PAIRS - THE AVERAGE MEETINGS PER PAIR OVER THE  *
089800*     PERIOD, THEN EVERY PAIR THAT MET AT LEAST WS-PAIR-MIN   *
089900*     TIMES AND AT LEAST THE CARD'S MULTIPLE OF THE AVERAGE.  *
090000*     THE COMPARISON IS DONE AS MEETS * PAIRS AGAINST         *
090100*     MULTIPLE * TOTAL SO NO DIVISION IS ROUNDED.             *
090200*=============================================================*
090300 3000-CHECK-PAIRS.
090400     MOVE 1 TO WS-CX.
090500     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
090600     IF WS-PR-COUNT = ZERO
090700         MOVE "NO GAMES IN THE PERIOD" TO WS-FN-TEXT
090800         PERFORM 8400-PRINT-NOTE THRU 8400-EXIT
090900         GO TO 3000-EXIT
091000     END-IF.
091100     MOVE ZERO TO WS-TOT-MEETS.
091200     PERFORM 3010-ADD-MEETS THRU 3010-EXIT
091300         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PR-COUNT.
091400     COMPUTE WS-AVG-MEETS ROUNDED = WS-TOT-MEETS / WS-PR-COUNT.
091500     MOVE WS-AVG-MEETS TO WS-ED-AVG.
091600     MOVE WS-PR-COUNT TO WS-ED-COUNT.
091700     MOVE SPACES TO WS-FN-TEXT.
091800     STRING "AVERAGE" WS-ED-AVG " MEETINGS OVER" WS-ED-COUNT
091900         " PAIRS" DELIMITED BY SIZE INTO WS-FN-TEXT.
092000     PERFORM 8400-PRINT-NOTE THRU 8400-EXIT.
092100     COMPUTE WS-WORK-2 = WS-PAIR-FACTOR * WS-TOT-MEETS.
092200     PERFORM 3100-TEST-PAIR THRU 3100-EXIT
092300         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PR-COUNT.
092400 3000-EXIT.
092500     EXIT.
092600
092700 3010-ADD-MEETS.
092800     ADD WS-PR-MEETS(WS-PX) TO WS-TOT-MEETS.
092900 3010-EXIT.
093000     EXIT.
093100
093200*=============================================================*
093300*  3100-TEST-PAIR - ONE PAIR AGAINST THE THRESHOLDS.  A       *
093400*     FLAGGED PAIR IS ONE-SIDED WHEN EITHER PLAYER HOLDS THE  *
093500*     CARD'S PERCENTAGE OF THE POINTS BETWEEN THEM.           *
093600*=============================================================*
093700 3100-TEST-PAIR.
093800     IF WS-PR-MEETS(WS-PX) < WS-PAIR-MIN
093900         GO TO 3100-EXIT
094000     END-IF.
094100     COMPUTE WS-WORK-1 = WS-PR-MEETS(WS-PX) * WS-PR-COUNT.
094200     IF WS-WORK-1 < WS-WORK-2
094300         GO TO 3100-EXIT
094400     END-IF.
094500     MOVE WS-PR-HIGH-HP(WS-PX) TO WS-TOP-HP.
094600     IF WS-PR-LOW-HP(WS-PX) > WS-TOP-HP
094700         MOVE WS-PR-LOW-HP(WS-PX) TO WS-TOP-HP
094800     END-IF.
094900     COMPUTE WS-SHARE-PCT = (WS-TOP-HP * 100)
095000         / (WS-PR-MEETS(WS-PX) * 2).
095100     IF WS-SHARE-PCT NOT < WS-ONESIDE-PCT
095200         MOVE "ONE-SIDED" TO WS-SIDE-TEXT
095300         ADD 1 TO WS-ONESIDED-COUNT
095400     ELSE
095500         MOVE SPACES TO WS-SIDE-TEXT
095600     END-IF.
095700     MOVE WS-PR-MEETS(WS-PX) TO WS-ED-COUNT.
095800     MOVE WS-PR-LOW-HP(WS-PX) TO WS-HALF-POINTS.
095900     PERFORM 8600-EDIT-POINTS THRU 8600-EXIT.
096000     MOVE WS-POINTS TO WS-ED-PTS-1.
096100     MOVE WS-PR-HIGH-HP(WS-PX) TO WS-HALF-POINTS.
096200     PERFORM 8600-EDIT-POINTS THRU 8600-EXIT.
096300     MOVE WS-POINTS TO WS-ED-PTS-2.
096400     MOVE WS-PR-LOW(WS-PX) TO WS-FLAG-ID.
096500     MOVE SPACES TO WS-FLAG-TEXT.
096600     STRING "V " WS-PR-HIGH(WS-PX) " MET" WS-ED-COUNT
096700         " TIMES, SCORE" WS-ED-PTS-1 " -" WS-ED-PTS-2 "  "
096800         WS-SIDE-TEXT DELIMITED BY SIZE INTO WS-FLAG-TEXT.
096900     PERFORM 8000-RECORD-FLAG THRU 8000-EXIT.
097000     MOVE WS-PR-LOW(WS-PX) TO WS-SUP-ID.
097100     MOVE WS-PR-HIGH(WS-PX) TO WS-SUP-OPP.
097200     MOVE WS-FROM-DATE TO WS-SUP-FROM.
097300     MOVE WS-TO-DATE TO WS-SUP-TO.
097400     SET WS-SUP-ALL TO TRUE.
097500     PERFORM 8200-PRINT-GAMES THRU 8200-EXIT.
097600 3100-EXIT.
097700     EXIT.
097800
097900*=============================================================*
098000*  4000-CHECK-DROPS - EVERY SEEDED ENTRANT BELOW THE TOP      *
098100*     SECTION: THE HIGHEST GRADING THEIR HISTORY SHOWS IN THE *
098200*     DROP WINDOW (DROP-FROM TO THE ENTRY DATE) AGAINST THE   *
098300*     GRADING THEY ENTERED ON.                                *
098400*=============================================================*
098500 4000-CHECK-DROPS.
098600     MOVE 2 TO WS-CX.
098700     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
098800     IF WS-CAT-SKIPPED(WS-CX)
098900         MOVE "NOT CHECKED - TRNIN NOT AVAILABLE" TO WS-FN-TEXT
099000         PERFORM 8400-PRINT-NOTE THRU 8400-EXIT
099100         GO TO 4000-EXIT
099200     END-IF.
099300     PERFORM 4100-TEST-ENTRANT THRU 4100-EXIT
099400         VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EN-COUNT.
099500 4000-EXIT.
099600     EXIT.
099700
099800 4100-TEST-ENTRANT.
099900     IF WS-EN-SECTION(WS-EX) = 1
100000         GO TO 4100-EXIT
100100     END-IF.
100200     MOVE WS-EN-ID(WS-EX) TO WS-SUP-ID.
100300     MOVE ZERO TO WS-PEAK.
100400     PERFORM 4110-FIND-PEAK THRU 4110-EXIT
100500         VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HT-COUNT.
100600     IF WS-PEAK NOT > WS-EN-GRADING(WS-EX)
100700         GO TO 4100-EXIT
100800     END-IF.
100900     COMPUTE WS-MOVE-PTS = WS-PEAK - WS-EN-GRADING(WS-EX).
101000     IF WS-MOVE-PTS < WS-DROP-LIMIT
101100         GO TO 4100-EXIT
101200     END-IF.
101300     MOVE ZERO TO WS-HIGHER-SEC.
101400     PERFORM 4120-FIND-HIGHER THRU 4120-EXIT
101500         VARYING WS-SX FROM 1 BY 1
101600         UNTIL WS-SX NOT < WS-EN-SECTION(WS-EX)
101700             OR WS-HIGHER-SEC > ZERO.
101800     IF WS-HIGHER-SEC = ZERO
101900         GO TO 4100-EXIT
102000     END-IF.
102100     MOVE WS-PEAK TO WS-ED-GRAD-1.
102200     MOVE WS-EN-GRADING(WS-EX) TO WS-ED-GRAD-2.
102300     MOVE WS-EN-SECTION(WS-EX) TO WS-ED-SEC-1.
102400     MOVE WS-HIGHER-SEC TO WS-ED-SEC-2.
102500     MOVE WS-EN-ID(WS-EX) TO WS-FLAG-ID.
102600     MOVE SPACES TO WS-FLAG-TEXT.
102700     STRING "FELL FROM" WS-ED-GRAD-1 " TO" WS-ED-GRAD-2
102800         ", ENTERED SECTION" WS-ED-SEC-1 ", PEAK REACHES"
102900         WS-ED-SEC-2 DELIMITED BY SIZE INTO WS-FLAG-TEXT.
103000     PERFORM 8000-RECORD-FLAG THRU 8000-EXIT.
103100     MOVE SPACES TO WS-SUP-OPP.
103200     MOVE WS-DROP-FROM TO WS-SUP-FROM.
103300     MOVE WS-ENTRY-DATE TO WS-SUP-TO.
103400     SET WS-SUP-ALL TO TRUE.
103500     PERFORM 8300-PRINT-HISTORY THRU 8300-EXIT.
103600     PERFORM 8200-PRINT-GAMES THRU 8200-EXIT.
103700 4100-EXIT.
103800     EXIT.
103900
104000 4110-FIND-PEAK.
104100     IF WS-HT-ID(WS-HX) NOT = WS-SUP-ID
104200             OR WS-HT-DATE(WS-HX) < WS-DROP-FROM
104300             OR WS-HT-DATE(WS-HX) > WS-ENTRY-DATE
104400         GO TO 4110-EXIT
104500     END-IF.
104600     IF WS-HT-BEFORE(WS-HX) IS NUMERIC
104700         MOVE WS-HT-BEFORE(WS-HX) TO WS-GRAD-1
104800         IF WS-GRAD-1 > WS-PEAK
104900             MOVE WS-GRAD-1 TO WS-PEAK
105000         END-IF
105100     END-IF.
105200     IF WS-HT-AFTER(WS-HX) IS NUMERIC
105300         MOVE WS-HT-AFTER(WS-HX) TO WS-GRAD-1
105400         IF WS-GRAD-1 > WS-PEAK
105500             MOVE WS-GRAD-1 TO WS-PEAK
105600         END-IF
105700     END-IF.
105800 4110-EXIT.
105900     EXIT.
106000
106100 4120-FIND-HIGHER.
106200     IF WS-SF-FLOOR(WS-SX) NOT = 9999
106300             AND WS-PEAK NOT < WS-SF-FLOOR(WS-SX)
106400         MOVE WS-SX TO WS-HIGHER-SEC
106500     END-IF.
106600 4120-EXIT.
106700     EXIT.
106800
106900*=============================================================*
107000*  4050-PRINT-HEADINGS - STARTS A NEW PAGE.  SAME HEADING     *
107100*     PAIR AND PAGE HANDLING AS THE NIGHTLY REPORT.           *
107200*=============================================================*
107300 4050-PRINT-HEADINGS.
107400     ADD 1 TO WS-PAGE-COUNT.
107500     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
107600     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
107700     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
107800     WRITE PRINT-RECORD FROM RPT-HEADING-1
107900         AFTER ADVANCING PAGE.
108000     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
108100     WRITE PRINT-RECORD FROM RPT-HEADING-2
108200         AFTER ADVANCING 2 LINES.
108300     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
108400         AFTER ADVANCING 1 LINE.
108500     MOVE ZERO TO WS-LINE-COUNT.
108600 4050-EXIT.
108700     EXIT.
108800
108900*=============================================================*
109000*  5000-CHECK-FORFEITS - EVERY PLAYER WITH THE CARD'S NUMBER  *
109100*     OF FORFEIT WINS OR MORE IN THE PERIOD.                  *
109200*=============================================================*
109300 5000-CHECK-FORFEITS.
109400     MOVE 3 TO WS-CX.
109500     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
109600     PERFORM 5100-TEST-FORFEITS THRU 5100-EXIT
109700         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FW-COUNT.
109800 5000-EXIT.
109900     EXIT.
110000
110100 5100-TEST-FORFEITS.
110200     IF WS-FW-WINS(WS-FX) < WS-FORF-LIMIT
110300         GO TO 5100-EXIT
110400     END-IF.
110500     MOVE WS-FW-WINS(WS-FX) TO WS-ED-COUNT.
110600     MOVE WS-FW-ID(WS-FX) TO WS-FLAG-ID.
110700     MOVE SPACES TO WS-FLAG-TEXT.
110800     STRING WS-ED-COUNT " FORFEIT WINS IN THE PERIOD"
110900         DELIMITED BY SIZE INTO WS-FLAG-TEXT.
111000     PERFORM 8000-RECORD-FLAG THRU 8000-EXIT.
111100     MOVE WS-FW-ID(WS-FX) TO WS-SUP-ID.
111200     MOVE SPACES TO WS-SUP-OPP.
111300     MOVE WS-FROM-DATE TO WS-SUP-FROM.
111400     MOVE WS-TO-DATE TO WS-SUP-TO.
111500     SET WS-SUP-FORFEITS TO TRUE.
111600     PERFORM 8200-PRINT-GAMES THRU 8200-EXIT.
111700 5100-EXIT.
111800     EXIT.
111900
112000*=============================================================*
112100*  6000-CHECK-MANUAL - EVERY TABLEMNT "C" IN THE PERIOD THAT  *
112200*     MOVED A GRADING BY THE CARD'S MARGIN OR MORE, TESTED    *
112300*     AGAINST THE PLAYER'S RATED GAMES FROM THE START OF THE  *
112400*     PERIOD TO THE DAY OF THE CHANGE.                        *
112450*     A RELEASED OVERRIDE ("O") IS TESTED THE SAME WAY.       *
112500*=============================================================*
112600 6000-CHECK-MANUAL.
112700     MOVE 4 TO WS-CX.
112800     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
112900     PERFORM 6100-TEST-CHANGE THRU 6100-EXIT
113000         VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HT-COUNT.
113100 6000-EXIT.
113200     EXIT.
113300
113400 6100-TEST-CHANGE.
113500     IF WS-HT-CODE(WS-HX) NOT = "C"
113550             AND WS-HT-CODE(WS-HX) NOT = "O"
113600             OR WS-HT-DATE(WS-HX) < WS-FROM-DATE
113700             OR WS-HT-DATE(WS-HX) > WS-TO-DATE
113800         GO TO 6100-EXIT
113900     END-IF.
114000     IF WS-HT-BEFORE(WS-HX) IS NOT NUMERIC
114100             OR WS-HT-AFTER(WS-HX) IS NOT NUMERIC
114200         GO TO 6100-EXIT
114300     END-IF.
114400     MOVE WS-HT-BEFORE(WS-HX) TO WS-GRAD-1.
114500     MOVE WS-HT-AFTER(WS-HX) TO WS-GRAD-2.
114600     IF WS-GRAD-2 > WS-GRAD-1
114700         COMPUTE WS-MOVE-PTS = WS-GRAD-2 - WS-GRAD-1
114800     ELSE
114900         COMPUTE WS-MOVE-PTS = WS-GRAD-1 - WS-GRAD-2
115000     END-IF.
115100     IF WS-MOVE-PTS < WS-MANUAL-LIMIT
115200         GO TO 6100-EXIT
115300     END-IF.
115400     MOVE WS-HT-ID(WS-HX) TO WS-SUP-ID.
115500     MOVE ZERO TO WS-WINS.
115600     MOVE ZERO TO WS-LOSSES.
115700     PERFORM 6110-COUNT-RESULT THRU 6110-EXIT
115800         VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GM-COUNT.
115900     MOVE "N" TO WS-BACKED-SW.
116000     IF WS-GRAD-2 > WS-GRAD-1 AND WS-WINS > WS-LOSSES
116100         SET WS-BACKED TO TRUE
116200     END-IF.
116300     IF WS-GRAD-2 < WS-GRAD-1 AND WS-LOSSES > WS-WINS
116400         SET WS-BACKED TO TRUE
116500     END-IF.
116600     IF WS-BACKED
116700         GO TO 6100-EXIT
116800     END-IF.
116900     MOVE WS-GRAD-1 TO WS-ED-GRAD-1.
117000     MOVE WS-GRAD-2 TO WS-ED-GRAD-2.
117100     MOVE WS-WINS TO WS-ED-COUNT.
117200     MOVE WS-LOSSES TO WS-ED-COUNT-2.
117300     MOVE WS-HT-ID(WS-HX) TO WS-FLAG-ID.
117400     MOVE SPACES TO WS-FLAG-TEXT.
117500     STRING "SET" WS-ED-GRAD-1 " TO" WS-ED-GRAD-2 " ON "
117600         WS-HT-DATE(WS-HX) ", GAMES WON" WS-ED-COUNT
117700         " LOST" WS-ED-COUNT-2
117800         DELIMITED BY SIZE INTO WS-FLAG-TEXT.
117900     PERFORM 8000-RECORD-FLAG THRU 8000-EXIT.
118000     MOVE SPACES TO WS-SUP-OPP.
118100     MOVE WS-HT-DATE(WS-HX) TO WS-SUP-FROM.
118200     MOVE WS-HT-DATE(WS-HX) TO WS-SUP-TO.
118300     PERFORM 8300-PRINT-HISTORY THRU 8300-EXIT.
118400     MOVE WS-FROM-DATE TO WS-SUP-FROM.
118500     SET WS-SUP-ALL TO TRUE.
118600     PERFORM 8200-PRINT-GAMES THRU 8200-EXIT.
118700 6100-EXIT.
118800     EXIT.
118900
119000 6110-COUNT-RESULT.
119100     IF WS-GM-DATE(WS-GX) < WS-FROM-DATE
119200             OR WS-GM-DATE(WS-GX) > WS-HT-DATE(WS-HX)
119300         GO TO 6110-EXIT
119400     END-IF.
119500     IF WS-GM-WHITE(WS-GX) = WS-SUP-ID
119600         EVALUATE WS-GM-OUTCOME(WS-GX)
119700             WHEN "W"
119800                 ADD 1 TO WS-WINS
119900             WHEN "B"
120000                 ADD 1 TO WS-LOSSES
120100         END-EVALUATE
120200     END-IF.
120300     IF WS-GM-BLACK(WS-GX) = WS-SUP-ID
120400         EVALUATE WS-GM-OUTCOME(WS-GX)
120500             WHEN "B"
120600                 ADD 1 TO WS-WINS
120700             WHEN "W"
120800                 ADD 1 TO WS-LOSSES
120900         END-EVALUATE
121000     END-IF.
121100 6110-EXIT.
121200     EXIT.
121300
121400*=============================================================*
121500*  8000-RECORD-FLAG - COUNT AND PRINT ONE FLAG, WITH THE      *
121600*     PLAYER'S NAME OFF PLAYER-MASTER.  A PLAYER NO LONGER ON *
121700*     THE ROSTER LISTS AS *OFF ROSTER*.                       *
121800*=============================================================*
121900 8000-RECORD-FLAG.
122000     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
122100         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
122200     END-IF.
122300     ADD 1 TO WS-CAT-FLAGS(WS-CX).
122400     ADD 1 TO WS-TOT-FLAGS.
122500     PERFORM 8050-FETCH-NAME THRU 8050-EXIT.
122600     MOVE WS-CAT-CODE(WS-CX) TO WS-FF-CAT.
122700     MOVE WS-FLAG-ID TO WS-FF-ID.
122800     MOVE WS-FLAG-TEXT TO WS-FF-TEXT.
122900     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
123000         AFTER ADVANCING 1 LINE.
123100     WRITE PRINT-RECORD FROM WS-FPL-FLAG-LINE
123200         AFTER ADVANCING 1 LINE.
123300     ADD 2 TO WS-LINE-COUNT.
123400 8000-EXIT.
123500     EXIT.
123600
123700 8050-FETCH-NAME.
123800     MOVE SPACES TO WS-FF-NAME.
123900     IF NOT WS-NAME-CHECK-ON
124000         GO TO 8050-EXIT
124100     END-IF.
124200     MOVE WS-FLAG-ID TO MR-ID.
124300     READ PLAYER-MASTER
124400         INVALID KEY
124500             MOVE "*OFF ROSTER*" TO WS-FF-NAME
124600             GO TO 8050-EXIT
124700     END-READ.
124800     MOVE MR-NAME TO WS-FF-NAME.
124900 8050-EXIT.
125000     EXIT.
125100
125200*=============================================================*
125300*  8100-PRINT-SECTION - A HEADER LINE AHEAD OF EACH CHECK.    *
125400*=============================================================*
125500 8100-PRINT-SECTION.
125600     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
125700         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
125800     END-IF.
125900     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
126000         AFTER ADVANCING 1 LINE.
126100     MOVE WS-CAT-CODE(WS-CX) TO WS-FS-CAT.
126200     MOVE WS-CAT-TEXT(WS-CX) TO WS-FS-TEXT.
126300     WRITE PRINT-RECORD FROM WS-FPL-SECTION-LINE
126400         AFTER ADVANCING 1 LINE.
126500     ADD 2 TO WS-LINE-COUNT.
126600 8100-EXIT.
126700     EXIT.
126800
126900*=============================================================*
127000*  8200-PRINT-GAMES - THE SUPPORTING GAMES UNDER A FLAG: EVERY*
127100*     GAME OF WS-SUP-ID (AGAINST WS-SUP-OPP WHEN ONE IS SET)  *
127200*     BETWEEN WS-SUP-FROM AND WS-SUP-TO, OR IN FORFEIT MODE   *
127300*     ONLY THE PLAYER'S FORFEIT WINS.  VOIDS ARE LEFT OUT.    *
127400*=============================================================*
127500 8200-PRINT-GAMES.
127600     PERFORM 8210-TEST-GAME THRU 8210-EXIT
127700         VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GM-COUNT.
127800 8200-EXIT.
127900     EXIT.
128000
128100 8210-TEST-GAME.
128200     IF WS-GM-DATE(WS-GX) < WS-SUP-FROM
128300             OR WS-GM-DATE(WS-GX) > WS-SUP-TO
128400             OR WS-GM-OUTCOME(WS-GX) = "U"
128500         GO TO 8210-EXIT
128600     END-IF.
128700     IF WS-GM-WHITE(WS-GX) NOT = WS-SUP-ID
128800             AND WS-GM-BLACK(WS-GX) NOT = WS-SUP-ID
128900         GO TO 8210-EXIT
129000     END-IF.
129100     IF WS-SUP-OPP NOT = SPACES
129200         IF WS-GM-WHITE(WS-GX) NOT = WS-SUP-OPP
129300                 AND WS-GM-BLACK(WS-GX) NOT = WS-SUP-OPP
129400             GO TO 8210-EXIT
129500         END-IF
129600     END-IF.
129700     IF WS-SUP-FORFEITS
129800         IF NOT (WS-GM-OUTCOME(WS-GX) = "F"
129900                 AND WS-GM-WHITE(WS-GX) = WS-SUP-ID)
130000             AND NOT (WS-GM-OUTCOME(WS-GX) = "G"
130100                 AND WS-GM-BLACK(WS-GX) = WS-SUP-ID)
130200             GO TO 8210-EXIT
130300         END-IF
130400     END-IF.
130500     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
130600         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
130700     END-IF.
130800     MOVE WS-GM-DATE(WS-GX) TO WS-FG-DATE.
130900     MOVE WS-GM-WHITE(WS-GX) TO WS-FG-WHITE.
131000     MOVE WS-GM-BLACK(WS-GX) TO WS-FG-BLACK.
131100     EVALUATE WS-GM-OUTCOME(WS-GX)
131200         WHEN "W"
131300             MOVE "WHITE WINS" TO WS-FG-RESULT
131400         WHEN "B"
131500             MOVE "BLACK WINS" TO WS-FG-RESULT
131600         WHEN "D"
131700             MOVE "DRAWN" TO WS-FG-RESULT
131800         WHEN "F"
131900             MOVE "WHITE WINS BY FORFEIT" TO WS-FG-RESULT
132000         WHEN "G"
132100             MOVE "BLACK WINS BY FORFEIT" TO WS-FG-RESULT
132200         WHEN OTHER
132300             MOVE "OUTCOME CODE UNKNOWN" TO WS-FG-RESULT
132400     END-EVALUATE.
132500     WRITE PRINT-RECORD FROM WS-FPL-GAME-LINE
132600         AFTER ADVANCING 1 LINE.
132700     ADD 1 TO WS-LINE-COUNT.
132800 8210-EXIT.
132900     EXIT.
133000
133100*=============================================================*
133200*  8300-PRINT-HISTORY - THE SUPPORTING HISTORY UNDER A FLAG:  *
133300*     EVERY PLYHIST RECORD OF WS-SUP-ID BETWEEN WS-SUP-FROM   *
133400*     AND WS-SUP-TO, WITH THE GRADING BEFORE AND AFTER.       *
133500*=============================================================*
133600 8300-PRINT-HISTORY.
133700     PERFORM 8310-TEST-HISTORY THRU 8310-EXIT
133800         VARYING WS-HY FROM 1 BY 1 UNTIL WS-HY > WS-HT-COUNT.
133900 8300-EXIT.
134000     EXIT.
134100
134200 8310-TEST-HISTORY.
134300     IF WS-HT-ID(WS-HY) NOT = WS-SUP-ID
134400             OR WS-HT-DATE(WS-HY) < WS-SUP-FROM
134500             OR WS-HT-DATE(WS-HY) > WS-SUP-TO
134600         GO TO 8310-EXIT
134700     END-IF.
134800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
134900         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
135000     END-IF.
135100     MOVE WS-HT-DATE(WS-HY) TO WS-FH-DATE.
135200     MOVE WS-HT-CODE(WS-HY) TO WS-FH-CODE.
135300     MOVE WS-HT-BEFORE(WS-HY) TO WS-FH-BEFORE.
135400     MOVE WS-HT-AFTER(WS-HY) TO WS-FH-AFTER.
135500     WRITE PRINT-RECORD FROM WS-FPL-HIST-LINE
135600         AFTER ADVANCING 1 LINE.
135700     ADD 1 TO WS-LINE-COUNT.
135800 8310-EXIT.
135900     EXIT.
136000
136100*=============================================================*
136200*  8400-PRINT-NOTE - AN UNFLAGGED NOTE UNDER A SECTION HEADER.*
136300*=============================================================*
136400 8400-PRINT-NOTE.
136500     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
136600         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
136700     END-IF.
136800     WRITE PRINT-RECORD FROM WS-FPL-NOTE-LINE
136900         AFTER ADVANCING 1 LINE.
137000     ADD 1 TO WS-LINE-COUNT.
137100 8400-EXIT.
137200     EXIT.
137300
137400*=============================================================*
137500*  8600-EDIT-POINTS - HALF-POINTS TO POINTS FOR PRINTING.     *
137600*=============================================================*
137700 8600-EDIT-POINTS.
137800     COMPUTE WS-POINTS = WS-HALF-POINTS / 2.
137900 8600-EXIT.
138000     EXIT.
138100
138200*=============================================================*
138300*  9000-TERMINATE - PRINT THE TRAILER, CLOSE FILES, SET THE   *
138400*     RETURN CODE.                                            *
138500*=============================================================*
138600 9000-TERMINATE.
138700     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
138800     CLOSE CONTROL-FILE.
138900     CLOSE GAME-LOG.
139000     CLOSE HIST-FILE.
139100     IF WS-TRN-OPEN
139200         CLOSE TRN-IN
139300     END-IF.
139400     IF WS-NAME-CHECK-ON
139500         CLOSE PLAYER-MASTER
139600     END-IF.
139700     CLOSE PRINT-FILE.
139800     DISPLAY " ".
139900     DISPLAY "***** FAIR-PLAY ANOMALY TOTALS *****".
140000     DISPLAY "GAMELOG READ   - " WS-GL-READ.
140100     DISPLAY "GAMES IN PERIOD- " WS-PERIOD-GAMES.
140200     DISPLAY "PLYHIST READ   - " WS-HS-READ.
140300     DISPLAY "FLAGS RAISED   - " WS-TOT-FLAGS.
140400     IF WS-TOT-FLAGS > ZERO OR WS-CAT-SKIPPED(2)
140500         MOVE 4 TO RETURN-CODE
140600     ELSE
140700         MOVE ZERO TO RETURN-CODE
140800     END-IF.
140900 9000-EXIT.
141000     EXIT.
141100
141200*=============================================================*
141300*  9100-PRINT-TRAILER - FLAGS BY CATEGORY, THEN THE RUN       *
141400*     FIGURES AND THE THRESHOLDS THE RUN WAS MADE WITH.       *
141500*=============================================================*
141600 9100-PRINT-TRAILER.
141700     IF WS-LINE-COUNT + 22 > WS-LINES-PER-PAGE
141800         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
141900     END-IF.
142000     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
142100         AFTER ADVANCING 1 LINE.
142200     MOVE SPACES TO RPT-TRAILER-LINE.
142300     MOVE "FLAGS BY CATEGORY" TO RPT-T-TEXT.
142400     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
142500         AFTER ADVANCING 1 LINE.
142600     ADD 2 TO WS-LINE-COUNT.
142700     PERFORM 9120-PRINT-CATEGORY THRU 9120-EXIT
142800         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-MAX.
142900     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
143000         AFTER ADVANCING 1 LINE.
143100     ADD 1 TO WS-LINE-COUNT.
143200     MOVE SPACES TO RPT-TRAILER-LINE.
143300     MOVE WS-GL-READ TO WS-EDIT-NUM.
143400     MOVE "GAMELOG RECORDS" TO RPT-T-TEXT.
143500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
143600     MOVE WS-PERIOD-GAMES TO WS-EDIT-NUM.
143700     MOVE "GAMES IN PERIOD" TO RPT-T-TEXT.
143800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
143900     MOVE WS-PR-COUNT TO WS-EDIT-NUM.
144000     MOVE "PAIRINGS" TO RPT-T-TEXT.
144100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
144200     MOVE WS-ONESIDED-COUNT TO WS-EDIT-NUM.
144300     MOVE "  FLAGGED ONE-SIDED" TO RPT-T-TEXT.
144400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
144500     MOVE WS-HS-READ TO WS-EDIT-NUM.
144600     MOVE "PLYHIST RECORDS" TO RPT-T-TEXT.
144700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
144800     MOVE WS-EN-COUNT TO WS-EDIT-NUM.
144900     MOVE "SEEDED ENTRANTS" TO RPT-T-TEXT.
145000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
145100     MOVE WS-PAIR-FACTOR TO WS-EDIT-NUM.
145200     MOVE "PAIR X AVERAGE" TO RPT-T-TEXT.
145300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
145400     MOVE WS-ONESIDE-PCT TO WS-EDIT-NUM.
145500     MOVE "ONE-SIDED PERCENT" TO RPT-T-TEXT.
145600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
145700     MOVE WS-FORF-LIMIT TO WS-EDIT-NUM.
145800     MOVE "FORFEIT WINS" TO RPT-T-TEXT.
145900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
146000     MOVE WS-MANUAL-LIMIT TO WS-EDIT-NUM.
146100     MOVE "MANUAL CHANGE POINTS" TO RPT-T-TEXT.
146200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
146300     MOVE WS-DROP-LIMIT TO WS-EDIT-NUM.
146400     MOVE "ENTRY DROP POINTS" TO RPT-T-TEXT.
146500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
146600     MOVE WS-DROP-FROM TO WS-EDIT-NUM.
146700     MOVE "DROP WINDOW FROM" TO RPT-T-TEXT.
146800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
146900     MOVE WS-ENTRY-DATE TO WS-EDIT-NUM.
147000     MOVE "SECTION ENTRY DATE" TO RPT-T-TEXT.
147100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
147200 9100-EXIT.
147300     EXIT.
147400
147500 9110-PRINT-FIGURE.
147600     MOVE WS-EDIT-NUM TO RPT-T-NUM.
147700     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
147800         AFTER ADVANCING 1 LINE.
147900     MOVE SPACES TO RPT-TRAILER-LINE.
148000     ADD 1 TO WS-LINE-COUNT.
148100 9110-EXIT.
148200     EXIT.
148300
148400 9120-PRINT-CATEGORY.
148500     MOVE WS-CAT-CODE(WS-CX) TO WS-FM-CAT.
148600     IF WS-CAT-SKIPPED(WS-CX)
148700         MOVE "NOT CHECKED - FILE NOT AVAILABLE" TO WS-FM-TEXT
148800     ELSE
148900         MOVE WS-CAT-TEXT(WS-CX) TO WS-FM-TEXT
149000     END-IF.
149100     MOVE WS-CAT-FLAGS(WS-CX) TO WS-FM-FLAGS.
149200     WRITE PRINT-RECORD FROM WS-FPL-SUM-LINE
149300         AFTER ADVANCING 1 LINE.
149400     ADD 1 TO WS-LINE-COUNT.
149500 9120-EXIT.
149600     EXIT.
