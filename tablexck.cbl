000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEXCK.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEXCK - WEEKLY CROSS-FILE INTEGRITY SWEEP.  EVERY       *
000900*  PROGRAM EDITS ITS OWN INPUT, BUT NOTHING ELSE PROVES THE   *
001000*  FILES STILL AGREE WITH EACH OTHER.  THIS SWEEP READS THEM  *
001100*  ALL AND LISTS EVERY DISAGREEMENT ON THE XCKOUT REGISTER,   *
001200*  ONE LINE PER FINDING WITH ITS SEVERITY, IN SIX CATEGORIES: *
001300*    BOTH - AN ID ON PLYMAST AND PLYARCH AT ONCE     (SERIOUS)*
001400*    DUES - A DUESMST RECORD FOR AN ID ON NEITHER    (WARNING)*
001500*    GLOG - A GAMELOG ID ON NEITHER FILE             (WARNING)*
001600*    CLUB - AN ACTIVE PLAYER WHOSE CLUB TABLECLB HAS RETIRED  *
001700*           (WARNING), OR WHOSE CLUB IS NOT ON CLUBMST AT ALL *
001800*           (SERIOUS)                                         *
001900*    GAMS - MR-GAMES-PLAYED NOT THE COUNT OF RATED (W/B/D)    *
002000*           GAMELOG GAMES (WARNING; INFO WHERE THE COUNT IS   *
002100*           STILL THE 999 STAMP GIVEN TO MEMBERS WHO PREDATE  *
002200*           THE LEDGER)                                       *
002300*    GRAD - MR-GRADING NOT THE GRADING IN THE AFTER IMAGE OF  *
002400*           THE PLAYER'S LATEST PLYHIST RECORD       (SERIOUS)*
002500*  A PLAYER WITH NO RECORD LEFT ON THE LIVE PLYHIST (ROLLED   *
002600*  UP AT YEAR-END BY TABLEROL) IS COUNTED, NOT FLAGGED.  THE  *
002700*  FOOT OF THE REGISTER COUNTS THE FINDINGS BY CATEGORY AND   *
002800*  SEVERITY.  RC=8 MEANS AT LEAST ONE SERIOUS FINDING; RC=4   *
002900*  MEANS WARNINGS ONLY, OR A FILE THAT COULD NOT BE OPENED SO *
003000*  ITS CHECKS WERE SKIPPED; RC=0 MEANS THE FILES AGREE.  THE  *
003100*  SWEEP ONLY READS - IT NEVER CORRECTS ANYTHING.             *
003200*=============================================================*
003300*  MODIFICATION HISTORY                                       *
003400*  DATE      BY   DESCRIPTION                                 *
003500*  10/15/26  JPM  ORIGINAL                                    *
003600*=============================================================*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS MR-ID
004700         FILE STATUS IS WS-PM-STATUS.
004800
004900     SELECT ARCHIVE-FILE ASSIGN TO PLYARCH
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS AR-ID
005300         FILE STATUS IS WS-AR-STATUS.
005400
005500     SELECT DUES-MASTER ASSIGN TO DUESMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS DU-ID
005900         FILE STATUS IS WS-DU-STATUS.
006000
006100     SELECT CLUB-MASTER ASSIGN TO CLUBMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS CB-CODE
006500         FILE STATUS IS WS-CB-STATUS.
006600
006700     SELECT GAME-LOG ASSIGN TO GAMELOG
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-GL-STATUS.
007000
007100     SELECT HIST-FILE ASSIGN TO PLYHIST
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-HS-STATUS.
007400
007500     SELECT PRINT-FILE ASSIGN TO XCKOUT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PR-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  PLAYER-MASTER
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY PLYMAST.
008500
008600 FD  ARCHIVE-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY PLYARCH.
009000
009100 FD  DUES-MASTER
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DUESREC.
009500
009600 FD  CLUB-MASTER
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CLUBREC.
010000
010100 FD  GAME-LOG
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY GAMEREC.
010500
010600 FD  HIST-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY PLYHIST.
011000
011100 FD  PRINT-FILE
011200     LABEL RECORDS ARE OMITTED.
011300 01  PRINT-RECORD           PIC X(132).
011400
011500 WORKING-STORAGE SECTION.
011600*-----------------------------------------------------------*
011700*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
011800*  FROM THE NIGHTLY REPORT, PLUS A FINDING LINE AND A       *
011900*  CATEGORY SUMMARY LINE OF THIS PROGRAM'S OWN.             *
012000*-----------------------------------------------------------*
012100     COPY RPTLINES.
012200
012300 01  WS-XCK-DETAIL-LINE.
012400     05  FILLER              PIC X(10) VALUE SPACES.
012500     05  WS-XD-SEV           PIC X(07).
012600     05  FILLER              PIC X(02) VALUE SPACES.
012700     05  WS-XD-CAT           PIC X(04).
012800     05  FILLER              PIC X(02) VALUE SPACES.
012900     05  WS-XD-ID            PIC X(04).
013000     05  FILLER              PIC X(02) VALUE SPACES.
013100     05  WS-XD-TEXT          PIC X(60).
013200
013300 01  WS-XCK-COLHDG.
013400     05  FILLER              PIC X(30)
013500         VALUE "SEVERITY CAT   ID    FINDING".
013600
013700 01  WS-XCK-SECTION-LINE.
013800     05  FILLER              PIC X(10) VALUE SPACES.
013900     05  FILLER              PIC X(04) VALUE "--- ".
014000     05  WS-XS-CAT           PIC X(04).
014100     05  FILLER              PIC X(03) VALUE " - ".
014200     05  WS-XS-TEXT          PIC X(50).
014300
014400 01  WS-XCK-SUM-LINE.
014500     05  FILLER              PIC X(10) VALUE SPACES.
014600     05  WS-XM-CAT           PIC X(04).
014700     05  FILLER              PIC X(02) VALUE SPACES.
014800     05  WS-XM-TEXT          PIC X(40).
014900     05  FILLER              PIC X(09) VALUE " SERIOUS ".
015000     05  WS-XM-SERIOUS       PIC ZZZZ9.
015100     05  FILLER              PIC X(09) VALUE " WARNING ".
015200     05  WS-XM-WARNING       PIC ZZZZ9.
015300     05  FILLER              PIC X(06) VALUE " INFO ".
015400     05  WS-XM-INFO          PIC ZZZZ9.
015500
015600*-----------------------------------------------------------*
015700*  FINDING CATEGORIES - CODE AND DESCRIPTION FOR THE SECTION*
015800*  HEADERS AND THE SUMMARY, WITH THE FINDING COUNTS BY      *
015900*  SEVERITY HELD ALONGSIDE.  WS-CX IS THE CATEGORY OF THE   *
016000*  CHECK NOW RUNNING.                                       *
016100*-----------------------------------------------------------*
016200 01  WS-CAT-NAMES.
016300     05  FILLER              PIC X(44) VALUE
016400         "BOTHID ON BOTH PLYMAST AND PLYARCH          ".
016500     05  FILLER              PIC X(44) VALUE
016600         "DUESDUESMST ID ON NEITHER PLAYER FILE       ".
016700     05  FILLER              PIC X(44) VALUE
016800         "GLOGGAMELOG ID ON NEITHER PLAYER FILE       ".
016900     05  FILLER              PIC X(44) VALUE
017000         "CLUBACTIVE PLAYER ON A RETIRED/UNKNOWN CLUB ".
017100     05  FILLER              PIC X(44) VALUE
017200         "GAMSGAMES PLAYED NOT THE GAMELOG RATED COUNT".
017300     05  FILLER              PIC X(44) VALUE
017400         "GRADGRADING NOT THE LATEST PLYHIST IMAGE    ".
017500 01  WS-CAT-TABLE REDEFINES WS-CAT-NAMES.
017600     05  WS-CAT-ENTRY OCCURS 6 TIMES.
017700         10  WS-CAT-CODE     PIC X(04).
017800         10  WS-CAT-TEXT     PIC X(40).
017900 01  WS-CAT-COUNTS.
018000     05  WS-CAT-TALLY OCCURS 6 TIMES.
018100         10  WS-CAT-SERIOUS  PIC 9(05) COMP.
018200         10  WS-CAT-WARNING  PIC 9(05) COMP.
018300         10  WS-CAT-INFO     PIC 9(05) COMP.
018400         10  WS-CAT-SKIP-SW  PIC X(01).
018500             88  WS-CAT-SKIPPED  VALUE "Y".
018600 77  WS-CAT-MAX         PIC 9(02) COMP VALUE 6.
018700 77  WS-CX              PIC 9(02) COMP VALUE ZERO.
018800 77  WS-SEV             PIC X(01) VALUE SPACE.
018900     88  WS-SEV-SERIOUS     VALUE "S".
019000     88  WS-SEV-WARNING     VALUE "W".
019100     88  WS-SEV-INFO        VALUE "I".
019200 77  WS-FIND-ID         PIC X(04) VALUE SPACES.
019300 77  WS-FIND-TEXT       PIC X(60) VALUE SPACES.
019400
019500*-----------------------------------------------------------*
019600*  CLUB REFERENCE TABLE - LOADED FROM CLUBMST AT STARTUP SO *
019700*  EACH PLAYER'S CLUB COSTS A TABLE SEARCH.                 *
019800*-----------------------------------------------------------*
019900     COPY CLUBTAB.
020000
020100*-----------------------------------------------------------*
020200*  MASTER TABLE - ONE ENTRY PER PLAYER-MASTER RECORD, IN KEY*
020300*  ORDER, CARRYING WHAT THE LATER PASSES COMPARE: CLUB,     *
020400*  GRADING AND GAME COUNT OFF THE MASTER, THE RATED GAMES   *
020500*  COUNTED ON GAMELOG, AND THE LATEST PLYHIST RECORD SEEN.  *
020600*  SAME 500-PLAYER CEILING AS THE NIGHTLY ROSTER TABLE.     *
020700*-----------------------------------------------------------*
020800 01  WS-MST-AREA.
020900     03  WS-MT-COUNT        PIC 9(03) COMP VALUE ZERO.
021000     03  WS-MT-ENTRY OCCURS 1 TO 500 TIMES
021100             DEPENDING ON WS-MT-COUNT.
021200         05  WS-MT-ID       PIC X(04).
021300         05  WS-MT-CLUB     PIC X(03).
021400         05  WS-MT-GRADING  PIC X(04).
021500         05  WS-MT-GAMES    PIC X(03).
021600         05  WS-MT-GL-COUNT PIC 9(05) COMP.
021700         05  WS-MT-HS-SW    PIC X(01).
021800             88  WS-MT-HS-FOUND  VALUE "Y".
021900         05  WS-MT-HS-CODE  PIC X(01).
022000         05  WS-MT-HS-DATE  PIC 9(06).
022100         05  WS-MT-HS-AFTER PIC X(45).
022200 77  WS-MT-MAX          PIC 9(03) COMP VALUE 500.
022300 77  WS-MX              PIC 9(03) COMP VALUE ZERO.
022400 77  WS-FND             PIC 9(03) COMP VALUE ZERO.
022500 77  WS-LOOK-ID         PIC X(04) VALUE SPACES.
022600
022700*-----------------------------------------------------------*
022800*  GAMELOG ORPHAN TABLE - EACH LEDGER ID FOUND ON NEITHER   *
022900*  PLAYER FILE, WITH THE NUMBER OF GAMES CARRYING IT, SO    *
023000*  THE REGISTER LISTS THE ID ONCE RATHER THAN ONCE PER GAME.*
023100*  IDS BEYOND THE TABLE ARE COUNTED TOGETHER UNDER ****.    *
023200*-----------------------------------------------------------*
023300 01  WS-ORPHAN-AREA.
023400     03  WS-OR-COUNT        PIC 9(03) COMP VALUE ZERO.
023500     03  WS-OR-ENTRY OCCURS 1 TO 200 TIMES
023600             DEPENDING ON WS-OR-COUNT.
023700         05  WS-OR-ID       PIC X(04).
023800         05  WS-OR-GAMES    PIC 9(05) COMP.
023900         05  WS-OR-FIRST    PIC 9(06).
024000         05  WS-OR-LAST     PIC 9(06).
024100 77  WS-OR-MAX          PIC 9(03) COMP VALUE 200.
024200 77  WS-OX              PIC 9(03) COMP VALUE ZERO.
024300 77  WS-OR-OVER-GAMES   PIC 9(05) COMP VALUE ZERO.
024400
024500*-----------------------------------------------------------*
024600*  FILE STATUS AND SWITCHES                                 *
024700*-----------------------------------------------------------*
024800 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
024900     88  WS-PM-OK           VALUE "00".
025000     88  WS-PM-EOF          VALUE "10".
025100 77  WS-AR-STATUS       PIC X(02) VALUE SPACES.
025200     88  WS-AR-OK           VALUE "00".
025300 77  WS-DU-STATUS       PIC X(02) VALUE SPACES.
025400     88  WS-DU-OK           VALUE "00".
025500     88  WS-DU-EOF          VALUE "10".
025600 77  WS-CB-STATUS       PIC X(02) VALUE SPACES.
025700     88  WS-CB-OK           VALUE "00".
025800     88  WS-CB-EOF          VALUE "10".
025900 77  WS-GL-STATUS       PIC X(02) VALUE SPACES.
026000     88  WS-GL-OK           VALUE "00".
026100     88  WS-GL-EOF          VALUE "10".
026200 77  WS-HS-STATUS       PIC X(02) VALUE SPACES.
026300     88  WS-HS-OK           VALUE "00".
026400     88  WS-HS-EOF          VALUE "10".
026500 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
026600     88  WS-PR-OK           VALUE "00".
026700 77  WS-ABEND-SW        PIC X(01) VALUE "N".
026800     88  WS-ABEND-YES       VALUE "Y".
026900 77  WS-ARCH-SW         PIC X(01) VALUE "N".
027000     88  WS-ARCH-ON         VALUE "Y".
027100 77  WS-GL-SW           PIC X(01) VALUE "N".
027200     88  WS-GL-ON           VALUE "Y".
027300
027400*-----------------------------------------------------------*
027500*  CLUB LOOKUP AND COMPARISON WORK FIELDS                   *
027600*-----------------------------------------------------------*
027700 77  WS-CDX             PIC 9(02) COMP VALUE ZERO.
027800 77  WS-CLB-MAX         PIC 9(02) COMP VALUE 50.
027900 77  WS-CLUB-LOOK       PIC X(03) VALUE SPACES.
028000 77  WS-CLUB-FOUND      PIC 9(02) COMP VALUE ZERO.
028100 77  WS-GAMES-NUM       PIC 9(03) VALUE ZERO.
028200 77  WS-GAMES-STAMP     PIC 9(03) VALUE 999.
028300 77  WS-ED-GAMES-1      PIC ZZZZ9.
028400 77  WS-ED-GAMES-2      PIC ZZZZ9.
028500 01  WS-HS-AFTER-VIEW.
028600     05  WS-HA-ID           PIC X(04).
028700     05  WS-HA-NAME         PIC X(12).
028800     05  WS-HA-FIRSTNAME    PIC X(13).
028900     05  WS-HA-GRADING      PIC X(04).
029000     05  FILLER             PIC X(12).
029100
029200*-----------------------------------------------------------*
029300*  RUN TOTALS - PRINTED ON THE SWEEP TRAILER                *
029400*-----------------------------------------------------------*
029500 77  WS-MST-READ        PIC 9(05) COMP VALUE ZERO.
029600 77  WS-DUES-READ       PIC 9(05) COMP VALUE ZERO.
029700 77  WS-GL-READ         PIC 9(07) COMP VALUE ZERO.
029800 77  WS-HS-READ         PIC 9(07) COMP VALUE ZERO.
029900 77  WS-NO-HIST-COUNT   PIC 9(05) COMP VALUE ZERO.
030000 77  WS-TOT-SERIOUS     PIC 9(05) COMP VALUE ZERO.
030100 77  WS-TOT-WARNING     PIC 9(05) COMP VALUE ZERO.
030200 77  WS-TOT-INFO        PIC 9(05) COMP VALUE ZERO.
030300 77  WS-SKIP-COUNT      PIC 9(02) COMP VALUE ZERO.
030400 77  WS-EDIT-NUM        PIC ZZZZZZ9.
030500
030600*-----------------------------------------------------------*
030700*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
030800*  NIGHTLY REPORT.                                          *
030900*-----------------------------------------------------------*
031000 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
031100 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
031200 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
031300 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
031400 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
031500 01  WS-SYS-DATE-AREA.
031600     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
031700 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
031800     05  WS-SYS-YY          PIC 9(02).
031900     05  WS-SYS-MM          PIC 9(02).
032000     05  WS-SYS-DD          PIC 9(02).
032100 01  WS-RUN-DATE-ED.
032200     05  WS-RUN-MM          PIC 9(02).
032300     05  FILLER             PIC X(01) VALUE "/".
032400     05  WS-RUN-DD          PIC 9(02).
032500     05  FILLER             PIC X(01) VALUE "/".
032600     05  WS-RUN-YY          PIC 9(02).
032700
032800 PROCEDURE DIVISION.
032900*=============================================================*
033000*  0000-MAINLINE                                              *
033100*=============================================================*
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033400     IF WS-ABEND-YES
033500         GO TO 9999-ABEND
033600     END-IF.
033700     PERFORM 2000-CHECK-BOTH-FILES THRU 2000-EXIT.
033800     PERFORM 3000-CHECK-DUES THRU 3000-EXIT.
033900     PERFORM 4000-SCAN-GAMELOG THRU 4000-EXIT.
034000     PERFORM 5000-CHECK-CLUBS THRU 5000-EXIT.
034100     PERFORM 6000-CHECK-GAMES THRU 6000-EXIT.
034200     PERFORM 7000-CHECK-GRADINGS THRU 7000-EXIT.
034300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034400     GOBACK.
034500 9999-ABEND.
034600     CLOSE PRINT-FILE.
034700     MOVE 16 TO RETURN-CODE.
034800     GOBACK.
034900 0000-EXIT.
035000     EXIT.
035100
035200*=============================================================*
035300*  1000-INITIALIZE - OPEN THE REGISTER, LOAD THE CLUB TABLE   *
035400*     AND THE MASTER TABLE, AND OPEN THE ARCHIVE FOR THE      *
035500*     RANDOM LOOKUPS.  THE MASTER IS THE ONE FILE EVERY CHECK *
035600*     NEEDS - WITHOUT IT THE SWEEP STOPS.                     *
035700*=============================================================*
035800 1000-INITIALIZE.
035900     OPEN OUTPUT PRINT-FILE.
036000     IF NOT WS-PR-OK
036100         DISPLAY "TABLEXCK0010 UNABLE TO OPEN PRINT-FILE, "
036200             "STATUS = " WS-PR-STATUS
036300         SET WS-ABEND-YES TO TRUE
036400         GO TO 1000-EXIT
036500     END-IF.
036600     PERFORM 1010-CLEAR-CATEGORY THRU 1010-EXIT
036700         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-MAX.
036800     ACCEPT WS-SYS-DATE FROM DATE.
036900     MOVE WS-SYS-MM TO WS-RUN-MM.
037000     MOVE WS-SYS-DD TO WS-RUN-DD.
037100     MOVE WS-SYS-YY TO WS-RUN-YY.
037200     MOVE "CROSS-FILE INTEGRITY SWEEP" TO WS-RPT-TITLE.
037300     MOVE WS-XCK-COLHDG TO WS-RPT-COLHDG.
037400     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
037500     PERFORM 1150-LOAD-CLUBS THRU 1150-EXIT.
037600     PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
037700     IF WS-ABEND-YES
037800         GO TO 1000-EXIT
037900     END-IF.
038000     OPEN INPUT ARCHIVE-FILE.
038100     IF WS-AR-OK
038200         SET WS-ARCH-ON TO TRUE
038300     ELSE
038400         DISPLAY "TABLEXCK0020 ARCHIVE-FILE NOT AVAILABLE, "
038500             "STATUS = " WS-AR-STATUS
038600             " - ARCHIVE LOOKUPS SKIPPED"
038700     END-IF.
038800 1000-EXIT.
038900     EXIT.
039000
039100 1010-CLEAR-CATEGORY.
039200     MOVE ZERO TO WS-CAT-SERIOUS(WS-CX).
039300     MOVE ZERO TO WS-CAT-WARNING(WS-CX).
039400     MOVE ZERO TO WS-CAT-INFO(WS-CX).
039500     MOVE "N" TO WS-CAT-SKIP-SW(WS-CX).
039600 1010-EXIT.
039700     EXIT.
039800
039900*=============================================================*
040000*  1150-LOAD-CLUBS - READ THE CLUBMST REFERENCE FILE INTO THE *
040100*     CLUB TABLE.  A CLUBMST THAT CANNOT BE OPENED LEAVES THE *
040200*     TABLE EMPTY AND THE CLUB CHECK IS SKIPPED.              *
040300*=============================================================*
040400 1150-LOAD-CLUBS.
040500     OPEN INPUT CLUB-MASTER.
040600     IF NOT WS-CB-OK
040700         DISPLAY "TABLEXCK0030 CLUB-MASTER NOT AVAILABLE, "
040800             "STATUS = " WS-CB-STATUS
040900             " - CLUB CHECK SKIPPED"
041000         GO TO 1150-EXIT
041100     END-IF.
041200     MOVE ZERO TO WS-CLB-COUNT.
041300     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
041400     PERFORM 1170-STORE-CLUB THRU 1170-EXIT
041500         UNTIL WS-CB-EOF OR WS-CLB-COUNT = WS-CLB-MAX.
041600     CLOSE CLUB-MASTER.
041700 1150-EXIT.
041800     EXIT.
041900
042000 1160-READ-CLUB.
042100     READ CLUB-MASTER
042200         AT END
042300             SET WS-CB-EOF TO TRUE
042400     END-READ.
042500 1160-EXIT.
042600     EXIT.
042700
042800 1170-STORE-CLUB.
042900     ADD 1 TO WS-CLB-COUNT.
043000     MOVE CB-CODE TO WS-CLB-CODE(WS-CLB-COUNT).
043100     MOVE CB-NAME TO WS-CLB-NAME(WS-CLB-COUNT).
043200     MOVE CB-ACTIVE TO WS-CLB-ACTIVE(WS-CLB-COUNT).
043300     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
043400 1170-EXIT.
043500     EXIT.
043600
043700*=============================================================*
043800*  1200-LOAD-MASTER - READ PLAYER-MASTER INTO THE MASTER      *
043900*     TABLE.  A MASTER BIGGER THAN THE TABLE STOPS THE SWEEP  *
044000*     RATHER THAN REPORT HALF THE ROSTER AS MISSING.          *
044100*=============================================================*
044200 1200-LOAD-MASTER.
044300     OPEN INPUT PLAYER-MASTER.
044400     IF NOT WS-PM-OK
044500         DISPLAY "TABLEXCK0040 UNABLE TO OPEN PLAYER-MASTER, "
044600             "STATUS = " WS-PM-STATUS
044700         SET WS-ABEND-YES TO TRUE
044800         GO TO 1200-EXIT
044900     END-IF.
045000     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
045100     PERFORM 1220-STORE-MASTER THRU 1220-EXIT
045200         UNTIL WS-PM-EOF OR WS-ABEND-YES.
045300     CLOSE PLAYER-MASTER.
045400 1200-EXIT.
045500     EXIT.
045600
045700 1210-READ-MASTER.
045800     READ PLAYER-MASTER
045900         AT END
046000             SET WS-PM-EOF TO TRUE
046100     END-READ.
046200 1210-EXIT.
046300     EXIT.
046400
046500 1220-STORE-MASTER.
046600     IF WS-MT-COUNT = WS-MT-MAX
046700         DISPLAY "TABLEXCK0050 MORE THAN 500 PLAYERS ON "
046800             "PLAYER-MASTER - SWEEP STOPPED"
046900         SET WS-ABEND-YES TO TRUE
047000         GO TO 1220-EXIT
047100     END-IF.
047200     ADD 1 TO WS-MST-READ.
047300     ADD 1 TO WS-MT-COUNT.
047400     MOVE MR-ID TO WS-MT-ID(WS-MT-COUNT).
047500     MOVE MR-CLUB TO WS-MT-CLUB(WS-MT-COUNT).
047600     MOVE MR-GRADING TO WS-MT-GRADING(WS-MT-COUNT).
047700     MOVE MR-GAMES-PLAYED TO WS-MT-GAMES(WS-MT-COUNT).
047800     MOVE ZERO TO WS-MT-GL-COUNT(WS-MT-COUNT).
047900     MOVE "N" TO WS-MT-HS-SW(WS-MT-COUNT).
048000     MOVE SPACE TO WS-MT-HS-CODE(WS-MT-COUNT).
048100     MOVE ZERO TO WS-MT-HS-DATE(WS-MT-COUNT).
048200     MOVE SPACES TO WS-MT-HS-AFTER(WS-MT-COUNT).
048300     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
048400 1220-EXIT.
048500     EXIT.
048600
048700*=============================================================*
048800*  2000-CHECK-BOTH-FILES - EVERY MASTER ID LOOKED UP ON THE   *
048900*     ARCHIVE.  A PLAYER ON BOTH WOULD BE RESTORED OVER THEIR *
049000*     OWN LIVE RECORD, OR PURGED OVER THEIR OWN ARCHIVE ONE.  *
049100*=============================================================*
049200 2000-CHECK-BOTH-FILES.
049300     MOVE 1 TO WS-CX.
049400     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
049500     IF NOT WS-ARCH-ON
049600         PERFORM 8200-SKIP-CATEGORY THRU 8200-EXIT
049700         GO TO 2000-EXIT
049800     END-IF.
049900     PERFORM 2100-CHECK-ONE-ID THRU 2100-EXIT
050000         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT.
050100 2000-EXIT.
050200     EXIT.
050300
050400 2100-CHECK-ONE-ID.
050500     MOVE WS-MT-ID(WS-MX) TO AR-ID.
050600     READ ARCHIVE-FILE
050700         INVALID KEY
050800             GO TO 2100-EXIT
050900     END-READ.
051000     SET WS-SEV-SERIOUS TO TRUE.
051100     MOVE WS-MT-ID(WS-MX) TO WS-FIND-ID.
051200     MOVE SPACES TO WS-FIND-TEXT.
051300     STRING "ALSO ON PLYARCH AS " AR-NAME " " AR-FIRSTNAME
051400         DELIMITED BY SIZE INTO WS-FIND-TEXT.
051500     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
051600 2100-EXIT.
051700     EXIT.
051800
051900*=============================================================*
052000*  3000-CHECK-DUES - EVERY DUESMST RECORD MUST BELONG TO A    *
052100*     PLAYER ON THE MASTER OR THE ARCHIVE.  AN ORPHAN IS A    *
052200*     DEBT NOBODY CAN BE ASKED FOR.                           *
052300*=============================================================*
052400 3000-CHECK-DUES.
052500     MOVE 2 TO WS-CX.
052600     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
052700     OPEN INPUT DUES-MASTER.
052800     IF NOT WS-DU-OK
052900         DISPLAY "TABLEXCK0060 DUES-MASTER NOT AVAILABLE, "
053000             "STATUS = " WS-DU-STATUS
053100             " - DUES CHECK SKIPPED"
053200         PERFORM 8200-SKIP-CATEGORY THRU 8200-EXIT
053300         GO TO 3000-EXIT
053400     END-IF.
053500     PERFORM 3100-READ-DUES THRU 3100-EXIT.
053600     PERFORM 3200-CHECK-ONE-DUES THRU 3200-EXIT
053700         UNTIL WS-DU-EOF.
053800     CLOSE DUES-MASTER.
053900 3000-EXIT.
054000     EXIT.
054100
054200 3100-READ-DUES.
054300     READ DUES-MASTER
054400         AT END
054500             SET WS-DU-EOF TO TRUE
054600     END-READ.
054700 3100-EXIT.
054800     EXIT.
054900
055000 3200-CHECK-ONE-DUES.
055100     ADD 1 TO WS-DUES-READ.
055200     MOVE DU-ID TO WS-LOOK-ID.
055300     PERFORM 8500-FIND-PLAYER THRU 8500-EXIT.
055400     IF WS-FND NOT = ZERO
055500         GO TO 3200-NEXT
055600     END-IF.
055700     SET WS-SEV-WARNING TO TRUE.
055800     MOVE DU-ID TO WS-FIND-ID.
055900     MOVE SPACES TO WS-FIND-TEXT.
056000     STRING "DUES RECORD, STANDING " DU-STANDING
056100         ", PAID THRU " DU-PAID-THRU
056200         DELIMITED BY SIZE INTO WS-FIND-TEXT.
056300     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
056400 3200-NEXT.
056500     PERFORM 3100-READ-DUES THRU 3100-EXIT.
056600 3200-EXIT.
056700     EXIT.
056800
056900*=============================================================*
057000*  4000-SCAN-GAMELOG - ONE PASS OF THE RESULTS LEDGER.  EACH  *
057100*     SIDE'S ID IS LOOKED UP: A MASTER PLAYER HAS A RATED     *
057200*     GAME (W, B OR D - FORFEITS AND VOIDS ARE NEVER COUNTED) *
057300*     ADDED TO THEIR LEDGER COUNT FOR THE GAMS CHECK; AN ID ON*
057400*     NEITHER FILE IS TABLED AS AN ORPHAN AND LISTED ONCE AT  *
057500*     THE END OF THE PASS.                                    *
057600*=============================================================*
057700 4000-SCAN-GAMELOG.
057800     MOVE 3 TO WS-CX.
057900     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
058000     OPEN INPUT GAME-LOG.
058100     IF NOT WS-GL-OK
058200         DISPLAY "TABLEXCK0070 GAME-LOG NOT AVAILABLE, "
058300             "STATUS = " WS-GL-STATUS
058400             " - LEDGER AND GAME COUNT CHECKS SKIPPED"
058500         PERFORM 8200-SKIP-CATEGORY THRU 8200-EXIT
058600         GO TO 4000-EXIT
058700     END-IF.
058800     SET WS-GL-ON TO TRUE.
058900     PERFORM 4100-READ-GAME THRU 4100-EXIT.
059000     PERFORM 4200-SCAN-ONE-GAME THRU 4200-EXIT
059100         UNTIL WS-GL-EOF.
059200     CLOSE GAME-LOG.
059300     PERFORM 4400-LIST-ORPHAN THRU 4400-EXIT
059400         VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OR-COUNT.
059500     IF WS-OR-OVER-GAMES > ZERO
059600         SET WS-SEV-WARNING TO TRUE
059700         MOVE "****" TO WS-FIND-ID
059800         MOVE WS-OR-OVER-GAMES TO WS-ED-GAMES-1
059900         MOVE SPACES TO WS-FIND-TEXT
060000         STRING "FURTHER UNKNOWN IDS ON" WS-ED-GAMES-1
060100             " GAME SIDES - TABLE FULL"
060200             DELIMITED BY SIZE INTO WS-FIND-TEXT
060300         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
060400     END-IF.
060500 4000-EXIT.
060600     EXIT.
060700
060800 4100-READ-GAME.
060900     READ GAME-LOG
061000         AT END
061100             SET WS-GL-EOF TO TRUE
061200     END-READ.
061300 4100-EXIT.
061400     EXIT.
061500
061600 4200-SCAN-ONE-GAME.
061700     ADD 1 TO WS-GL-READ.
061800     MOVE GL-WHITE-ID TO WS-LOOK-ID.
061900     PERFORM 4300-POST-ONE-SIDE THRU 4300-EXIT.
062000     MOVE GL-BLACK-ID TO WS-LOOK-ID.
062100     PERFORM 4300-POST-ONE-SIDE THRU 4300-EXIT.
062200     PERFORM 4100-READ-GAME THRU 4100-EXIT.
062300 4200-EXIT.
062400     EXIT.
062500
062600*=============================================================*
062700*  4300-POST-ONE-SIDE - COUNT A RATED GAME TO A MASTER PLAYER,*
062800*     OR TABLE AN ID FOUND ON NEITHER FILE.  AN ARCHIVED      *
062900*     PLAYER'S GAMES ARE NEITHER - THEIR COUNT TRAVELS WITH   *
063000*     THE ARCHIVE RECORD AND IS PROVED WHEN THEY COME BACK.   *
063100*=============================================================*
063200 4300-POST-ONE-SIDE.
063300     PERFORM 8510-FIND-ON-MASTER THRU 8510-EXIT.
063400     IF WS-FND NOT = ZERO
063500         IF GL-OUTCOME = "W" OR GL-OUTCOME = "B"
063600                 OR GL-OUTCOME = "D"
063700             ADD 1 TO WS-MT-GL-COUNT(WS-FND)
063800         END-IF
063900         GO TO 4300-EXIT
064000     END-IF.
064100     PERFORM 8520-FIND-ON-ARCHIVE THRU 8520-EXIT.
064200     IF WS-FND NOT = ZERO
064300         GO TO 4300-EXIT
064400     END-IF.
064500     PERFORM 4310-MATCH-ORPHAN THRU 4310-EXIT
064600         VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OR-COUNT.
064700     IF WS-FND NOT = ZERO
064800         ADD 1 TO WS-OR-GAMES(WS-FND)
064900         MOVE GL-RUN-DATE TO WS-OR-LAST(WS-FND)
065000         GO TO 4300-EXIT
065100     END-IF.
065200     IF WS-OR-COUNT = WS-OR-MAX
065300         ADD 1 TO WS-OR-OVER-GAMES
065400         GO TO 4300-EXIT
065500     END-IF.
065600     ADD 1 TO WS-OR-COUNT.
065700     MOVE WS-LOOK-ID TO WS-OR-ID(WS-OR-COUNT).
065800     MOVE 1 TO WS-OR-GAMES(WS-OR-COUNT).
065900     MOVE GL-RUN-DATE TO WS-OR-FIRST(WS-OR-COUNT).
066000     MOVE GL-RUN-DATE TO WS-OR-LAST(WS-OR-COUNT).
066100 4300-EXIT.
066200     EXIT.
066300
066400 4310-MATCH-ORPHAN.
066500     IF WS-OR-ID(WS-OX) = WS-LOOK-ID
066600         MOVE WS-OX TO WS-FND
066700         MOVE WS-OR-COUNT TO WS-OX
066800     END-IF.
066900 4310-EXIT.
067000     EXIT.
067100
067200 4400-LIST-ORPHAN.
067300     SET WS-SEV-WARNING TO TRUE.
067400     MOVE WS-OR-ID(WS-OX) TO WS-FIND-ID.
067500     MOVE WS-OR-GAMES(WS-OX) TO WS-ED-GAMES-1.
067600     MOVE SPACES TO WS-FIND-TEXT.
067700     STRING "ON" WS-ED-GAMES-1 " GAME SIDES, "
067800         WS-OR-FIRST(WS-OX) " TO " WS-OR-LAST(WS-OX)
067900         DELIMITED BY SIZE INTO WS-FIND-TEXT.
068000     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
068100 4400-EXIT.
068200     EXIT.
068300
068400 4050-PRINT-HEADINGS.
068500     ADD 1 TO WS-PAGE-COUNT.
068600     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
068700     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
068800     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
068900     WRITE PRINT-RECORD FROM RPT-HEADING-1
069000         AFTER ADVANCING PAGE.
069100     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
069200     WRITE PRINT-RECORD FROM RPT-HEADING-2
069300         AFTER ADVANCING 2 LINES.
069400     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
069500         AFTER ADVANCING 1 LINE.
069600     MOVE ZERO TO WS-LINE-COUNT.
069700 4050-EXIT.
069800     EXIT.
069900
070000*=============================================================*
070100*  5000-CHECK-CLUBS - EVERY ACTIVE PLAYER'S CLUB MUST STILL BE*
070200*     ACTIVE ON CLUBMST.  A RETIRED CODE IS A TRANSFER THE    *
070300*     CLUB SECRETARY HAS NOT KEYED; A CODE NOT ON CLUBMST AT  *
070400*     ALL GOT PAST THE EDITS SOMEHOW.  A BLANK CLUB PREDATES  *
070500*     THE FIELD AND IS LEFT ALONE.                            *
070600*=============================================================*
070700 5000-CHECK-CLUBS.
070800     MOVE 4 TO WS-CX.
070900     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
071000     IF WS-CLB-COUNT = ZERO
071100         PERFORM 8200-SKIP-CATEGORY THRU 8200-EXIT
071200         GO TO 5000-EXIT
071300     END-IF.
071400     PERFORM 5100-CHECK-ONE-CLUB THRU 5100-EXIT
071500         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT.
071600 5000-EXIT.
071700     EXIT.
071800
071900 5100-CHECK-ONE-CLUB.
072000     IF WS-MT-CLUB(WS-MX) = SPACES
072100         GO TO 5100-EXIT
072200     END-IF.
072300     MOVE WS-MT-CLUB(WS-MX) TO WS-CLUB-LOOK.
072400     MOVE ZERO TO WS-CLUB-FOUND.
072500     PERFORM 5110-MATCH-CLUB THRU 5110-EXIT
072600         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
072700     MOVE WS-MT-ID(WS-MX) TO WS-FIND-ID.
072800     MOVE SPACES TO WS-FIND-TEXT.
072900     IF WS-CLUB-FOUND = ZERO
073000         SET WS-SEV-SERIOUS TO TRUE
073100         STRING "CLUB " WS-CLUB-LOOK " NOT ON CLUBMST"
073200             DELIMITED BY SIZE INTO WS-FIND-TEXT
073300         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
073400         GO TO 5100-EXIT
073500     END-IF.
073600     IF WS-CLB-ACTIVE(WS-CLUB-FOUND) = "N"
073700         SET WS-SEV-WARNING TO TRUE
073800         STRING "CLUB " WS-CLUB-LOOK " "
073900             WS-CLB-NAME(WS-CLUB-FOUND) " RETIRED ON CLUBMST"
074000             DELIMITED BY SIZE INTO WS-FIND-TEXT
074100         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
074200     END-IF.
074300 5100-EXIT.
074400     EXIT.
074500
074600 5110-MATCH-CLUB.
074700     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
074800         MOVE WS-CDX TO WS-CLUB-FOUND
074900         MOVE WS-CLB-COUNT TO WS-CDX
075000     END-IF.
075100 5110-EXIT.
075200     EXIT.
075300
075400*=============================================================*
075500*  6000-CHECK-GAMES - MR-GAMES-PLAYED AGAINST THE RATED GAMES *
075600*     COUNTED ON THE LEDGER.  A COUNT STILL AT THE 999 STAMP  *
075700*     GIVEN TO MEMBERS WHO PREDATE THE LEDGER IS INFORMATION  *
075800*     ONLY; ANY OTHER DIFFERENCE IS A WARNING.  THE COUNT IS  *
075900*     HELD AT 999, SO A LEDGER OF 999 OR MORE AGREES WITH IT. *
076000*=============================================================*
076100 6000-CHECK-GAMES.
076200     MOVE 5 TO WS-CX.
076300     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
076400     IF NOT WS-GL-ON
076500         PERFORM 8200-SKIP-CATEGORY THRU 8200-EXIT
076600         GO TO 6000-EXIT
076700     END-IF.
076800     PERFORM 6100-CHECK-ONE-COUNT THRU 6100-EXIT
076900         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT.
077000 6000-EXIT.
077100     EXIT.
077200
077300 6100-CHECK-ONE-COUNT.
077400     MOVE WS-MT-ID(WS-MX) TO WS-FIND-ID.
077500     MOVE SPACES TO WS-FIND-TEXT.
077600     MOVE WS-MT-GL-COUNT(WS-MX) TO WS-ED-GAMES-2.
077700     IF WS-MT-GAMES(WS-MX) IS NOT NUMERIC
077800         SET WS-SEV-WARNING TO TRUE
077900         STRING "GAMES PLAYED NOT NUMERIC, LEDGER"
078000             WS-ED-GAMES-2 DELIMITED BY SIZE INTO WS-FIND-TEXT
078100         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
078200         GO TO 6100-EXIT
078300     END-IF.
078400     MOVE WS-MT-GAMES(WS-MX) TO WS-GAMES-NUM.
078500     IF WS-GAMES-NUM = WS-MT-GL-COUNT(WS-MX)
078600         GO TO 6100-EXIT
078700     END-IF.
078800     IF WS-GAMES-NUM = WS-GAMES-STAMP
078900             AND WS-MT-GL-COUNT(WS-MX) > WS-GAMES-STAMP
079000         GO TO 6100-EXIT
079100     END-IF.
079200     MOVE WS-GAMES-NUM TO WS-ED-GAMES-1.
079300     IF WS-GAMES-NUM = WS-GAMES-STAMP
079400         SET WS-SEV-INFO TO TRUE
079500         STRING "COUNT STAMPED 999, LEDGER" WS-ED-GAMES-2
079600             DELIMITED BY SIZE INTO WS-FIND-TEXT
079700     ELSE
079800         SET WS-SEV-WARNING TO TRUE
079900         STRING "MASTER" WS-ED-GAMES-1 " RATED GAMES, LEDGER"
080000             WS-ED-GAMES-2 DELIMITED BY SIZE INTO WS-FIND-TEXT
080100     END-IF.
080200     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
080300 6100-EXIT.
080400     EXIT.
080500
080600*=============================================================*
080700*  7000-CHECK-GRADINGS - ONE PASS OF THE LIVE AUDIT HISTORY,  *
080800*     KEEPING EACH MASTER PLAYER'S LATEST RECORD (THE FILE IS *
080900*     IN DATE ORDER, SO THE LAST ONE READ), THEN EVERY MASTER *
081000*     GRADING COMPARED WITH THAT RECORD'S AFTER IMAGE.  A     *
081100*     LATEST RECORD WITH A BLANK AFTER IMAGE SAYS THE PLAYER  *
081200*     WAS DELETED, YET THEY ARE STILL ON THE MASTER.          *
081300*=============================================================*
081400 7000-CHECK-GRADINGS.
081500     MOVE 6 TO WS-CX.
081600     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
081700     OPEN INPUT HIST-FILE.
081800     IF NOT WS-HS-OK
081900         DISPLAY "TABLEXCK0080 HIST-FILE NOT AVAILABLE, "
082000             "STATUS = " WS-HS-STATUS
082100             " - GRADING CHECK SKIPPED"
082200         PERFORM 8200-SKIP-CATEGORY THRU 8200-EXIT
082300         GO TO 7000-EXIT
082400     END-IF.
082500     PERFORM 7100-READ-HIST THRU 7100-EXIT.
082600     PERFORM 7200-KEEP-LATEST THRU 7200-EXIT
082700         UNTIL WS-HS-EOF.
082800     CLOSE HIST-FILE.
082900     PERFORM 7300-CHECK-ONE-GRADING THRU 7300-EXIT
083000         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT.
083100 7000-EXIT.
083200     EXIT.
083300
083400 7100-READ-HIST.
083500     READ HIST-FILE
083600         AT END
083700             SET WS-HS-EOF TO TRUE
083800     END-READ.
083900 7100-EXIT.
084000     EXIT.
084100
084200 7200-KEEP-LATEST.
084300     ADD 1 TO WS-HS-READ.
084400     MOVE HS-ID TO WS-LOOK-ID.
084500     PERFORM 8510-FIND-ON-MASTER THRU 8510-EXIT.
084600     IF WS-FND NOT = ZERO
084700         SET WS-MT-HS-FOUND(WS-FND) TO TRUE
084800         MOVE HS-TRAN-CODE TO WS-MT-HS-CODE(WS-FND)
084900         MOVE HS-RUN-DATE TO WS-MT-HS-DATE(WS-FND)
085000         MOVE HS-AFTER-IMAGE TO WS-MT-HS-AFTER(WS-FND)
085100     END-IF.
085200     PERFORM 7100-READ-HIST THRU 7100-EXIT.
085300 7200-EXIT.
085400     EXIT.
085500
085600 7300-CHECK-ONE-GRADING.
085700     IF NOT WS-MT-HS-FOUND(WS-MX)
085800         ADD 1 TO WS-NO-HIST-COUNT
085900         GO TO 7300-EXIT
086000     END-IF.
086100     MOVE WS-MT-ID(WS-MX) TO WS-FIND-ID.
086200     MOVE SPACES TO WS-FIND-TEXT.
086300     IF WS-MT-HS-AFTER(WS-MX) = SPACES
086400         SET WS-SEV-SERIOUS TO TRUE
086500         STRING "LATEST HISTORY " WS-MT-HS-CODE(WS-MX) " "
086600             WS-MT-HS-DATE(WS-MX) " REMOVED THE PLAYER"
086700             DELIMITED BY SIZE INTO WS-FIND-TEXT
086800         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
086900         GO TO 7300-EXIT
087000     END-IF.
087100     MOVE WS-MT-HS-AFTER(WS-MX) TO WS-HS-AFTER-VIEW.
087200     IF WS-HA-GRADING = WS-MT-GRADING(WS-MX)
087300         GO TO 7300-EXIT
087400     END-IF.
087500     SET WS-SEV-SERIOUS TO TRUE.
087600     STRING "MASTER " WS-MT-GRADING(WS-MX) ", LATEST HISTORY "
087700         WS-MT-HS-CODE(WS-MX) " " WS-MT-HS-DATE(WS-MX) " LEFT "
087800         WS-HA-GRADING DELIMITED BY SIZE INTO WS-FIND-TEXT.
087900     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
088000 7300-EXIT.
088100     EXIT.
088200
088300*=============================================================*
088400*  8000-RECORD-FINDING - COUNT AND PRINT ONE FINDING.  THE    *
088500*     CALLER SETS THE SEVERITY, WS-FIND-ID AND WS-FIND-TEXT;  *
088600*     WS-CX IS THE CATEGORY OF THE CHECK RUNNING.             *
088700*=============================================================*
088800 8000-RECORD-FINDING.
088900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
089000         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
089100     END-IF.
089200     EVALUATE TRUE
089300         WHEN WS-SEV-SERIOUS
089400             ADD 1 TO WS-CAT-SERIOUS(WS-CX)
089500             ADD 1 TO WS-TOT-SERIOUS
089600             MOVE "SERIOUS" TO WS-XD-SEV
089700         WHEN WS-SEV-WARNING
089800             ADD 1 TO WS-CAT-WARNING(WS-CX)
089900             ADD 1 TO WS-TOT-WARNING
090000             MOVE "WARNING" TO WS-XD-SEV
090100         WHEN OTHER
090200             ADD 1 TO WS-CAT-INFO(WS-CX)
090300             ADD 1 TO WS-TOT-INFO
090400             MOVE "INFO" TO WS-XD-SEV
090500     END-EVALUATE.
090600     MOVE WS-CAT-CODE(WS-CX) TO WS-XD-CAT.
090700     MOVE WS-FIND-ID TO WS-XD-ID.
090800     MOVE WS-FIND-TEXT TO WS-XD-TEXT.
090900     WRITE PRINT-RECORD FROM WS-XCK-DETAIL-LINE
091000         AFTER ADVANCING 1 LINE.
091100     ADD 1 TO WS-LINE-COUNT.
091200 8000-EXIT.
091300     EXIT.
091400
091500*=============================================================*
091600*  8100-PRINT-SECTION - A HEADER LINE AHEAD OF EACH CHECK.    *
091700*=============================================================*
091800 8100-PRINT-SECTION.
091900     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
092000         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
092100     END-IF.
092200     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
092300         AFTER ADVANCING 1 LINE.
092400     MOVE WS-CAT-CODE(WS-CX) TO WS-XS-CAT.
092500     MOVE WS-CAT-TEXT(WS-CX) TO WS-XS-TEXT.
092600     WRITE PRINT-RECORD FROM WS-XCK-SECTION-LINE
092700         AFTER ADVANCING 1 LINE.
092800     ADD 2 TO WS-LINE-COUNT.
092900 8100-EXIT.
093000     EXIT.
093100
093200*=============================================================*
093300*  8200-SKIP-CATEGORY - A CHECK WHOSE FILE COULD NOT BE OPENED*
093400*     SAYS SO ON THE REGISTER AND COUNTS TOWARD RC=4 - A      *
093500*     SWEEP THAT DID NOT LOOK HAS NOT PROVED ANYTHING.        *
093600*=============================================================*
093700 8200-SKIP-CATEGORY.
093800     SET WS-CAT-SKIPPED(WS-CX) TO TRUE.
093900     ADD 1 TO WS-SKIP-COUNT.
094000     MOVE SPACES TO RPT-TRAILER-LINE.
094100     MOVE "NOT CHECKED" TO RPT-T-TEXT.
094200     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
094300         AFTER ADVANCING 1 LINE.
094400     ADD 1 TO WS-LINE-COUNT.
094500 8200-EXIT.
094600     EXIT.
094700
094800*=============================================================*
094900*  8500-FIND-PLAYER - IS WS-LOOK-ID ON THE MASTER (TABLE) OR  *
095000*     THE ARCHIVE (RANDOM READ)?  WS-FND IS NON-ZERO WHEN IT  *
095100*     IS ON EITHER.                                           *
095200*=============================================================*
095300 8500-FIND-PLAYER.
095400     PERFORM 8510-FIND-ON-MASTER THRU 8510-EXIT.
095500     IF WS-FND = ZERO
095600         PERFORM 8520-FIND-ON-ARCHIVE THRU 8520-EXIT
095700     END-IF.
095800 8500-EXIT.
095900     EXIT.
096000
096100 8510-FIND-ON-MASTER.
096200     MOVE ZERO TO WS-FND.
096300     PERFORM 8511-MATCH-MASTER THRU 8511-EXIT
096400         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT.
096500 8510-EXIT.
096600     EXIT.
096700
096800 8511-MATCH-MASTER.
096900     IF WS-MT-ID(WS-MX) = WS-LOOK-ID
097000         MOVE WS-MX TO WS-FND
097100         MOVE WS-MT-COUNT TO WS-MX
097200     END-IF.
097300 8511-EXIT.
097400     EXIT.
097500
097600*  AN UNAVAILABLE ARCHIVE ANSWERS "FOUND" - WITHOUT IT THE
097700*  SWEEP CANNOT SAY AN ID IS ON NEITHER FILE, AND THE CHECKS
097800*  THAT DEPEND ON IT ARE ALREADY MARKED AS SKIPPED.
097900 8520-FIND-ON-ARCHIVE.
098000     MOVE ZERO TO WS-FND.
098100     IF NOT WS-ARCH-ON
098200         MOVE 1 TO WS-FND
098300         GO TO 8520-EXIT
098400     END-IF.
098500     MOVE WS-LOOK-ID TO AR-ID.
098600     READ ARCHIVE-FILE
098700         INVALID KEY
098800             GO TO 8520-EXIT
098900     END-READ.
099000     MOVE 1 TO WS-FND.
099100 8520-EXIT.
099200     EXIT.
099300
099400*=============================================================*
099500*  9000-TERMINATE - CATEGORY SUMMARY, CLOSE FILES, SET THE    *
099600*     RETURN CODE: 8 FOR ANY SERIOUS FINDING, 4 FOR WARNINGS  *
099700*     OR A SKIPPED CHECK, ELSE 0.                             *
099800*=============================================================*
099900 9000-TERMINATE.
100000     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
100100     IF WS-ARCH-ON
100200         CLOSE ARCHIVE-FILE
100300     END-IF.
100400     CLOSE PRINT-FILE.
100500     DISPLAY " ".
100600     DISPLAY "***** INTEGRITY SWEEP TOTALS *****".
100700     DISPLAY "MASTER READ  - " WS-MST-READ.
100800     DISPLAY "DUES READ    - " WS-DUES-READ.
100900     DISPLAY "GAMELOG READ - " WS-GL-READ.
101000     DISPLAY "PLYHIST READ - " WS-HS-READ.
101100     DISPLAY "SERIOUS      - " WS-TOT-SERIOUS.
101200     DISPLAY "WARNING      - " WS-TOT-WARNING.
101300     DISPLAY "INFO         - " WS-TOT-INFO.
101400     DISPLAY "NOT CHECKED  - " WS-SKIP-COUNT.
101500     IF WS-TOT-SERIOUS > ZERO
101600         MOVE 8 TO RETURN-CODE
101700     ELSE
101800         IF WS-TOT-WARNING > ZERO OR WS-SKIP-COUNT > ZERO
101900             MOVE 4 TO RETURN-CODE
102000         ELSE
102100             MOVE ZERO TO RETURN-CODE
102200         END-IF
102300     END-IF.
102400 9000-EXIT.
102500     EXIT.
102600
102700*=============================================================*
102800*  9100-PRINT-TRAILER - FINDINGS BY CATEGORY AND SEVERITY,    *
102900*     THEN THE RECORD COUNTS, ON THE FOOT OF THE REGISTER.    *
103000*=============================================================*
103100 9100-PRINT-TRAILER.
103200     IF WS-LINE-COUNT + 18 > WS-LINES-PER-PAGE
103300         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
103400     END-IF.
103500     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
103600         AFTER ADVANCING 1 LINE.
103700     MOVE SPACES TO RPT-TRAILER-LINE.
103800     MOVE "FINDINGS BY CATEGORY" TO RPT-T-TEXT.
103900     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
104000         AFTER ADVANCING 1 LINE.
104100     ADD 2 TO WS-LINE-COUNT.
104200     PERFORM 9120-PRINT-CATEGORY THRU 9120-EXIT
104300         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-MAX.
104400     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
104500         AFTER ADVANCING 1 LINE.
104600     ADD 1 TO WS-LINE-COUNT.
104700     MOVE SPACES TO RPT-TRAILER-LINE.
104800     MOVE WS-MST-READ TO WS-EDIT-NUM.
104900     MOVE "PLYMAST RECORDS" TO RPT-T-TEXT.
105000     MOVE WS-EDIT-NUM TO RPT-T-NUM.
105100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
105200     MOVE WS-DUES-READ TO WS-EDIT-NUM.
105300     MOVE "DUESMST RECORDS" TO RPT-T-TEXT.
105400     MOVE WS-EDIT-NUM TO RPT-T-NUM.
105500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
105600     MOVE WS-GL-READ TO WS-EDIT-NUM.
105700     MOVE "GAMELOG RECORDS" TO RPT-T-TEXT.
105800     MOVE WS-EDIT-NUM TO RPT-T-NUM.
105900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
106000     MOVE WS-HS-READ TO WS-EDIT-NUM.
106100     MOVE "PLYHIST RECORDS" TO RPT-T-TEXT.
106200     MOVE WS-EDIT-NUM TO RPT-T-NUM.
106300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
106400     MOVE WS-NO-HIST-COUNT TO WS-EDIT-NUM.
106500     MOVE "NO LIVE HISTORY" TO RPT-T-TEXT.
106600     MOVE WS-EDIT-NUM TO RPT-T-NUM.
106700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
106800     MOVE WS-TOT-SERIOUS TO WS-EDIT-NUM.
106900     MOVE "SERIOUS FINDINGS" TO RPT-T-TEXT.
107000     MOVE WS-EDIT-NUM TO RPT-T-NUM.
107100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
107200     MOVE WS-TOT-WARNING TO WS-EDIT-NUM.
107300     MOVE "WARNINGS" TO RPT-T-TEXT.
107400     MOVE WS-EDIT-NUM TO RPT-T-NUM.
107500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
107600     MOVE WS-TOT-INFO TO WS-EDIT-NUM.
107700     MOVE "INFORMATION" TO RPT-T-TEXT.
107800     MOVE WS-EDIT-NUM TO RPT-T-NUM.
107900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
108000 9100-EXIT.
108100     EXIT.
108200
108300 9110-PRINT-FIGURE.
108400     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
108500         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
108600     END-IF.
108700     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
108800         AFTER ADVANCING 1 LINE.
108900     MOVE SPACES TO RPT-TRAILER-LINE.
109000     ADD 1 TO WS-LINE-COUNT.
109100 9110-EXIT.
109200     EXIT.
109300
109400 9120-PRINT-CATEGORY.
109500     MOVE WS-CAT-CODE(WS-CX) TO WS-XM-CAT.
109600     IF WS-CAT-SKIPPED(WS-CX)
109700         MOVE "NOT CHECKED - FILE NOT AVAILABLE" TO WS-XM-TEXT
109800     ELSE
109900         MOVE WS-CAT-TEXT(WS-CX) TO WS-XM-TEXT
110000     END-IF.
110100     MOVE WS-CAT-SERIOUS(WS-CX) TO WS-XM-SERIOUS.
110200     MOVE WS-CAT-WARNING(WS-CX) TO WS-XM-WARNING.
110300     MOVE WS-CAT-INFO(WS-CX) TO WS-XM-INFO.
110400     WRITE PRINT-RECORD FROM WS-XCK-SUM-LINE
110500         AFTER ADVANCING 1 LINE.
110600     ADD 1 TO WS-LINE-COUNT.
110700 9120-EXIT.
110800     EXIT.
