000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLELTR.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLELTR - MEMBER CORRESPONDENCE RUN.  BUILDS THE LTROUT   *
000900*  LETTER FILE FOR THE MAIL-MERGE FROM THREE KINDS OF EVENT:  *
001000*    WARNING - EVERY PLAYER ON PLYMAST WHOSE LAST-ACTIVE DATE *
001100*              IS BEFORE, OR WITHIN THE WARNING WINDOW OF,    *
001200*              THE NEXT TABLEARC ARCHIVE CUTOFF               *
001300*    WELCOME - EVERY "A" ADD LOGGED ON PLYHIST                *
001400*    ARREARS - EVERY DUESMST MEMBER TABLEPAY HAS MARKED "A"   *
001500*  EACH LETTER CARRIES THE MEMBER'S ADDRESS OFF MBRDTL AND THE*
001600*  CLUB NAME OFF CLUBMST.  A PLAYER WITH NO DETAILS ON FILE,  *
001700*  OR WHO HAS NOT GIVEN CONSENT, GETS NO LETTER AND IS LISTED *
001800*  FOR THE MEMBERSHIP SECRETARY.  EVERY LETTER PRODUCED IS    *
001900*  LOGGED ON THE LTRLOG SENT-LETTERS LOG BY TYPE, PLAYER AND  *
002000*  EVENT DATE, AND A LETTER ALREADY ON THE LOG IS NOT PRODUCED*
002100*  AGAIN, SO THE RUN MAY BE REPEATED.  THE LTRRPT REGISTER    *
002200*  LISTS EVERY LETTER PRODUCED OR HELD BACK, WITH THE COUNTS. *
002300*                                                             *
002400*  CONTROL CARD:  COLUMNS  1-6   NEXT ARCHIVE CUTOFF  YYMMDD  *
002500*                 COLUMNS  8-10  WARNING WINDOW IN DAYS       *
002600*                                (BLANK = 30)                 *
002700*                 COLUMNS 12-17  WELCOME ADDS FROM  YYMMDD    *
002800*                                (BLANK = ALL OF PLYHIST)     *
002900*  RC=4 MEANS AT LEAST ONE LETTER WAS HELD BACK.              *
003000*=============================================================*
003100*  MODIFICATION HISTORY                                       *
003200*  DATE      BY   DESCRIPTION                                 *
003300*  10/15/26  JPM  ORIGINAL                                    *
003330*  10/15/26  JPM  A FAILED LTROUT OR LTRLOG WRITE NOW STOPS   *
003360*                 THE RUN RC=16                               *
003370*  10/15/26  JPM  AN "A" RECORD WHOSE AFTER IMAGE IS ANOTHER  *
003380*                 PLAYER'S - A MERGED RECORD - GETS NO        *
003390*                 WELCOME LETTER                              *
003400*=============================================================*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-370.
003800 OBJECT-COMPUTER.  IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CONTROL-FILE ASSIGN TO SYSIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-CC-STATUS.
004400
004500     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MR-ID
004900         FILE STATUS IS WS-PM-STATUS.
005000
005100     SELECT HIST-FILE ASSIGN TO PLYHIST
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-HS-STATUS.
005400
005500     SELECT DUES-MASTER ASSIGN TO DUESMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS DU-ID
005900         FILE STATUS IS WS-DU-STATUS.
006000
006100     SELECT MEMBER-DETAILS ASSIGN TO MBRDTL
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS MD-ID
006500         FILE STATUS IS WS-MD-STATUS.
006600
006700     SELECT CLUB-MASTER ASSIGN TO CLUBMST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS CB-CODE
007100         FILE STATUS IS WS-CB-STATUS.
007200
007300     SELECT LETTER-LOG ASSIGN TO LTRLOG
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS LG-KEY
007700         FILE STATUS IS WS-LG-STATUS.
007800
007900     SELECT LETTER-FILE ASSIGN TO LTROUT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-LT-STATUS.
008200
008300     SELECT PRINT-FILE ASSIGN TO LTRRPT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PR-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CONTROL-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  CONTROL-CARD           PIC X(80).
009300
009400 FD  PLAYER-MASTER
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY PLYMAST.
009800
009900 FD  HIST-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY PLYHIST.
010300
010400 FD  DUES-MASTER
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DUESREC.
010800
010900 FD  MEMBER-DETAILS
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY MBRDTL.
011300
011400 FD  CLUB-MASTER
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700     COPY CLUBREC.
011800
011900 FD  LETTER-LOG
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200     COPY LTRLOG.
012300
012400 FD  LETTER-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700     COPY LTRREC.
012800
012900 FD  PRINT-FILE
013000     LABEL RECORDS ARE OMITTED.
013100 01  PRINT-RECORD           PIC X(132).
013200
013300 WORKING-STORAGE SECTION.
013400*-----------------------------------------------------------*
013500*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
013600*  FROM THE NIGHTLY REPORT, PLUS THE REGISTER LINE.         *
013700*-----------------------------------------------------------*
013800     COPY RPTLINES.
013900
014000 01  WS-LTR-DETAIL-LINE.
014100     05  FILLER              PIC X(10) VALUE SPACES.
014200     05  WS-LD-TYPE          PIC X(15).
014300     05  FILLER              PIC X(01) VALUE SPACE.
014400     05  WS-LD-ID            PIC X(04).
014500     05  FILLER              PIC X(01) VALUE SPACE.
014600     05  WS-LD-NAME          PIC X(12).
014700     05  FILLER              PIC X(01) VALUE SPACE.
014800     05  WS-LD-FIRSTNAME     PIC X(13).
014900     05  FILLER              PIC X(01) VALUE SPACE.
015000     05  WS-LD-CLUB          PIC X(03).
015100     05  FILLER              PIC X(02) VALUE SPACES.
015200     05  WS-LD-EVENT-DATE    PIC 9(06).
015300     05  FILLER              PIC X(02) VALUE SPACES.
015400     05  WS-LD-RESULT        PIC X(24).
015500
015600 01  WS-LTR-COLHDG.
015700     05  FILLER              PIC X(34)
015800         VALUE "TYPE            ID   NAME         ".
015900     05  FILLER              PIC X(33)
016000         VALUE "FIRST NAME    CLB  EVENT   RESULT".
016100
016200*-----------------------------------------------------------*
016300*  CLUB REFERENCE TABLE - LOADED ONCE FROM CLUBMST          *
016400*-----------------------------------------------------------*
016500     COPY CLUBTAB.
016600 77  WS-CDX             PIC 9(02) COMP VALUE ZERO.
016700 77  WS-CLB-MAX         PIC 9(02) COMP VALUE 50.
016800 77  WS-CLUB-LOOK       PIC X(03) VALUE SPACES.
016900 77  WS-CLUB-NAME-X     PIC X(20) VALUE SPACES.
017000
017100*-----------------------------------------------------------*
017200*  CONTROL CARD VALUES                                      *
017300*-----------------------------------------------------------*
017400 01  WS-CUTOFF-AREA.
017500     05  WS-CUTOFF-DATE     PIC 9(06) VALUE ZERO.
017600 01  WS-CUTOFF-R REDEFINES WS-CUTOFF-AREA.
017700     05  WS-CUTOFF-YY       PIC 9(02).
017800     05  WS-CUTOFF-MM       PIC 9(02).
017900     05  WS-CUTOFF-DD       PIC 9(02).
018000 77  WS-WARN-DAYS       PIC 9(03) VALUE 030.
018100 77  WS-FROM-DATE       PIC 9(06) VALUE ZERO.
018150 77  WS-IMAGE-ID        PIC X(04) VALUE SPACES.
018200
018300*-----------------------------------------------------------*
018400*  DAY NUMBERS - A YYMMDD DATE (CENTURY 20) TURNED INTO A   *
018500*  COUNT OF DAYS SO THE WARNING WINDOW CAN BE MEASURED      *
018600*  ACROSS A MONTH OR YEAR END.  WS-DN-CUM-DAYS IS THE DAYS  *
018700*  IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP).   *
018800*-----------------------------------------------------------*
018900 01  WS-DN-DATE-AREA.
019000     05  WS-DN-DATE         PIC 9(06) VALUE ZERO.
019100 01  WS-DN-DATE-R REDEFINES WS-DN-DATE-AREA.
019200     05  WS-DN-YY           PIC 9(02).
019300     05  WS-DN-MM           PIC 9(02).
019400     05  WS-DN-DD           PIC 9(02).
019500 01  WS-DN-CUM-VALUES.
019600     05  FILLER             PIC X(18) VALUE "000031059090120151".
019700     05  FILLER             PIC X(18) VALUE "181212243273304334".
019800 01  WS-DN-CUM-TABLE REDEFINES WS-DN-CUM-VALUES.
019900     05  WS-DN-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.
020000 77  WS-DN-DAYS         PIC 9(07) COMP VALUE ZERO.
020100 77  WS-DN-LEAPS        PIC 9(03) COMP VALUE ZERO.
020200 77  WS-DN-QUOT         PIC 9(03) COMP VALUE ZERO.
020300 77  WS-DN-REM          PIC 9(01) COMP VALUE ZERO.
020400 77  WS-WARN-LIMIT      PIC 9(07) COMP VALUE ZERO.
020500
020600*-----------------------------------------------------------*
020700*  THE LETTER BEING ISSUED - SET BY EACH PASS BEFORE        *
020800*  5000-ISSUE-LETTER IS PERFORMED.                          *
020900*-----------------------------------------------------------*
021000 77  WS-ISSUE-TYPE      PIC X(01) VALUE SPACE.
021100     88  WS-ISSUE-WELCOME   VALUE "W".
021200     88  WS-ISSUE-WARNING   VALUE "L".
021300     88  WS-ISSUE-ARREARS   VALUE "A".
021400 77  WS-ISSUE-EVENT     PIC 9(06) VALUE ZERO.
021500 77  WS-ISSUE-OWED      PIC 9(05)V99 VALUE ZERO.
021600 77  WS-ISSUE-RESULT    PIC X(24) VALUE SPACES.
021700
021800*-----------------------------------------------------------*
021900*  FILE STATUS AND SWITCHES                                 *
022000*-----------------------------------------------------------*
022100 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
022200     88  WS-CC-OK           VALUE "00".
022300     88  WS-CC-EOF          VALUE "10".
022400 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
022500     88  WS-PM-OK           VALUE "00".
022600     88  WS-PM-EOF          VALUE "10".
022700 77  WS-HS-STATUS       PIC X(02) VALUE SPACES.
022800     88  WS-HS-OK           VALUE "00".
022900     88  WS-HS-EOF          VALUE "10".
023000 77  WS-DU-STATUS       PIC X(02) VALUE SPACES.
023100     88  WS-DU-OK           VALUE "00".
023200     88  WS-DU-EOF          VALUE "10".
023300 77  WS-MD-STATUS       PIC X(02) VALUE SPACES.
023400     88  WS-MD-OK           VALUE "00".
023500 77  WS-CB-STATUS       PIC X(02) VALUE SPACES.
023600     88  WS-CB-OK           VALUE "00".
023700     88  WS-CB-EOF          VALUE "10".
023800 77  WS-LG-STATUS       PIC X(02) VALUE SPACES.
023900     88  WS-LG-OK           VALUE "00".
024000 77  WS-LT-STATUS       PIC X(02) VALUE SPACES.
024100     88  WS-LT-OK           VALUE "00".
024200 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
024300     88  WS-PR-OK           VALUE "00".
024400 77  WS-ABEND-SW        PIC X(01) VALUE "N".
024500     88  WS-ABEND-YES       VALUE "Y".
024600 77  WS-PM-FOUND-SW     PIC X(01) VALUE "N".
024700     88  WS-PM-FOUND        VALUE "Y".
024800     88  WS-PM-NOT-FOUND    VALUE "N".
024900 77  WS-FOUND-SW        PIC X(01) VALUE "N".
025000     88  WS-MD-FOUND        VALUE "Y".
025100     88  WS-MD-NOT-FOUND    VALUE "N".
025200 77  WS-LOG-SW          PIC X(01) VALUE "N".
025300     88  WS-LOG-FOUND       VALUE "Y".
025400     88  WS-LOG-NOT-FOUND   VALUE "N".
025500
025600*-----------------------------------------------------------*
025700*  RUN TOTALS - PRINTED ON THE REGISTER TRAILER             *
025800*-----------------------------------------------------------*
025900 77  WS-MST-READ        PIC 9(05) COMP VALUE ZERO.
026000 77  WS-HIST-READ       PIC 9(07) COMP VALUE ZERO.
026100 77  WS-DUES-READ       PIC 9(05) COMP VALUE ZERO.
026200 77  WS-WELCOME-COUNT   PIC 9(05) COMP VALUE ZERO.
026300 77  WS-WARNING-COUNT   PIC 9(05) COMP VALUE ZERO.
026400 77  WS-ARREARS-COUNT   PIC 9(05) COMP VALUE ZERO.
026500 77  WS-ALREADY-SENT    PIC 9(05) COMP VALUE ZERO.
026600 77  WS-NO-ADDRESS      PIC 9(05) COMP VALUE ZERO.
026700 77  WS-NO-CONSENT      PIC 9(05) COMP VALUE ZERO.
026800 77  WS-OFF-ROSTER      PIC 9(05) COMP VALUE ZERO.
026900 77  WS-BAD-ACTIVE      PIC 9(05) COMP VALUE ZERO.
027000 77  WS-EDIT-NUM        PIC ZZZZZZ9.
027100
027200*-----------------------------------------------------------*
027300*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
027400*  NIGHTLY REPORT.                                          *
027500*-----------------------------------------------------------*
027600 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
027700 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
027800 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
027900 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
028000 77  WS-RPT-COLHDG      PIC X(70) VALUE SPACES.
028100 01  WS-SYS-DATE-AREA.
028200     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
028300 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
028400     05  WS-SYS-YY          PIC 9(02).
028500     05  WS-SYS-MM          PIC 9(02).
028600     05  WS-SYS-DD          PIC 9(02).
028700 01  WS-RUN-DATE-ED.
028800     05  WS-RUN-MM          PIC 9(02).
028900     05  FILLER             PIC X(01) VALUE "/".
029000     05  WS-RUN-DD          PIC 9(02).
029100     05  FILLER             PIC X(01) VALUE "/".
029200     05  WS-RUN-YY          PIC 9(02).
029300
029400 PROCEDURE DIVISION.
029500*=============================================================*
029600*  0000-MAINLINE                                              *
029700*=============================================================*
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     IF WS-ABEND-YES
030100         GO TO 9999-ABEND
030200     END-IF.
030300     PERFORM 2000-WARNING-LETTERS THRU 2000-EXIT.
030320     IF WS-ABEND-YES
030340         GO TO 9999-ABEND
030360     END-IF.
030400     PERFORM 2500-WELCOME-LETTERS THRU 2500-EXIT.
030500     IF WS-ABEND-YES
030600         GO TO 9999-ABEND
030700     END-IF.
030800     PERFORM 3000-ARREARS-LETTERS THRU 3000-EXIT.
030900     IF WS-ABEND-YES
031000         GO TO 9999-ABEND
031100     END-IF.
031200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031300     GOBACK.
031400 9999-ABEND.
031500     CLOSE PLAYER-MASTER.
031600     CLOSE MEMBER-DETAILS.
031700     CLOSE LETTER-LOG.
031800     CLOSE LETTER-FILE.
031900     CLOSE PRINT-FILE.
032000     MOVE 16 TO RETURN-CODE.
032100     GOBACK.
032200 0000-EXIT.
032300     EXIT.
032400
032500*=============================================================*
032600*  1000-INITIALIZE - TAKE THE CONTROL CARD, LOAD THE CLUB     *
032700*     TABLE AND OPEN THE MASTER, THE DETAILS, THE LOG, THE    *
032800*     LETTER FILE AND THE REGISTER.                           *
032900*=============================================================*
033000 1000-INITIALIZE.
033100     ACCEPT WS-SYS-DATE FROM DATE.
033200     MOVE WS-SYS-MM TO WS-RUN-MM.
033300     MOVE WS-SYS-DD TO WS-RUN-DD.
033400     MOVE WS-SYS-YY TO WS-RUN-YY.
033500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
033600     IF WS-ABEND-YES
033700         GO TO 1000-EXIT
033800     END-IF.
033900     PERFORM 1150-LOAD-CLUBS THRU 1150-EXIT.
034000     OPEN INPUT PLAYER-MASTER.
034100     IF NOT WS-PM-OK
034200         DISPLAY "TABLELTR0030 UNABLE TO OPEN PLAYER-MASTER, "
034300             "STATUS = " WS-PM-STATUS
034400         SET WS-ABEND-YES TO TRUE
034500         GO TO 1000-EXIT
034600     END-IF.
034700     OPEN INPUT MEMBER-DETAILS.
034800     IF NOT WS-MD-OK
034900         DISPLAY "TABLELTR0040 UNABLE TO OPEN MEMBER-DETAILS, "
035000             "STATUS = " WS-MD-STATUS
035100         SET WS-ABEND-YES TO TRUE
035200         GO TO 1000-EXIT
035300     END-IF.
035400     OPEN I-O LETTER-LOG.
035500     IF NOT WS-LG-OK
035600         PERFORM 1200-BUILD-LETTER-LOG THRU 1200-EXIT
035700     END-IF.
035800     IF WS-ABEND-YES
035900         GO TO 1000-EXIT
036000     END-IF.
036100     OPEN OUTPUT LETTER-FILE.
036200     IF NOT WS-LT-OK
036300         DISPLAY "TABLELTR0060 UNABLE TO OPEN LETTER-FILE, "
036400             "STATUS = " WS-LT-STATUS
036500         SET WS-ABEND-YES TO TRUE
036600         GO TO 1000-EXIT
036700     END-IF.
036800     OPEN OUTPUT PRINT-FILE.
036900     IF NOT WS-PR-OK
037000         DISPLAY "TABLELTR0070 UNABLE TO OPEN PRINT-FILE, "
037100             "STATUS = " WS-PR-STATUS
037200         SET WS-ABEND-YES TO TRUE
037300         GO TO 1000-EXIT
037400     END-IF.
037500     MOVE "MEMBER CORRESPONDENCE REGISTER" TO WS-RPT-TITLE.
037600     MOVE WS-LTR-COLHDG TO WS-RPT-COLHDG.
037700     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
037800 1000-EXIT.
037900     EXIT.
038000
038100*=============================================================*
038200*  1100-READ-CONTROL-CARD - THE NEXT ARCHIVE CUTOFF IS        *
038300*     REQUIRED; THE WARNING WINDOW AND THE WELCOME FROM-DATE  *
038400*     DEFAULT WHEN BLANK.                                     *
038500*=============================================================*
038600 1100-READ-CONTROL-CARD.
038700     OPEN INPUT CONTROL-FILE.
038800     IF NOT WS-CC-OK
038900         DISPLAY "TABLELTR0010 UNABLE TO OPEN CONTROL-FILE, "
039000             "STATUS = " WS-CC-STATUS
039100         SET WS-ABEND-YES TO TRUE
039200         GO TO 1100-EXIT
039300     END-IF.
039400     READ CONTROL-FILE
039500         AT END
039600             SET WS-CC-EOF TO TRUE
039700     END-READ.
039800     IF WS-CC-EOF OR CONTROL-CARD(1:6) = SPACES
039900         DISPLAY "TABLELTR0020 NO CONTROL CARD - SYSIN MUST GIVE "
040000             "THE NEXT ARCHIVE CUTOFF YYMMDD IN COLUMNS 1-6"
040100         SET WS-ABEND-YES TO TRUE
040200         GO TO 1100-CLOSE
040300     END-IF.
040400     IF CONTROL-CARD(1:6) IS NOT NUMERIC
040500         DISPLAY "TABLELTR0021 ARCHIVE CUTOFF NOT NUMERIC - "
040600             CONTROL-CARD(1:6)
040700         SET WS-ABEND-YES TO TRUE
040800         GO TO 1100-CLOSE
040900     END-IF.
041000     MOVE CONTROL-CARD(1:6) TO WS-CUTOFF-DATE.
041100     IF WS-CUTOFF-MM < 01 OR WS-CUTOFF-MM > 12
041200             OR WS-CUTOFF-DD < 01 OR WS-CUTOFF-DD > 31
041300         DISPLAY "TABLELTR0022 ARCHIVE CUTOFF NOT A VALID YYMMDD "
041400             "DATE - " CONTROL-CARD(1:6)
041500         SET WS-ABEND-YES TO TRUE
041600         GO TO 1100-CLOSE
041700     END-IF.
041800     IF CONTROL-CARD(8:3) NOT = SPACES
041900         IF CONTROL-CARD(8:3) IS NOT NUMERIC
042000             DISPLAY "TABLELTR0023 WARNING WINDOW NOT NUMERIC - "
042100                 CONTROL-CARD(8:3)
042200             SET WS-ABEND-YES TO TRUE
042300             GO TO 1100-CLOSE
042400         END-IF
042500         MOVE CONTROL-CARD(8:3) TO WS-WARN-DAYS
042600     END-IF.
042700     IF CONTROL-CARD(12:6) NOT = SPACES
042800         IF CONTROL-CARD(12:6) IS NOT NUMERIC
042900             DISPLAY "TABLELTR0024 WELCOME FROM-DATE NOT "
043000                 "NUMERIC - " CONTROL-CARD(12:6)
043100             SET WS-ABEND-YES TO TRUE
043200             GO TO 1100-CLOSE
043300         END-IF
043400         MOVE CONTROL-CARD(12:6) TO WS-FROM-DATE
043500     END-IF.
043600     MOVE WS-CUTOFF-DATE TO WS-DN-DATE.
043700     PERFORM 6600-DAY-NUMBER THRU 6600-EXIT.
043800     ADD WS-DN-DAYS WS-WARN-DAYS GIVING WS-WARN-LIMIT.
043900 1100-CLOSE.
044000     CLOSE CONTROL-FILE.
044100 1100-EXIT.
044200     EXIT.
044300
044400*=============================================================*
044500*  1150-LOAD-CLUBS - READ THE CLUBMST REFERENCE FILE INTO THE *
044600*     CLUB TABLE.  A CLUBMST THAT CANNOT BE OPENED LEAVES THE *
044700*     TABLE EMPTY AND THE LETTERS CARRY NO CLUB NAME.         *
044800*=============================================================*
044900 1150-LOAD-CLUBS.
045000     OPEN INPUT CLUB-MASTER.
045100     IF NOT WS-CB-OK
045200         DISPLAY "TABLELTR0090 CLUB-MASTER NOT AVAILABLE, "
045300             "STATUS = " WS-CB-STATUS
045400             " - LETTERS CARRY NO CLUB NAME"
045500         GO TO 1150-EXIT
045600     END-IF.
045700     MOVE ZERO TO WS-CLB-COUNT.
045800     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
045900     PERFORM 1170-STORE-CLUB THRU 1170-EXIT
046000         UNTIL WS-CB-EOF OR WS-CLB-COUNT = WS-CLB-MAX.
046100     CLOSE CLUB-MASTER.
046200 1150-EXIT.
046300     EXIT.
046400
046500 1160-READ-CLUB.
046600     READ CLUB-MASTER
046700         AT END
046800             SET WS-CB-EOF TO TRUE
046900     END-READ.
047000 1160-EXIT.
047100     EXIT.
047200
047300 1170-STORE-CLUB.
047400     ADD 1 TO WS-CLB-COUNT.
047500     MOVE CB-CODE TO WS-CLB-CODE(WS-CLB-COUNT).
047600     MOVE CB-NAME TO WS-CLB-NAME(WS-CLB-COUNT).
047700     MOVE CB-ACTIVE TO WS-CLB-ACTIVE(WS-CLB-COUNT).
047800     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
047900 1170-EXIT.
048000     EXIT.
048100
048200*=============================================================*
048300*  1200-BUILD-LETTER-LOG - SAFETY NET FOR THE FIRST RUN, WHEN *
048400*     THE SENT-LETTERS LOG HAS NOT YET BEEN LOADED: CREATE IT *
048500*     EMPTY AND REOPEN IT FOR UPDATE.                         *
048600*=============================================================*
048700 1200-BUILD-LETTER-LOG.
048800     OPEN OUTPUT LETTER-LOG.
048900     IF NOT WS-LG-OK
049000         DISPLAY "TABLELTR0050 UNABLE TO BUILD LETTER-LOG, "
049100             "STATUS = " WS-LG-STATUS
049200         SET WS-ABEND-YES TO TRUE
049300         GO TO 1200-EXIT
049400     END-IF.
049500     CLOSE LETTER-LOG.
049600     OPEN I-O LETTER-LOG.
049700     IF NOT WS-LG-OK
049800         DISPLAY "TABLELTR0051 UNABLE TO REOPEN LETTER-LOG, "
049900             "STATUS = " WS-LG-STATUS
050000         SET WS-ABEND-YES TO TRUE
050100     END-IF.
050200 1200-EXIT.
050300     EXIT.
050400
050500*=============================================================*
050600*  2000-WARNING-LETTERS - ONE PASS OF THE MASTER IN ID ORDER. *
050700*     A PLAYER LAST ACTIVE BEFORE THE CUTOFF PLUS THE WARNING *
050800*     WINDOW GETS AN ARCHIVE WARNING - THAT TAKES IN EVERY    *
050900*     PLAYER THE NEXT TABLEARC RUN WOULD ARCHIVE AS WELL AS   *
051000*     THOSE ABOUT TO FALL BEHIND IT.  A PLAYER WITH NO USABLE *
051100*     ACTIVITY DATE IS SKIPPED, AS TABLEARC SKIPS IT.         *
051200*=============================================================*
051300 2000-WARNING-LETTERS.
051400     PERFORM 2910-READ-MASTER-NEXT THRU 2910-EXIT.
051500     PERFORM 2100-WARN-ONE-PLAYER THRU 2100-EXIT
051600         UNTIL WS-PM-EOF OR WS-ABEND-YES.
051700 2000-EXIT.
051800     EXIT.
051900
052000 2100-WARN-ONE-PLAYER.
052100     ADD 1 TO WS-MST-READ.
052200     SET WS-PM-FOUND TO TRUE.
052300     IF MR-LAST-ACTIVE IS NOT NUMERIC OR MR-LAST-ACTIVE = ZERO
052400         GO TO 2100-NEXT
052500     END-IF.
052600     MOVE MR-LAST-ACTIVE TO WS-DN-DATE.
052700     IF WS-DN-MM < 01 OR WS-DN-MM > 12
052800         ADD 1 TO WS-BAD-ACTIVE
052900         SET WS-ISSUE-WARNING TO TRUE
053000         MOVE MR-LAST-ACTIVE TO WS-ISSUE-EVENT
053100         MOVE "BAD LAST-ACTIVE DATE" TO WS-ISSUE-RESULT
053200         PERFORM 5100-PRINT-REGISTER-LINE THRU 5100-EXIT
053300         GO TO 2100-NEXT
053400     END-IF.
053500     PERFORM 6600-DAY-NUMBER THRU 6600-EXIT.
053600     IF WS-DN-DAYS NOT < WS-WARN-LIMIT
053700         GO TO 2100-NEXT
053800     END-IF.
053900     SET WS-ISSUE-WARNING TO TRUE.
054000     MOVE WS-CUTOFF-DATE TO WS-ISSUE-EVENT.
054100     MOVE ZERO TO WS-ISSUE-OWED.
054200     PERFORM 5000-ISSUE-LETTER THRU 5000-EXIT.
054300 2100-NEXT.
054400     PERFORM 2910-READ-MASTER-NEXT THRU 2910-EXIT.
054500 2100-EXIT.
054600     EXIT.
054700
054800*=============================================================*
054900*  2500-WELCOME-LETTERS - EVERY "A" ADD ON THE PLYHIST AUDIT  *
055000*     HISTORY ON OR AFTER THE FROM-DATE.  THE LETTER IS MADE  *
055100*     FROM THE PLAYER'S CURRENT MASTER RECORD; A PLAYER WHO   *
055200*     HAS SINCE LEFT THE MASTER IS LISTED AND GETS NOTHING.   *
055230*     AN ADD WHOSE IMAGE CARRIES ANOTHER ID IS A MERGE AND IS *
055260*     SKIPPED.                                                *
055300*=============================================================*
055400 2500-WELCOME-LETTERS.
055500     OPEN INPUT HIST-FILE.
055600     IF NOT WS-HS-OK
055700         DISPLAY "TABLELTR0080 UNABLE TO OPEN HIST-FILE, "
055800             "STATUS = " WS-HS-STATUS
055900         SET WS-ABEND-YES TO TRUE
056000         GO TO 2500-EXIT
056100     END-IF.
056200     PERFORM 2610-READ-HISTORY THRU 2610-EXIT.
056300     PERFORM 2600-WELCOME-ONE-ADD THRU 2600-EXIT
056400         UNTIL WS-HS-EOF OR WS-ABEND-YES.
056500     CLOSE HIST-FILE.
056600 2500-EXIT.
056700     EXIT.
056800
056900 2600-WELCOME-ONE-ADD.
057000     ADD 1 TO WS-HIST-READ.
057100     IF HS-TRAN-CODE NOT = "A" OR HS-RUN-DATE < WS-FROM-DATE
057200         GO TO 2600-NEXT
057300     END-IF.
057320     MOVE HS-AFTER-IMAGE(1:4) TO WS-IMAGE-ID.
057340     IF WS-IMAGE-ID NOT = HS-ID
057360         GO TO 2600-NEXT
057380     END-IF.
057400     SET WS-ISSUE-WELCOME TO TRUE.
057500     MOVE HS-RUN-DATE TO WS-ISSUE-EVENT.
057600     MOVE ZERO TO WS-ISSUE-OWED.
057700     MOVE HS-ID TO MR-ID.
057800     PERFORM 2920-READ-MASTER-KEY THRU 2920-EXIT.
057900     IF WS-PM-NOT-FOUND
058000         ADD 1 TO WS-OFF-ROSTER
058100         MOVE "NOT ON MASTER - NOT SENT" TO WS-ISSUE-RESULT
058200         PERFORM 5100-PRINT-REGISTER-LINE THRU 5100-EXIT
058300         GO TO 2600-NEXT
058400     END-IF.
058500     PERFORM 5000-ISSUE-LETTER THRU 5000-EXIT.
058600 2600-NEXT.
058700     PERFORM 2610-READ-HISTORY THRU 2610-EXIT.
058800 2600-EXIT.
058900     EXIT.
059000
059100 2610-READ-HISTORY.
059200     READ HIST-FILE
059300         AT END
059400             SET WS-HS-EOF TO TRUE
059500     END-READ.
059600 2610-EXIT.
059700     EXIT.
059800
059900 2910-READ-MASTER-NEXT.
060000     READ PLAYER-MASTER NEXT
060100         AT END
060200             SET WS-PM-EOF TO TRUE
060300     END-READ.
060400 2910-EXIT.
060500     EXIT.
060600
060700 2920-READ-MASTER-KEY.
060800     SET WS-PM-FOUND TO TRUE.
060900     READ PLAYER-MASTER
061000         INVALID KEY
061100             SET WS-PM-NOT-FOUND TO TRUE
061200     END-READ.
061300 2920-EXIT.
061400     EXIT.
061500
061600*=============================================================*
061700*  3000-ARREARS-LETTERS - EVERY DUESMST MEMBER TABLEPAY HAS   *
061800*     MARKED IN ARREARS.  THE LOG IS KEYED ON THE PAID-THROUGH*
061900*     DATE, SO A MEMBER GETS ONE REMINDER EACH TIME THE DUES  *
062000*     FALL INTO ARREARS, NOT ONE EVERY RUN.                   *
062100*=============================================================*
062200 3000-ARREARS-LETTERS.
062300     OPEN INPUT DUES-MASTER.
062400     IF NOT WS-DU-OK
062500         DISPLAY "TABLELTR0085 UNABLE TO OPEN DUES-MASTER, "
062600             "STATUS = " WS-DU-STATUS
062700         SET WS-ABEND-YES TO TRUE
062800         GO TO 3000-EXIT
062900     END-IF.
063000     PERFORM 3110-READ-DUES THRU 3110-EXIT.
063100     PERFORM 3100-REMIND-ONE-MEMBER THRU 3100-EXIT
063200         UNTIL WS-DU-EOF OR WS-ABEND-YES.
063300     CLOSE DUES-MASTER.
063400 3000-EXIT.
063500     EXIT.
063600
063700 3100-REMIND-ONE-MEMBER.
063800     ADD 1 TO WS-DUES-READ.
063900     IF NOT DU-ARREARS
064000         GO TO 3100-NEXT
064100     END-IF.
064200     SET WS-ISSUE-ARREARS TO TRUE.
064300     MOVE DU-PAID-THRU TO WS-ISSUE-EVENT.
064400     MOVE ZERO TO WS-ISSUE-OWED.
064500     IF DU-AMOUNT-DUE > DU-AMOUNT-PAID
064600         SUBTRACT DU-AMOUNT-PAID FROM DU-AMOUNT-DUE
064700             GIVING WS-ISSUE-OWED
064800     END-IF.
064900     MOVE DU-ID TO MR-ID.
065000     PERFORM 2920-READ-MASTER-KEY THRU 2920-EXIT.
065100     IF WS-PM-NOT-FOUND
065200         ADD 1 TO WS-OFF-ROSTER
065300         MOVE "NOT ON MASTER - NOT SENT" TO WS-ISSUE-RESULT
065400         PERFORM 5100-PRINT-REGISTER-LINE THRU 5100-EXIT
065500         GO TO 3100-NEXT
065600     END-IF.
065700     PERFORM 5000-ISSUE-LETTER THRU 5000-EXIT.
065800 3100-NEXT.
065900     PERFORM 3110-READ-DUES THRU 3110-EXIT.
066000 3100-EXIT.
066100     EXIT.
066200
066300 3110-READ-DUES.
066400     READ DUES-MASTER
066500         AT END
066600             SET WS-DU-EOF TO TRUE
066700     END-READ.
066800 3110-EXIT.
066900     EXIT.
067000
067100 4050-PRINT-HEADINGS.
067200     ADD 1 TO WS-PAGE-COUNT.
067300     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
067400     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
067500     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
067600     WRITE PRINT-RECORD FROM RPT-HEADING-1
067700         AFTER ADVANCING PAGE.
067800     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
067900     WRITE PRINT-RECORD FROM RPT-HEADING-2
068000         AFTER ADVANCING 2 LINES.
068100     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
068200         AFTER ADVANCING 1 LINE.
068300     MOVE ZERO TO WS-LINE-COUNT.
068400 4050-EXIT.
068500     EXIT.
068600
068700*=============================================================*
068800*  5000-ISSUE-LETTER - ONE LETTER FOR THE PLAYER NOW IN THE   *
068900*     MASTER RECORD, OF THE TYPE AND EVENT DATE THE CALLING   *
069000*     PASS HAS SET.  SKIPPED QUIETLY WHEN THE LOG SHOWS IT    *
069100*     SENT; HELD BACK AND LISTED WHEN THERE IS NO ADDRESS OR  *
069160*     NO CONSENT; OTHERWISE WRITTEN, LOGGED AND LISTED.  A    *
069220*     LETTER THAT CANNOT BE WRITTEN OR LOGGED STOPS THE RUN.  *
069300*=============================================================*
069400 5000-ISSUE-LETTER.
069500     MOVE WS-ISSUE-TYPE TO LG-TYPE.
069600     MOVE MR-ID TO LG-ID.
069700     MOVE WS-ISSUE-EVENT TO LG-EVENT-DATE.
069800     SET WS-LOG-FOUND TO TRUE.
069900     READ LETTER-LOG
070000         INVALID KEY
070100             SET WS-LOG-NOT-FOUND TO TRUE
070200     END-READ.
070300     IF WS-LOG-FOUND
070400         ADD 1 TO WS-ALREADY-SENT
070500         GO TO 5000-EXIT
070600     END-IF.
070700     MOVE MR-ID TO MD-ID.
070800     SET WS-MD-FOUND TO TRUE.
070900     READ MEMBER-DETAILS
071000         INVALID KEY
071100             SET WS-MD-NOT-FOUND TO TRUE
071200     END-READ.
071300     IF WS-MD-NOT-FOUND
071400         ADD 1 TO WS-NO-ADDRESS
071500         MOVE "NO ADDRESS - NOT SENT" TO WS-ISSUE-RESULT
071600         PERFORM 5100-PRINT-REGISTER-LINE THRU 5100-EXIT
071700         GO TO 5000-EXIT
071800     END-IF.
071900     IF NOT MD-CONSENT-YES
072000         ADD 1 TO WS-NO-CONSENT
072100         MOVE "NO CONSENT - NOT SENT" TO WS-ISSUE-RESULT
072200         PERFORM 5100-PRINT-REGISTER-LINE THRU 5100-EXIT
072300         GO TO 5000-EXIT
072400     END-IF.
072500     MOVE SPACES TO LT-LETTER-RECORD.
072600     MOVE WS-ISSUE-TYPE TO LT-TYPE.
072700     MOVE MR-ID TO LT-ID.
072800     MOVE MR-NAME TO LT-NAME.
072900     MOVE MR-FIRSTNAME TO LT-FIRSTNAME.
073000     MOVE MD-ADDRESS-1 TO LT-ADDRESS-1.
073100     MOVE MD-ADDRESS-2 TO LT-ADDRESS-2.
073200     MOVE MD-TOWN TO LT-TOWN.
073300     MOVE MD-POSTCODE TO LT-POSTCODE.
073400     MOVE MD-EMAIL TO LT-EMAIL.
073500     MOVE MR-CLUB TO LT-CLUB WS-CLUB-LOOK.
073600     PERFORM 6000-FIND-CLUB-NAME THRU 6000-EXIT.
073700     MOVE WS-CLUB-NAME-X TO LT-CLUB-NAME.
073800     MOVE WS-ISSUE-EVENT TO LT-EVENT-DATE.
073900     MOVE ZERO TO LT-LAST-ACTIVE.
074000     IF WS-ISSUE-WARNING
074100         MOVE MR-LAST-ACTIVE TO LT-LAST-ACTIVE
074200     END-IF.
074300     MOVE WS-ISSUE-OWED TO LT-AMOUNT-OWED.
074400     MOVE WS-SYS-DATE TO LT-LETTER-DATE.
074500     WRITE LT-LETTER-RECORD.
074600     IF NOT WS-LT-OK
074700         DISPLAY "TABLELTR0061 LETTER-FILE WRITE FAILED FOR "
074800             MR-ID ", STATUS = " WS-LT-STATUS
074900         SET WS-ABEND-YES TO TRUE
075000         GO TO 5000-EXIT
075100     END-IF.
075200     MOVE WS-SYS-DATE TO LG-SENT-DATE.
075260     WRITE LG-LOG-RECORD
075320         INVALID KEY
075380             DISPLAY "TABLELTR0052 LETTER-LOG WRITE FAILED FOR "
075440                 LG-KEY ", STATUS = " WS-LG-STATUS
075500             SET WS-ABEND-YES TO TRUE
075560     END-WRITE.
075620     IF WS-ABEND-YES
075680         GO TO 5000-EXIT
075740     END-IF.
075800     EVALUATE TRUE
075900         WHEN WS-ISSUE-WELCOME
076000             ADD 1 TO WS-WELCOME-COUNT
076100         WHEN WS-ISSUE-WARNING
076200             ADD 1 TO WS-WARNING-COUNT
076300         WHEN OTHER
076400             ADD 1 TO WS-ARREARS-COUNT
076500     END-EVALUATE.
076600     MOVE "LETTER PRODUCED" TO WS-ISSUE-RESULT.
076700     PERFORM 5100-PRINT-REGISTER-LINE THRU 5100-EXIT.
076800 5000-EXIT.
076900     EXIT.
077000
077100*=============================================================*
077200*  5100-PRINT-REGISTER-LINE - ONE REGISTER LINE FOR THE       *
077300*     PLAYER IN THE MASTER RECORD (OR, FOR A PLAYER OFF THE   *
077400*     MASTER, THE BARE ID IN MR-ID).                          *
077500*=============================================================*
077600 5100-PRINT-REGISTER-LINE.
077700     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
077800         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
077900     END-IF.
078000     EVALUATE TRUE
078100         WHEN WS-ISSUE-WELCOME
078200             MOVE "WELCOME" TO WS-LD-TYPE
078300         WHEN WS-ISSUE-WARNING
078400             MOVE "ARCHIVE WARNING" TO WS-LD-TYPE
078500         WHEN OTHER
078600             MOVE "ARREARS" TO WS-LD-TYPE
078700     END-EVALUATE.
078800     MOVE MR-ID TO WS-LD-ID.
078900     IF WS-PM-NOT-FOUND
079000         MOVE SPACES TO WS-LD-NAME WS-LD-FIRSTNAME WS-LD-CLUB
079100     ELSE
079200         MOVE MR-NAME TO WS-LD-NAME
079300         MOVE MR-FIRSTNAME TO WS-LD-FIRSTNAME
079400         MOVE MR-CLUB TO WS-LD-CLUB
079500     END-IF.
079600     MOVE WS-ISSUE-EVENT TO WS-LD-EVENT-DATE.
079700     MOVE WS-ISSUE-RESULT TO WS-LD-RESULT.
079800     WRITE PRINT-RECORD FROM WS-LTR-DETAIL-LINE
079900         AFTER ADVANCING 1 LINE.
080000     ADD 1 TO WS-LINE-COUNT.
080100 5100-EXIT.
080200     EXIT.
080300
080400*=============================================================*
080500*  6000-FIND-CLUB-NAME - CLUB NAME FOR WS-CLUB-LOOK OFF THE   *
080600*     CLUB TABLE; SPACES WHEN CLUBMST WAS NOT AVAILABLE.      *
080700*=============================================================*
080800 6000-FIND-CLUB-NAME.
080900     MOVE SPACES TO WS-CLUB-NAME-X.
081000     IF WS-CLB-COUNT = ZERO
081100         GO TO 6000-EXIT
081200     END-IF.
081300     MOVE "*UNKNOWN*" TO WS-CLUB-NAME-X.
081400     PERFORM 6010-MATCH-CLUB THRU 6010-EXIT
081500         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
081600 6000-EXIT.
081700     EXIT.
081800
081900 6010-MATCH-CLUB.
082000     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
082100         MOVE WS-CLB-NAME(WS-CDX) TO WS-CLUB-NAME-X
082200         MOVE WS-CLB-COUNT TO WS-CDX
082300     END-IF.
082400 6010-EXIT.
082500     EXIT.
082600
082700*=============================================================*
082800*  6600-DAY-NUMBER - WS-DN-DATE (YYMMDD, CENTURY 20) AS A     *
082900*     COUNT OF DAYS FROM 01/01/2000: 365 A YEAR, ONE MORE FOR *
083000*     EACH LEAP YEAR BEFORE IT (EVERY FOURTH YEAR FROM 2000), *
083100*     THE DAYS BEFORE THE MONTH, THE DAY, AND ONE MORE PAST   *
083200*     FEBRUARY IN A LEAP YEAR.  THE MONTH MUST BE 01-12.      *
083300*=============================================================*
083400 6600-DAY-NUMBER.
083500     COMPUTE WS-DN-LEAPS = (WS-DN-YY + 3) / 4.
083600     COMPUTE WS-DN-DAYS = WS-DN-YY * 365 + WS-DN-LEAPS
083700         + WS-DN-CUM-DAYS(WS-DN-MM) + WS-DN-DD.
083800     DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT
083900         REMAINDER WS-DN-REM.
084000     IF WS-DN-REM = ZERO AND WS-DN-MM > 02
084100         ADD 1 TO WS-DN-DAYS
084200     END-IF.
084300 6600-EXIT.
084400     EXIT.
084500
084600*=============================================================*
084700*  9000-TERMINATE - TRAILER, CLOSE FILES, SET THE RETURN CODE *
084800*=============================================================*
084900 9000-TERMINATE.
085000     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
085100     CLOSE PLAYER-MASTER.
085200     CLOSE MEMBER-DETAILS.
085300     CLOSE LETTER-LOG.
085400     CLOSE LETTER-FILE.
085500     CLOSE PRINT-FILE.
085600     DISPLAY " ".
085700     DISPLAY "***** MEMBER CORRESPONDENCE TOTALS *****".
085800     DISPLAY "ARCHIVE CUTOFF   - " WS-CUTOFF-DATE.
085900     DISPLAY "WARNING DAYS     - " WS-WARN-DAYS.
086000     DISPLAY "MASTER READ      - " WS-MST-READ.
086100     DISPLAY "HISTORY READ     - " WS-HIST-READ.
086200     DISPLAY "DUES READ        - " WS-DUES-READ.
086300     DISPLAY "WELCOME LETTERS  - " WS-WELCOME-COUNT.
086400     DISPLAY "WARNING LETTERS  - " WS-WARNING-COUNT.
086500     DISPLAY "ARREARS LETTERS  - " WS-ARREARS-COUNT.
086600     DISPLAY "ALREADY SENT     - " WS-ALREADY-SENT.
086700     DISPLAY "NO ADDRESS       - " WS-NO-ADDRESS.
086800     DISPLAY "NO CONSENT       - " WS-NO-CONSENT.
086900     DISPLAY "NOT ON MASTER    - " WS-OFF-ROSTER.
087000     DISPLAY "BAD ACTIVE DATE  - " WS-BAD-ACTIVE.
087100     IF WS-NO-ADDRESS > ZERO OR WS-NO-CONSENT > ZERO
087200             OR WS-OFF-ROSTER > ZERO OR WS-BAD-ACTIVE > ZERO
087300         MOVE 4 TO RETURN-CODE
087400     ELSE
087500         MOVE ZERO TO RETURN-CODE
087600     END-IF.
087700 9000-EXIT.
087800     EXIT.
087900
088000*=============================================================*
088100*  9100-PRINT-TRAILER - COUNTS BY LETTER TYPE AND BY REASON   *
088200*     HELD BACK ON THE FOOT OF THE REGISTER.                  *
088300*=============================================================*
088400 9100-PRINT-TRAILER.
088500     IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
088600         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
088700     END-IF.
088800     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
088900         AFTER ADVANCING 1 LINE.
089000     ADD 1 TO WS-LINE-COUNT.
089100     MOVE SPACES TO RPT-TRAILER-LINE.
089200     MOVE WS-CUTOFF-DATE TO RPT-T-NUM.
089300     MOVE "ARCHIVE CUTOFF" TO RPT-T-TEXT.
089400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
089500     MOVE WS-WARN-DAYS TO WS-EDIT-NUM.
089600     MOVE "WARNING DAYS" TO RPT-T-TEXT.
089700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
089800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
089900     MOVE WS-FROM-DATE TO RPT-T-NUM.
090000     MOVE "WELCOME ADDS FROM" TO RPT-T-TEXT.
090100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
090200     MOVE WS-WELCOME-COUNT TO WS-EDIT-NUM.
090300     MOVE "WELCOME LETTERS" TO RPT-T-TEXT.
090400     MOVE WS-EDIT-NUM TO RPT-T-NUM.
090500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
090600     MOVE WS-WARNING-COUNT TO WS-EDIT-NUM.
090700     MOVE "WARNING LETTERS" TO RPT-T-TEXT.
090800     MOVE WS-EDIT-NUM TO RPT-T-NUM.
090900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
091000     MOVE WS-ARREARS-COUNT TO WS-EDIT-NUM.
091100     MOVE "ARREARS LETTERS" TO RPT-T-TEXT.
091200     MOVE WS-EDIT-NUM TO RPT-T-NUM.
091300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
091400     MOVE WS-ALREADY-SENT TO WS-EDIT-NUM.
091500     MOVE "ALREADY SENT" TO RPT-T-TEXT.
091600     MOVE WS-EDIT-NUM TO RPT-T-NUM.
091700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
091800     MOVE WS-NO-ADDRESS TO WS-EDIT-NUM.
091900     MOVE "HELD - NO ADDRESS" TO RPT-T-TEXT.
092000     MOVE WS-EDIT-NUM TO RPT-T-NUM.
092100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
092200     MOVE WS-NO-CONSENT TO WS-EDIT-NUM.
092300     MOVE "HELD - NO CONSENT" TO RPT-T-TEXT.
092400     MOVE WS-EDIT-NUM TO RPT-T-NUM.
092500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
092600     MOVE WS-OFF-ROSTER TO WS-EDIT-NUM.
092700     MOVE "HELD - NOT ON MASTER" TO RPT-T-TEXT.
092800     MOVE WS-EDIT-NUM TO RPT-T-NUM.
092900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
093000     MOVE WS-BAD-ACTIVE TO WS-EDIT-NUM.
093100     MOVE "BAD ACTIVE DATE" TO RPT-T-TEXT.
093200     MOVE WS-EDIT-NUM TO RPT-T-NUM.
093300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
093400 9100-EXIT.
093500     EXIT.
093600
093700 9110-PRINT-FIGURE.
093800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
093900         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
094000     END-IF.
094100     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
094200         AFTER ADVANCING 1 LINE.
094300     MOVE SPACES TO RPT-TRAILER-LINE.
094400     ADD 1 TO WS-LINE-COUNT.
094500 9110-EXIT.
094600     EXIT.
