000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEOVR.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEOVR - STANDING GRADING OVERRIDE REGISTER FOR THE      *
000900*  GRADING COMMITTEE MINUTES.  EVERY MANUAL GRADING CHANGE    *
001000*  KEYED THROUGH TABLEMNT SITS ON THE GRDOVR OVERRIDE FILE    *
001100*  FOR GOOD - PENDING UNTIL TABLEAPR RELEASES OR REJECTS IT,  *
001200*  AND THEN STAMPED WITH THE DECISION.  THE REGISTER LISTS    *
001300*  THE FILE IN THREE SECTIONS, EACH IN PLAYER ID ORDER:       *
001400*    PENDING  - AWAITING A DECISION, WITH THE KEY (ID, DATE   *
001500*               KEYED, SEQUENCE) THE TABLEAPR CARD MUST CARRY *
001600*    RELEASED - APPLIED TO PLAYER-MASTER                      *
001700*    REJECTED - TURNED DOWN, MASTER NEVER CHANGED             *
001800*  EACH LINE SHOWS THE GRADING BEFORE AND AFTER, THE KEYING   *
001900*  OPERATOR AND THE AUTHORIZATION REFERENCE; A DECIDED ONE    *
002000*  ALSO SHOWS WHO DECIDED, WHEN, AND THE REMARK.              *
002100*                                                             *
002200*  CONTROL CARD:  COLUMNS  1-6   DECIDED FROM  YYMMDD         *
002300*  RELEASED AND REJECTED OVERRIDES DECIDED BEFORE THE DATE ARE*
002400*  LEFT OFF (COUNTED ON THE TRAILER) SO EACH MEETING SEES ONLY*
002500*  WHAT IS NEW SINCE THE LAST; PENDING ONES ALWAYS PRINT.  A  *
002600*  BLANK OR MISSING CARD LISTS THE WHOLE FILE.  THE REGISTER  *
002700*  ONLY READS - NOTHING IS UPDATED.                           *
002800*=============================================================*
002900*  MODIFICATION HISTORY                                       *
003000*  DATE      BY   DESCRIPTION                                 *
003100*  10/15/26  JPM  ORIGINAL                                    *
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
004300     SELECT OVERRIDE-FILE ASSIGN TO GRDOVR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS OV-KEY
004700         FILE STATUS IS WS-OV-STATUS.
004800
004900     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS MR-ID
005300         FILE STATUS IS WS-PM-STATUS.
005400
005500     SELECT PRINT-FILE ASSIGN TO OVROUT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PR-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CONTROL-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  CONTROL-CARD           PIC X(80).
006500
006600 FD  OVERRIDE-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY GRDOVR.
007000
007100 FD  PLAYER-MASTER
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PLYMAST.
007500
007600 FD  PRINT-FILE
007700     LABEL RECORDS ARE OMITTED.
007800 01  PRINT-RECORD           PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100*-----------------------------------------------------------*
008200*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
008300*  FROM THE NIGHTLY REPORT, THE REGISTER LINE, AND THE      *
008400*  DECISION LINE UNDER A RELEASED OR REJECTED OVERRIDE.     *
008500*-----------------------------------------------------------*
008600     COPY RPTLINES.
008700
008800 01  WS-OVR-DETAIL-LINE.
008900     05  FILLER              PIC X(10) VALUE SPACES.
009000     05  WS-OD-ID            PIC X(04).
009100     05  FILLER              PIC X(01) VALUE SPACE.
009200     05  WS-OD-NAME          PIC X(12).
009300     05  FILLER              PIC X(01) VALUE SPACE.
009400     05  WS-OD-KEYED         PIC 9(06).
009500     05  FILLER              PIC X(01) VALUE SPACE.
009600     05  WS-OD-SEQ           PIC 9(05).
009700     05  FILLER              PIC X(02) VALUE SPACES.
009800     05  WS-OD-OLD           PIC X(04).
009900     05  FILLER              PIC X(01) VALUE SPACE.
010000     05  WS-OD-NEW           PIC X(04).
010100     05  FILLER              PIC X(02) VALUE SPACES.
010200     05  WS-OD-KEYED-BY      PIC X(08).
010300     05  FILLER              PIC X(01) VALUE SPACE.
010400     05  WS-OD-AUTH-REF      PIC X(10).
010500
010600 01  WS-OVR-NOTE-LINE.
010700     05  FILLER              PIC X(15) VALUE SPACES.
010800     05  WS-ON-TEXT          PIC X(60) VALUE SPACES.
010900
011000 01  WS-OVR-COLHDG.
011100     05  FILLER              PIC X(30)
011200         VALUE "ID   NAME         KEYED  SEQ  ".
011300     05  FILLER              PIC X(30)
011400         VALUE "  OLD  NEW   KEYED BY AUTH REF".
011500
011600*-----------------------------------------------------------*
011700*  SECTION CONTROL - WHICH STATUS THE CURRENT PASS OF THE   *
011800*  OVERRIDE FILE LISTS, AND THE DECIDED-FROM DATE OFF THE   *
011900*  CARD (ZERO LISTS EVERY DECISION).                        *
012000*-----------------------------------------------------------*
012100 77  WS-SECTION-STATUS  PIC X(01) VALUE SPACE.
012200     88  WS-SECTION-PENDING  VALUE "P".
012300     88  WS-SECTION-RELEASED VALUE "R".
012400     88  WS-SECTION-REJECTED VALUE "X".
012500 77  WS-SECTION-LISTED  PIC 9(05) COMP VALUE ZERO.
012600 01  WS-FROM-AREA.
012700     05  WS-FROM-DATE       PIC 9(06) VALUE ZERO.
012800 01  WS-FROM-R REDEFINES WS-FROM-AREA.
012900     05  WS-FROM-YY         PIC 9(02).
013000     05  WS-FROM-MM         PIC 9(02).
013100     05  WS-FROM-DD         PIC 9(02).
013200
013300*-----------------------------------------------------------*
013400*  FILE STATUS AND SWITCHES                                 *
013500*-----------------------------------------------------------*
013600 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
013700     88  WS-CC-OK           VALUE "00".
013800     88  WS-CC-EOF          VALUE "10".
013900 77  WS-OV-STATUS       PIC X(02) VALUE SPACES.
014000     88  WS-OV-OK           VALUE "00".
014100     88  WS-OV-EOF          VALUE "10".
014200 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
014300     88  WS-PM-OK           VALUE "00".
014400 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
014500     88  WS-PR-OK           VALUE "00".
014600 77  WS-ABEND-SW        PIC X(01) VALUE "N".
014700     88  WS-ABEND-YES       VALUE "Y".
014800
014900*-----------------------------------------------------------*
015000*  RUN TOTALS - PRINTED ON THE REGISTER TRAILER             *
015100*-----------------------------------------------------------*
015200 77  WS-OV-READ         PIC 9(05) COMP VALUE ZERO.
015300 77  WS-PENDING-COUNT   PIC 9(05) COMP VALUE ZERO.
015400 77  WS-RELEASED-COUNT  PIC 9(05) COMP VALUE ZERO.
015500 77  WS-REJECTED-COUNT  PIC 9(05) COMP VALUE ZERO.
015600 77  WS-EARLIER-COUNT   PIC 9(05) COMP VALUE ZERO.
015700 77  WS-EDIT-NUM        PIC ZZZZZZ9.
015800
015900*-----------------------------------------------------------*
016000*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
016100*  NIGHTLY REPORT.                                          *
016200*-----------------------------------------------------------*
016300 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
016400 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
016500 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
016600 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
016700 77  WS-RPT-COLHDG      PIC X(70) VALUE SPACES.
016800 01  WS-SYS-DATE-AREA.
016900     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
017000 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
017100     05  WS-SYS-YY          PIC 9(02).
017200     05  WS-SYS-MM          PIC 9(02).
017300     05  WS-SYS-DD          PIC 9(02).
017400 01  WS-RUN-DATE-ED.
017500     05  WS-RUN-MM          PIC 9(02).
017600     05  FILLER             PIC X(01) VALUE "/".
017700     05  WS-RUN-DD          PIC 9(02).
017800     05  FILLER             PIC X(01) VALUE "/".
017900     05  WS-RUN-YY          PIC 9(02).
018000
018100 PROCEDURE DIVISION.
018200*=============================================================*
018300*  0000-MAINLINE                                              *
018400*=============================================================*
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     IF WS-ABEND-YES
018800         GO TO 9999-ABEND
018900     END-IF.
019000     MOVE "P" TO WS-SECTION-STATUS.
019100     PERFORM 2000-LIST-SECTION THRU 2000-EXIT.
019200     IF WS-ABEND-YES
019300         GO TO 9999-ABEND
019400     END-IF.
019500     MOVE "R" TO WS-SECTION-STATUS.
019600     PERFORM 2000-LIST-SECTION THRU 2000-EXIT.
019700     IF WS-ABEND-YES
019800         GO TO 9999-ABEND
019900     END-IF.
020000     MOVE "X" TO WS-SECTION-STATUS.
020100     PERFORM 2000-LIST-SECTION THRU 2000-EXIT.
020200     IF WS-ABEND-YES
020300         GO TO 9999-ABEND
020400     END-IF.
020500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020600     GOBACK.
020700 9999-ABEND.
020800     CLOSE PLAYER-MASTER.
020900     CLOSE PRINT-FILE.
021000     MOVE 16 TO RETURN-CODE.
021100     GOBACK.
021200 0000-EXIT.
021300     EXIT.
021400
021500*=============================================================*
021600*  1000-INITIALIZE - OPEN THE REGISTER, TAKE THE DECIDED-FROM *
021700*     DATE AND OPEN THE MASTER FOR THE NAME LOOKUPS.          *
021800*=============================================================*
021900 1000-INITIALIZE.
022000     OPEN OUTPUT PRINT-FILE.
022100     IF NOT WS-PR-OK
022200         DISPLAY "TABLEOVR0010 UNABLE TO OPEN PRINT-FILE, "
022300             "STATUS = " WS-PR-STATUS
022400         SET WS-ABEND-YES TO TRUE
022500         GO TO 1000-EXIT
022600     END-IF.
022700     ACCEPT WS-SYS-DATE FROM DATE.
022800     MOVE WS-SYS-MM TO WS-RUN-MM.
022900     MOVE WS-SYS-DD TO WS-RUN-DD.
023000     MOVE WS-SYS-YY TO WS-RUN-YY.
023100     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
023200     IF WS-ABEND-YES
023300         GO TO 1000-EXIT
023400     END-IF.
023500     OPEN INPUT PLAYER-MASTER.
023600     IF NOT WS-PM-OK
023700         DISPLAY "TABLEOVR0030 UNABLE TO OPEN PLAYER-MASTER, "
023800             "STATUS = " WS-PM-STATUS
023900         SET WS-ABEND-YES TO TRUE
024000     END-IF.
024100 1000-EXIT.
024200     EXIT.
024300
024400*=============================================================*
024500*  1100-READ-CONTROL-CARD - DECIDED-FROM DATE YYMMDD IN       *
024600*     COLUMNS 1-6.  A BLANK OR MISSING CARD LISTS EVERYTHING. *
024700*=============================================================*
024800 1100-READ-CONTROL-CARD.
024900     MOVE ZERO TO WS-FROM-DATE.
025000     OPEN INPUT CONTROL-FILE.
025100     IF NOT WS-CC-OK
025200         DISPLAY "TABLEOVR0015 UNABLE TO OPEN CONTROL-FILE, "
025300             "STATUS = " WS-CC-STATUS
025400         SET WS-ABEND-YES TO TRUE
025500         GO TO 1100-EXIT
025600     END-IF.
025700     READ CONTROL-FILE
025800         AT END
025900             SET WS-CC-EOF TO TRUE
026000     END-READ.
026100     IF WS-CC-EOF OR CONTROL-CARD(1:6) = SPACES
026200         GO TO 1100-CLOSE
026300     END-IF.
026400     IF CONTROL-CARD(1:6) IS NOT NUMERIC
026500         DISPLAY "TABLEOVR0020 DECIDED-FROM DATE NOT NUMERIC - "
026600             CONTROL-CARD(1:6)
026700         SET WS-ABEND-YES TO TRUE
026800         GO TO 1100-CLOSE
026900     END-IF.
027000     MOVE CONTROL-CARD(1:6) TO WS-FROM-DATE.
027100     IF WS-FROM-MM < 01 OR WS-FROM-MM > 12
027200             OR WS-FROM-DD < 01 OR WS-FROM-DD > 31
027300         DISPLAY "TABLEOVR0021 DECIDED-FROM DATE NOT A VALID "
027400             "YYMMDD DATE - " CONTROL-CARD(1:6)
027500         SET WS-ABEND-YES TO TRUE
027600     END-IF.
027700 1100-CLOSE.
027800     CLOSE CONTROL-FILE.
027900 1100-EXIT.
028000     EXIT.
028100
028200*=============================================================*
028300*  2000-LIST-SECTION - ONE PASS OF THE OVERRIDE FILE, LISTING *
028400*     EVERY OVERRIDE IN THE STATUS WS-SECTION-STATUS NAMES,   *
028500*     UNDER A HEADING OF ITS OWN.                             *
028600*=============================================================*
028700 2000-LIST-SECTION.
028800     EVALUATE TRUE
028900         WHEN WS-SECTION-PENDING
029000             MOVE "GRADING OVERRIDES - PENDING"
029100                 TO WS-RPT-TITLE
029200         WHEN WS-SECTION-RELEASED
029300             MOVE "GRADING OVERRIDES - RELEASED"
029400                 TO WS-RPT-TITLE
029500         WHEN OTHER
029600             MOVE "GRADING OVERRIDES - REJECTED"
029700                 TO WS-RPT-TITLE
029800     END-EVALUATE.
029900     MOVE WS-OVR-COLHDG TO WS-RPT-COLHDG.
030000     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
030100     MOVE ZERO TO WS-SECTION-LISTED.
030200     OPEN INPUT OVERRIDE-FILE.
030300     IF NOT WS-OV-OK
030400         DISPLAY "TABLEOVR0040 UNABLE TO OPEN OVERRIDE-FILE, "
030500             "STATUS = " WS-OV-STATUS
030600         SET WS-ABEND-YES TO TRUE
030700         GO TO 2000-EXIT
030800     END-IF.
030900     PERFORM 2910-READ-OVERRIDE THRU 2910-EXIT.
031000     PERFORM 2100-LIST-ONE-OVERRIDE THRU 2100-EXIT
031100         UNTIL WS-OV-EOF.
031200     CLOSE OVERRIDE-FILE.
031300     IF WS-SECTION-LISTED = ZERO
031400         MOVE SPACES TO RPT-EXCEPT-LINE
031500         MOVE "NONE" TO RPT-E-REASON
031600         WRITE PRINT-RECORD FROM RPT-EXCEPT-LINE
031700             AFTER ADVANCING 1 LINE
031800         ADD 1 TO WS-LINE-COUNT
031900     END-IF.
032000 2000-EXIT.
032100     EXIT.
032200
032300 2100-LIST-ONE-OVERRIDE.
032400     IF WS-SECTION-PENDING
032500         ADD 1 TO WS-OV-READ
032600     END-IF.
032700     IF OV-STATUS NOT = WS-SECTION-STATUS
032800         GO TO 2100-NEXT
032900     END-IF.
033000     IF NOT OV-PENDING AND OV-DECIDED-DATE < WS-FROM-DATE
033100         ADD 1 TO WS-EARLIER-COUNT
033200         GO TO 2100-NEXT
033300     END-IF.
033400     EVALUATE TRUE
033500         WHEN OV-PENDING
033600             ADD 1 TO WS-PENDING-COUNT
033700         WHEN OV-RELEASED
033800             ADD 1 TO WS-RELEASED-COUNT
033900         WHEN OTHER
034000             ADD 1 TO WS-REJECTED-COUNT
034100     END-EVALUATE.
034200     ADD 1 TO WS-SECTION-LISTED.
034300     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
034400         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
034500     END-IF.
034600     PERFORM 2200-FETCH-NAME THRU 2200-EXIT.
034700     MOVE OV-ID TO WS-OD-ID.
034800     MOVE OV-KEYED-DATE TO WS-OD-KEYED.
034900     MOVE OV-KEYED-SEQ TO WS-OD-SEQ.
035000     MOVE OV-OLD-GRADING TO WS-OD-OLD.
035100     MOVE OV-NEW-GRADING TO WS-OD-NEW.
035200     MOVE OV-KEYED-BY TO WS-OD-KEYED-BY.
035300     MOVE OV-AUTH-REF TO WS-OD-AUTH-REF.
035400     WRITE PRINT-RECORD FROM WS-OVR-DETAIL-LINE
035500         AFTER ADVANCING 1 LINE.
035600     ADD 1 TO WS-LINE-COUNT.
035700     IF OV-PENDING
035800         GO TO 2100-NEXT
035900     END-IF.
036000     MOVE SPACES TO WS-ON-TEXT.
036100     STRING "DECIDED BY " OV-DECIDED-BY " ON " OV-DECIDED-DATE
036200         "  " OV-REMARK DELIMITED BY SIZE INTO WS-ON-TEXT.
036300     WRITE PRINT-RECORD FROM WS-OVR-NOTE-LINE
036400         AFTER ADVANCING 1 LINE.
036500     ADD 1 TO WS-LINE-COUNT.
036600 2100-NEXT.
036700     PERFORM 2910-READ-OVERRIDE THRU 2910-EXIT.
036800 2100-EXIT.
036900     EXIT.
037000
037100*=============================================================*
037200*  2200-FETCH-NAME - THE SURNAME OFF THE MASTER, FOR THE      *
037300*     MINUTES.  A PLAYER SINCE ARCHIVED OR MERGED AWAY PRINTS *
037400*     WITH THE NAME COLUMN MARKED.                            *
037500*=============================================================*
037600 2200-FETCH-NAME.
037700     MOVE OV-ID TO MR-ID.
037800     READ PLAYER-MASTER
037900         INVALID KEY
038000             MOVE "*NOT ON MST*" TO WS-OD-NAME
038100             GO TO 2200-EXIT
038200     END-READ.
038300     MOVE MR-NAME TO WS-OD-NAME.
038400 2200-EXIT.
038500     EXIT.
038600
038700 2910-READ-OVERRIDE.
038800     READ OVERRIDE-FILE
038900         AT END
039000             SET WS-OV-EOF TO TRUE
039100     END-READ.
039200 2910-EXIT.
039300     EXIT.
039400
039500 4050-PRINT-HEADINGS.
039600     ADD 1 TO WS-PAGE-COUNT.
039700     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
039800     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
039900     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
040000     WRITE PRINT-RECORD FROM RPT-HEADING-1
040100         AFTER ADVANCING PAGE.
040200     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
040300     WRITE PRINT-RECORD FROM RPT-HEADING-2
040400         AFTER ADVANCING 2 LINES.
040500     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
040600         AFTER ADVANCING 1 LINE.
040700     MOVE ZERO TO WS-LINE-COUNT.
040800 4050-EXIT.
040900     EXIT.
041000
041100*=============================================================*
041200*  9000-TERMINATE - TRAILER, CLOSE FILES, SET THE RETURN CODE *
041300*=============================================================*
041400 9000-TERMINATE.
041500     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
041600     CLOSE PLAYER-MASTER.
041700     CLOSE PRINT-FILE.
041800     DISPLAY " ".
041900     DISPLAY "***** GRADING OVERRIDE REGISTER TOTALS *****".
042000     DISPLAY "DECIDED FROM - " WS-FROM-DATE.
042100     DISPLAY "OVERRIDES    - " WS-OV-READ.
042200     DISPLAY "PENDING      - " WS-PENDING-COUNT.
042300     DISPLAY "RELEASED     - " WS-RELEASED-COUNT.
042400     DISPLAY "REJECTED     - " WS-REJECTED-COUNT.
042500     DISPLAY "EARLIER      - " WS-EARLIER-COUNT.
042600     MOVE ZERO TO RETURN-CODE.
042700 9000-EXIT.
042800     EXIT.
042900
043000*=============================================================*
043100*  9100-PRINT-TRAILER - COUNTS BY STATUS ON THE FOOT OF THE   *
043200*     REGISTER.                                               *
043300*=============================================================*
043400 9100-PRINT-TRAILER.
043500     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
043600         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
043700     END-IF.
043800     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
043900         AFTER ADVANCING 1 LINE.
044000     ADD 1 TO WS-LINE-COUNT.
044100     MOVE SPACES TO RPT-TRAILER-LINE.
044200     MOVE WS-FROM-DATE TO RPT-T-NUM.
044300     MOVE "DECIDED FROM" TO RPT-T-TEXT.
044400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
044500     MOVE WS-OV-READ TO WS-EDIT-NUM.
044600     MOVE "OVERRIDES ON FILE" TO RPT-T-TEXT.
044700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
044800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
044900     MOVE WS-PENDING-COUNT TO WS-EDIT-NUM.
045000     MOVE "PENDING" TO RPT-T-TEXT.
045100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
045200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
045300     MOVE WS-RELEASED-COUNT TO WS-EDIT-NUM.
045400     MOVE "RELEASED" TO RPT-T-TEXT.
045500     MOVE WS-EDIT-NUM TO RPT-T-NUM.
045600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
045700     MOVE WS-REJECTED-COUNT TO WS-EDIT-NUM.
045800     MOVE "REJECTED" TO RPT-T-TEXT.
045900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
046000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
046100     MOVE WS-EARLIER-COUNT TO WS-EDIT-NUM.
046200     MOVE "DECIDED EARLIER" TO RPT-T-TEXT.
046300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
046400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
046500 9100-EXIT.
046600     EXIT.
046700
046800 9110-PRINT-FIGURE.
046900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
047000         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
047100     END-IF.
047200     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
047300         AFTER ADVANCING 1 LINE.
047400     MOVE SPACES TO RPT-TRAILER-LINE.
047500     ADD 1 TO WS-LINE-COUNT.
047600 9110-EXIT.
047700     EXIT.
