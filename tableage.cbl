000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEAGE.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEAGE - AGE CATEGORY REGISTER.  EVERY PLAYER ON THE     *
000900*  MASTER IS LISTED WITH THE DATE OF BIRTH HELD ON THE MBRDTL *
001000*  MEMBER DETAILS FILE, THE AGE IT GIVES ON THE SEASON DATE,  *
001100*  AND THE AGE CATEGORY THAT AGE FALLS IN:                    *
001200*    JUNIOR  - UNDER 18 ON THE SEASON DATE                    *
001300*    SENIOR  - 18 TO 59                                       *
001400*    VETERAN - 60 AND OVER                                    *
001500*  THE SAME RULE DECIDES THE CATEGORY-RESTRICTED LEADERBOARD  *
001600*  IN TABLE AND THE CATEGORY SECTIONS IN TABLESEC.  A SECOND  *
001700*  PAGE LISTS EVERY PLAYER WITH NO DETAILS ON FILE, FOR THE   *
001800*  MEMBERSHIP SECRETARY TO CHASE - SUCH A PLAYER HAS NO       *
001900*  CATEGORY AND IS LEFT OUT OF EVERY RESTRICTED RUN.          *
002000*                                                             *
002100*  CONTROL CARD:  COLUMNS  1-6   SEASON DATE  YYMMDD          *
002200*  A BLANK OR MISSING CARD TAKES TODAY'S DATE.                *
002300*  RC=4 MEANS AT LEAST ONE PLAYER HAS NO DETAILS ON FILE.     *
002400*=============================================================*
002500*  MODIFICATION HISTORY                                       *
002600*  DATE      BY   DESCRIPTION                                 *
002700*  10/15/26  JPM  ORIGINAL                                    *
002800*=============================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONTROL-FILE ASSIGN TO SYSIN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CC-STATUS.
003800
003900     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS MR-ID
004300         FILE STATUS IS WS-PM-STATUS.
004400
004500     SELECT MEMBER-DETAILS ASSIGN TO MBRDTL
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS MD-ID
004900         FILE STATUS IS WS-MD-STATUS.
005000
005100     SELECT PRINT-FILE ASSIGN TO AGEOUT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PR-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTROL-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  CONTROL-CARD           PIC X(80).
006100
006200 FD  PLAYER-MASTER
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY PLYMAST.
006600
006700 FD  MEMBER-DETAILS
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY MBRDTL.
007100
007200 FD  PRINT-FILE
007300     LABEL RECORDS ARE OMITTED.
007400 01  PRINT-RECORD           PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700*-----------------------------------------------------------*
007800*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
007900*  FROM THE NIGHTLY REPORT, PLUS THE REGISTER LINE.         *
008000*-----------------------------------------------------------*
008100     COPY RPTLINES.
008200
008300 01  WS-AGE-DETAIL-LINE.
008400     05  FILLER              PIC X(10) VALUE SPACES.
008500     05  WS-AD-ID            PIC X(04).
008600     05  FILLER              PIC X(01) VALUE SPACE.
008700     05  WS-AD-NAME          PIC X(12).
008800     05  FILLER              PIC X(01) VALUE SPACE.
008900     05  WS-AD-FIRSTNAME     PIC X(13).
009000     05  FILLER              PIC X(01) VALUE SPACE.
009100     05  WS-AD-CLUB          PIC X(03).
009200     05  FILLER              PIC X(02) VALUE SPACES.
009300     05  WS-AD-BORN          PIC 9(08).
009400     05  FILLER              PIC X(02) VALUE SPACES.
009500     05  WS-AD-AGE           PIC ZZ9.
009600     05  FILLER              PIC X(02) VALUE SPACES.
009700     05  WS-AD-CATEGORY      PIC X(07).
009800     05  FILLER              PIC X(02) VALUE SPACES.
009900     05  WS-AD-CONSENT       PIC X(03).
010000
010100 01  WS-AGE-COLHDG.
010200     05  FILLER              PIC X(35)
010300         VALUE "ID   NAME         FIRST NAME    CLB".
010400     05  FILLER              PIC X(33)
010500         VALUE "  BORN      AGE  CATEGORY CONSENT".
010600
010700 01  WS-MISS-COLHDG.
010800     05  FILLER              PIC X(35)
010900         VALUE "ID   NAME         REASON".
011000
011100*-----------------------------------------------------------*
011200*  SEASON DATE - YYMMDD OFF THE CARD, CENTURY 20 ASSUMED AS *
011300*  EVERYWHERE ELSE, SO IT COMPARES WITH THE CCYYMMDD DATE   *
011400*  OF BIRTH ON MBRDTL.                                      *
011500*-----------------------------------------------------------*
011600 01  WS-SEASON-AREA.
011700     05  WS-SEASON-CC       PIC 9(02) VALUE 20.
011800     05  WS-SEASON-YYMMDD   PIC 9(06) VALUE ZERO.
011900 01  WS-SEASON-R REDEFINES WS-SEASON-AREA.
012000     05  WS-SEASON-DATE8    PIC 9(08).
012100 01  WS-SEASON-R2 REDEFINES WS-SEASON-AREA.
012200     05  WS-SEASON-CCYY     PIC 9(04).
012300     05  WS-SEASON-MM       PIC 9(02).
012400     05  WS-SEASON-DD       PIC 9(02).
012500 01  WS-SEASON-R3 REDEFINES WS-SEASON-AREA.
012600     05  FILLER             PIC 9(04).
012700     05  WS-SEASON-MMDD     PIC 9(04).
012800
012900*-----------------------------------------------------------*
013000*  AGE CATEGORY DERIVATION - AGE IN WHOLE YEARS ON THE      *
013100*  SEASON DATE, AND THE CATEGORY IT FALLS IN.  A DATE OF    *
013200*  BIRTH AFTER THE SEASON DATE COUNTS AS AGE ZERO, JUNIOR.  *
013300*-----------------------------------------------------------*
013400 77  WS-AGE             PIC 9(03) VALUE ZERO.
013500 77  WS-JUNIOR-LIMIT    PIC 9(03) VALUE 18.
013600 77  WS-VETERAN-AGE     PIC 9(03) VALUE 60.
013700 77  WS-AGE-CAT         PIC X(01) VALUE SPACE.
013800     88  WS-AGE-JUNIOR      VALUE "J".
013900     88  WS-AGE-SENIOR      VALUE "S".
014000     88  WS-AGE-VETERAN     VALUE "V".
014100 77  WS-AGE-CAT-NAME    PIC X(07) VALUE SPACES.
014200
014300*-----------------------------------------------------------*
014400*  FILE STATUS AND SWITCHES                                 *
014500*-----------------------------------------------------------*
014600 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
014700     88  WS-CC-OK           VALUE "00".
014800     88  WS-CC-EOF          VALUE "10".
014900 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
015000     88  WS-PM-OK           VALUE "00".
015100     88  WS-PM-EOF          VALUE "10".
015200 77  WS-MD-STATUS       PIC X(02) VALUE SPACES.
015300     88  WS-MD-OK           VALUE "00".
015400 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
015500     88  WS-PR-OK           VALUE "00".
015600 77  WS-ABEND-SW        PIC X(01) VALUE "N".
015700     88  WS-ABEND-YES       VALUE "Y".
015800 77  WS-FOUND-SW        PIC X(01) VALUE "N".
015900     88  WS-MD-FOUND        VALUE "Y".
016000     88  WS-MD-NOT-FOUND    VALUE "N".
016100
016200*-----------------------------------------------------------*
016300*  RUN TOTALS - PRINTED ON THE REGISTER TRAILER             *
016400*-----------------------------------------------------------*
016500 77  WS-MST-READ        PIC 9(05) COMP VALUE ZERO.
016600 77  WS-JUNIOR-COUNT    PIC 9(05) COMP VALUE ZERO.
016700 77  WS-SENIOR-COUNT    PIC 9(05) COMP VALUE ZERO.
016800 77  WS-VETERAN-COUNT   PIC 9(05) COMP VALUE ZERO.
016900 77  WS-MISSING-COUNT   PIC 9(05) COMP VALUE ZERO.
017000 77  WS-NO-CONSENT      PIC 9(05) COMP VALUE ZERO.
017100 77  WS-EDIT-NUM        PIC ZZZZZZ9.
017200
017300*-----------------------------------------------------------*
017400*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
017500*  NIGHTLY REPORT.                                          *
017600*-----------------------------------------------------------*
017700 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
017800 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
017900 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
018000 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
018100 77  WS-RPT-COLHDG      PIC X(70) VALUE SPACES.
018200 01  WS-SYS-DATE-AREA.
018300     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
018400 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
018500     05  WS-SYS-YY          PIC 9(02).
018600     05  WS-SYS-MM          PIC 9(02).
018700     05  WS-SYS-DD          PIC 9(02).
018800 01  WS-RUN-DATE-ED.
018900     05  WS-RUN-MM          PIC 9(02).
019000     05  FILLER             PIC X(01) VALUE "/".
019100     05  WS-RUN-DD          PIC 9(02).
019200     05  FILLER             PIC X(01) VALUE "/".
019300     05  WS-RUN-YY          PIC 9(02).
019400
019500 PROCEDURE DIVISION.
019600*=============================================================*
019700*  0000-MAINLINE                                              *
019800*=============================================================*
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     IF WS-ABEND-YES
020200         GO TO 9999-ABEND
020300     END-IF.
020400     PERFORM 2000-LIST-CATEGORIES THRU 2000-EXIT.
020500     IF WS-ABEND-YES
020600         GO TO 9999-ABEND
020700     END-IF.
020800     PERFORM 3000-LIST-MISSING THRU 3000-EXIT.
020900     IF WS-ABEND-YES
021000         GO TO 9999-ABEND
021100     END-IF.
021200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021300     GOBACK.
021400 9999-ABEND.
021500     CLOSE PRINT-FILE.
021600     MOVE 16 TO RETURN-CODE.
021700     GOBACK.
021800 0000-EXIT.
021900     EXIT.
022000
022100*=============================================================*
022200*  1000-INITIALIZE - OPEN THE REGISTER, TAKE THE SEASON DATE  *
022300*     AND OPEN THE MEMBER DETAILS FOR THE RANDOM LOOKUPS.     *
022400*=============================================================*
022500 1000-INITIALIZE.
022600     OPEN OUTPUT PRINT-FILE.
022700     IF NOT WS-PR-OK
022800         DISPLAY "TABLEAGE0010 UNABLE TO OPEN PRINT-FILE, "
022900             "STATUS = " WS-PR-STATUS
023000         SET WS-ABEND-YES TO TRUE
023100         GO TO 1000-EXIT
023200     END-IF.
023300     ACCEPT WS-SYS-DATE FROM DATE.
023400     MOVE WS-SYS-MM TO WS-RUN-MM.
023500     MOVE WS-SYS-DD TO WS-RUN-DD.
023600     MOVE WS-SYS-YY TO WS-RUN-YY.
023700     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
023800     IF WS-ABEND-YES
023900         GO TO 1000-EXIT
024000     END-IF.
024100     OPEN INPUT MEMBER-DETAILS.
024200     IF NOT WS-MD-OK
024300         DISPLAY "TABLEAGE0040 UNABLE TO OPEN MEMBER-DETAILS, "
024400             "STATUS = " WS-MD-STATUS
024500         SET WS-ABEND-YES TO TRUE
024600     END-IF.
024700 1000-EXIT.
024800     EXIT.
024900
025000*=============================================================*
025100*  1100-READ-CONTROL-CARD - SEASON DATE YYMMDD IN COLUMNS 1-6.*
025200*     A BLANK OR MISSING CARD TAKES TODAY'S DATE.             *
025300*=============================================================*
025400 1100-READ-CONTROL-CARD.
025500     MOVE WS-SYS-DATE TO WS-SEASON-YYMMDD.
025600     OPEN INPUT CONTROL-FILE.
025700     IF NOT WS-CC-OK
025800         DISPLAY "TABLEAGE0015 UNABLE TO OPEN CONTROL-FILE, "
025900             "STATUS = " WS-CC-STATUS
026000         SET WS-ABEND-YES TO TRUE
026100         GO TO 1100-EXIT
026200     END-IF.
026300     READ CONTROL-FILE
026400         AT END
026500             SET WS-CC-EOF TO TRUE
026600     END-READ.
026700     IF WS-CC-EOF OR CONTROL-CARD(1:6) = SPACES
026800         GO TO 1100-CLOSE
026900     END-IF.
027000     IF CONTROL-CARD(1:6) IS NOT NUMERIC
027100         DISPLAY "TABLEAGE0020 SEASON DATE NOT NUMERIC - "
027200             CONTROL-CARD(1:6)
027300         SET WS-ABEND-YES TO TRUE
027400         GO TO 1100-CLOSE
027500     END-IF.
027600     MOVE CONTROL-CARD(1:6) TO WS-SEASON-YYMMDD.
027700     IF WS-SEASON-MM < 01 OR WS-SEASON-MM > 12
027800             OR WS-SEASON-DD < 01 OR WS-SEASON-DD > 31
027900         DISPLAY "TABLEAGE0021 SEASON DATE NOT A VALID YYMMDD "
028000             "DATE - " CONTROL-CARD(1:6)
028100         SET WS-ABEND-YES TO TRUE
028200     END-IF.
028300 1100-CLOSE.
028400     CLOSE CONTROL-FILE.
028500 1100-EXIT.
028600     EXIT.
028700
028800*=============================================================*
028900*  2000-LIST-CATEGORIES - ONE REGISTER LINE PER PLAYER WITH   *
029000*     DETAILS ON FILE, IN PLAYER ID ORDER.                    *
029100*=============================================================*
029200 2000-LIST-CATEGORIES.
029300     MOVE "AGE CATEGORY REGISTER" TO WS-RPT-TITLE.
029400     MOVE WS-AGE-COLHDG TO WS-RPT-COLHDG.
029500     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
029600     PERFORM 2900-OPEN-MASTER THRU 2900-EXIT.
029700     IF WS-ABEND-YES
029800         GO TO 2000-EXIT
029900     END-IF.
030000     PERFORM 2910-READ-MASTER THRU 2910-EXIT.
030100     PERFORM 2100-LIST-ONE-PLAYER THRU 2100-EXIT
030200         UNTIL WS-PM-EOF.
030300     CLOSE PLAYER-MASTER.
030400 2000-EXIT.
030500     EXIT.
030600
030700 2100-LIST-ONE-PLAYER.
030800     ADD 1 TO WS-MST-READ.
030900     PERFORM 2200-FETCH-DETAILS THRU 2200-EXIT.
031000     IF WS-MD-NOT-FOUND
031100         ADD 1 TO WS-MISSING-COUNT
031200         GO TO 2100-NEXT
031300     END-IF.
031400     PERFORM 6500-DERIVE-CATEGORY THRU 6500-EXIT.
031500     EVALUATE TRUE
031600         WHEN WS-AGE-JUNIOR
031700             ADD 1 TO WS-JUNIOR-COUNT
031800         WHEN WS-AGE-SENIOR
031900             ADD 1 TO WS-SENIOR-COUNT
032000         WHEN OTHER
032100             ADD 1 TO WS-VETERAN-COUNT
032200     END-EVALUATE.
032300     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
032400         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
032500     END-IF.
032600     MOVE MR-ID TO WS-AD-ID.
032700     MOVE MR-NAME TO WS-AD-NAME.
032800     MOVE MR-FIRSTNAME TO WS-AD-FIRSTNAME.
032900     MOVE MR-CLUB TO WS-AD-CLUB.
033000     MOVE MD-BIRTH-DATE TO WS-AD-BORN.
033100     MOVE WS-AGE TO WS-AD-AGE.
033200     MOVE WS-AGE-CAT-NAME TO WS-AD-CATEGORY.
033300     IF MD-CONSENT-YES
033400         MOVE "YES" TO WS-AD-CONSENT
033500     ELSE
033600         MOVE "NO" TO WS-AD-CONSENT
033700         ADD 1 TO WS-NO-CONSENT
033800     END-IF.
033900     WRITE PRINT-RECORD FROM WS-AGE-DETAIL-LINE
034000         AFTER ADVANCING 1 LINE.
034100     ADD 1 TO WS-LINE-COUNT.
034200 2100-NEXT.
034300     PERFORM 2910-READ-MASTER THRU 2910-EXIT.
034400 2100-EXIT.
034500     EXIT.
034600
034700 2200-FETCH-DETAILS.
034800     MOVE MR-ID TO MD-ID.
034900     SET WS-MD-FOUND TO TRUE.
035000     READ MEMBER-DETAILS
035100         INVALID KEY
035200             SET WS-MD-NOT-FOUND TO TRUE
035300     END-READ.
035400 2200-EXIT.
035500     EXIT.
035600
035700 2900-OPEN-MASTER.
035800     OPEN INPUT PLAYER-MASTER.
035900     IF NOT WS-PM-OK
036000         DISPLAY "TABLEAGE0030 UNABLE TO OPEN PLAYER-MASTER, "
036100             "STATUS = " WS-PM-STATUS
036200         SET WS-ABEND-YES TO TRUE
036300     END-IF.
036400 2900-EXIT.
036500     EXIT.
036600
036700 2910-READ-MASTER.
036800     READ PLAYER-MASTER
036900         AT END
037000             SET WS-PM-EOF TO TRUE
037100     END-READ.
037200 2910-EXIT.
037300     EXIT.
037400
037500*=============================================================*
037600*  3000-LIST-MISSING - A SECOND PASS OF THE MASTER LISTING    *
037700*     EVERY PLAYER WITH NO MEMBER DETAILS ON FILE, ON A PAGE  *
037800*     OF ITS OWN FOR THE MEMBERSHIP SECRETARY.                *
037900*=============================================================*
038000 3000-LIST-MISSING.
038100     MOVE "PLAYERS WITH NO MEMBER DETAILS" TO WS-RPT-TITLE.
038200     MOVE WS-MISS-COLHDG TO WS-RPT-COLHDG.
038300     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
038400     IF WS-MISSING-COUNT = ZERO
038500         MOVE SPACES TO RPT-EXCEPT-LINE
038600         MOVE "NONE - EVERY PLAYER HAS DETAILS" TO RPT-E-REASON
038700         WRITE PRINT-RECORD FROM RPT-EXCEPT-LINE
038800             AFTER ADVANCING 1 LINE
038900         ADD 1 TO WS-LINE-COUNT
039000         GO TO 3000-EXIT
039100     END-IF.
039200     PERFORM 2900-OPEN-MASTER THRU 2900-EXIT.
039300     IF WS-ABEND-YES
039400         GO TO 3000-EXIT
039500     END-IF.
039600     PERFORM 2910-READ-MASTER THRU 2910-EXIT.
039700     PERFORM 3100-CHECK-ONE-PLAYER THRU 3100-EXIT
039800         UNTIL WS-PM-EOF.
039900     CLOSE PLAYER-MASTER.
040000 3000-EXIT.
040100     EXIT.
040200
040300 3100-CHECK-ONE-PLAYER.
040400     PERFORM 2200-FETCH-DETAILS THRU 2200-EXIT.
040500     IF WS-MD-FOUND
040600         GO TO 3100-NEXT
040700     END-IF.
040800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
040900         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
041000     END-IF.
041100     MOVE SPACES TO RPT-EXCEPT-LINE.
041200     MOVE MR-ID TO RPT-E-ID.
041300     MOVE MR-NAME TO RPT-E-NAME.
041400     MOVE "NO MEMBER DETAILS ON FILE" TO RPT-E-REASON.
041500     WRITE PRINT-RECORD FROM RPT-EXCEPT-LINE
041600         AFTER ADVANCING 1 LINE.
041700     ADD 1 TO WS-LINE-COUNT.
041800 3100-NEXT.
041900     PERFORM 2910-READ-MASTER THRU 2910-EXIT.
042000 3100-EXIT.
042100     EXIT.
042200
042300 4050-PRINT-HEADINGS.
042400     ADD 1 TO WS-PAGE-COUNT.
042500     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
042600     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
042700     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
042800     WRITE PRINT-RECORD FROM RPT-HEADING-1
042900         AFTER ADVANCING PAGE.
043000     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
043100     WRITE PRINT-RECORD FROM RPT-HEADING-2
043200         AFTER ADVANCING 2 LINES.
043300     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
043400         AFTER ADVANCING 1 LINE.
043500     MOVE ZERO TO WS-LINE-COUNT.
043600 4050-EXIT.
043700     EXIT.
043800
043900*=============================================================*
044000*  6500-DERIVE-CATEGORY - AGE ON THE SEASON DATE FROM THE     *
044100*     MBRDTL DATE OF BIRTH, ONE YEAR LESS WHEN THE BIRTHDAY   *
044200*     HAS NOT YET COME ROUND, AND THE CATEGORY IT FALLS IN.   *
044300*     THE SAME RULE IS CARRIED BY TABLE AND TABLESEC.         *
044400*=============================================================*
044500 6500-DERIVE-CATEGORY.
044600     MOVE ZERO TO WS-AGE.
044700     IF MD-BIRTH-DATE NOT > WS-SEASON-DATE8
044800         SUBTRACT MD-BIRTH-CCYY FROM WS-SEASON-CCYY
044900             GIVING WS-AGE
045000         IF WS-SEASON-MMDD < MD-BIRTH-MMDD
045100             SUBTRACT 1 FROM WS-AGE
045200         END-IF
045300     END-IF.
045400     IF WS-AGE < WS-JUNIOR-LIMIT
045500         SET WS-AGE-JUNIOR TO TRUE
045600         MOVE "JUNIOR" TO WS-AGE-CAT-NAME
045700     ELSE
045800         IF WS-AGE < WS-VETERAN-AGE
045900             SET WS-AGE-SENIOR TO TRUE
046000             MOVE "SENIOR" TO WS-AGE-CAT-NAME
046100         ELSE
046200             SET WS-AGE-VETERAN TO TRUE
046300             MOVE "VETERAN" TO WS-AGE-CAT-NAME
046400         END-IF
046500     END-IF.
046600 6500-EXIT.
046700     EXIT.
046800
046900*=============================================================*
047000*  9000-TERMINATE - TRAILER, CLOSE FILES, SET THE RETURN CODE *
047100*=============================================================*
047200 9000-TERMINATE.
047300     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
047400     CLOSE MEMBER-DETAILS.
047500     CLOSE PRINT-FILE.
047600     DISPLAY " ".
047700     DISPLAY "***** AGE CATEGORY REGISTER TOTALS *****".
047800     DISPLAY "SEASON DATE  - " WS-SEASON-YYMMDD.
047900     DISPLAY "MASTER READ  - " WS-MST-READ.
048000     DISPLAY "JUNIOR       - " WS-JUNIOR-COUNT.
048100     DISPLAY "SENIOR       - " WS-SENIOR-COUNT.
048200     DISPLAY "VETERAN      - " WS-VETERAN-COUNT.
048300     DISPLAY "NO DETAILS   - " WS-MISSING-COUNT.
048400     IF WS-MISSING-COUNT > ZERO
048500         MOVE 4 TO RETURN-CODE
048600     ELSE
048700         MOVE ZERO TO RETURN-CODE
048800     END-IF.
048900 9000-EXIT.
049000     EXIT.
049100
049200*=============================================================*
049300*  9100-PRINT-TRAILER - COUNTS BY CATEGORY ON THE FOOT OF THE *
049400*     REGISTER.                                               *
049500*=============================================================*
049600 9100-PRINT-TRAILER.
049700     IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
049800         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
049900     END-IF.
050000     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
050100         AFTER ADVANCING 1 LINE.
050200     ADD 1 TO WS-LINE-COUNT.
050300     MOVE SPACES TO RPT-TRAILER-LINE.
050400     MOVE WS-SEASON-YYMMDD TO RPT-T-NUM.
050500     MOVE "SEASON DATE" TO RPT-T-TEXT.
050600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
050700     MOVE WS-MST-READ TO WS-EDIT-NUM.
050800     MOVE "PLAYERS ON MASTER" TO RPT-T-TEXT.
050900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
051000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
051100     MOVE WS-JUNIOR-COUNT TO WS-EDIT-NUM.
051200     MOVE "JUNIOR" TO RPT-T-TEXT.
051300     MOVE WS-EDIT-NUM TO RPT-T-NUM.
051400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
051500     MOVE WS-SENIOR-COUNT TO WS-EDIT-NUM.
051600     MOVE "SENIOR" TO RPT-T-TEXT.
051700     MOVE WS-EDIT-NUM TO RPT-T-NUM.
051800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
051900     MOVE WS-VETERAN-COUNT TO WS-EDIT-NUM.
052000     MOVE "VETERAN" TO RPT-T-TEXT.
052100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
052200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
052300     MOVE WS-MISSING-COUNT TO WS-EDIT-NUM.
052400     MOVE "NO DETAILS ON FILE" TO RPT-T-TEXT.
052500     MOVE WS-EDIT-NUM TO RPT-T-NUM.
052600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
052700     MOVE WS-NO-CONSENT TO WS-EDIT-NUM.
052800     MOVE "CONSENT NOT GIVEN" TO RPT-T-TEXT.
052900     MOVE WS-EDIT-NUM TO RPT-T-NUM.
053000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
053100 9100-EXIT.
053200     EXIT.
053300
053400 9110-PRINT-FIGURE.
053500     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
053600         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
053700     END-IF.
053800     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
053900         AFTER ADVANCING 1 LINE.
054000     MOVE SPACES TO RPT-TRAILER-LINE.
054100     ADD 1 TO WS-LINE-COUNT.
054200 9110-EXIT.
054300     EXIT.
