000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TABLEFED.
000300 AUTHOR.        J-P MARTIN.
000400 INSTALLATION.  DATA PROCESSING - PLAYER RANKINGS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*=============================================================*
000800*  TABLEFED - NATIONAL FEDERATION RATING SUBMISSION.  READS   *
000900*  THE GAMELOG RESULTS LEDGER FOR THE PERIOD ON THE SYSIN     *
001000*  CONTROL CARD AND WRITES EVERY RATED GAME (W, B OR D) TO THE*
001100*  FEDSUB SUBMISSION FILE IN THE FEDERATION'S FIXED LAYOUT    *
001200*  (FEDSUB.CPY): BOTH PLAYERS' FEDERATION IDS OFF THE FEDXREF *
001300*  CROSS-REFERENCE, THE RESULT, THE DATE AND THE EVENT.  PER  *
001400*  THE FEDERATION'S RULES FORFEITS (F/G) AND VOIDS (U) ARE    *
001500*  NEVER SUBMITTED, AND A GAME EITHER OF WHOSE PLAYERS HAS NO *
001600*  ACTIVE FEDERATION ID IS HELD BACK AND LISTED SO THE ID CAN *
001700*  BE OBTAINED BEFORE THE NEXT PERIOD.  A GAME BETWEEN TWO    *
001800*  CLUBS IS SENT AS THE INTER-CLUB LEAGUE EVENT ("LGE"); A    *
001900*  GAME WITHIN ONE CLUB AS THAT CLUB'S OWN EVENT ("CLB"),     *
002000*  NAMED OFF CLUBMST.  THE FILE CARRIES A HEADER AND A        *
002100*  TRAILER OF CONTROL TOTALS, AND THE FEDOUT REGISTER LISTS   *
002200*  EVERY GAME SENT OR HELD WITH THE SAME TOTALS AT ITS FOOT,  *
002300*  SO THE SUBMISSION IS PROVED BEFORE IT GOES.                *
002400*                                                             *
002500*  CONTROL CARD:  COLUMNS  1-6   PERIOD FROM  YYMMDD          *
002600*                 COLUMNS  8-13  PERIOD TO    YYMMDD          *
002700*                 COLUMNS 15-20  SUBMITTING ORGANISATION CODE *
002800*  RC=4 MEANS GAMES WERE HELD BACK OR NOTHING WAS SUBMITTED;  *
002900*  RC=8 MEANS THE CONTROL TOTALS DO NOT PROVE - DO NOT SEND.  *
003000*=============================================================*
003100*  MODIFICATION HISTORY                                       *
003200*  DATE      BY   DESCRIPTION                                 *
003300*  10/15/26  JPM  ORIGINAL                                    *
003310*  10/15/26  JPM  A GAME WITH THE SAME ID ON BOTH SIDES IS    *
003320*                 HELD BEFORE THE FEDERATION LOOKUPS          *
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
004500     SELECT GAME-LOG ASSIGN TO GAMELOG
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-GL-STATUS.
004800
004900     SELECT FED-XREF ASSIGN TO FEDXREF
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS FE-ID
005300         FILE STATUS IS WS-FE-STATUS.
005400
005500     SELECT CLUB-MASTER ASSIGN TO CLUBMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS CB-CODE
005900         FILE STATUS IS WS-CB-STATUS.
006000
006100     SELECT SUBMIT-FILE ASSIGN TO FEDSUB
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-SB-STATUS.
006400
006500     SELECT PRINT-FILE ASSIGN TO FEDOUT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PR-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CONTROL-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  CONTROL-CARD           PIC X(80).
007500
007600 FD  GAME-LOG
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY GAMEREC.
008000
008100 FD  FED-XREF
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY FEDXREF.
008500
008600 FD  CLUB-MASTER
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CLUBREC.
009000
009100 FD  SUBMIT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY FEDSUB.
009500
009600 FD  PRINT-FILE
009700     LABEL RECORDS ARE OMITTED.
009800 01  PRINT-RECORD           PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100*-----------------------------------------------------------*
010200*  PRINTED REPORT LINE LAYOUTS - THE SHARED HEADING PAIR    *
010300*  FROM THE NIGHTLY REPORT, PLUS A SUBMISSION REGISTER LINE.*
010400*-----------------------------------------------------------*
010500     COPY RPTLINES.
010600
010700 01  WS-FED-DETAIL-LINE.
010800     05  FILLER              PIC X(10) VALUE SPACES.
010900     05  WS-FL-DATE          PIC X(06).
011000     05  FILLER              PIC X(02) VALUE SPACES.
011100     05  WS-FL-WHITE-ID      PIC X(04).
011200     05  FILLER              PIC X(01) VALUE SPACES.
011300     05  WS-FL-WHITE-FED     PIC X(10).
011400     05  FILLER              PIC X(02) VALUE SPACES.
011500     05  WS-FL-BLACK-ID      PIC X(04).
011600     05  FILLER              PIC X(01) VALUE SPACES.
011700     05  WS-FL-BLACK-FED     PIC X(10).
011800     05  FILLER              PIC X(02) VALUE SPACES.
011900     05  WS-FL-RESULT        PIC X(03).
012000     05  FILLER              PIC X(02) VALUE SPACES.
012100     05  WS-FL-EVENT-TYPE    PIC X(03).
012200     05  FILLER              PIC X(02) VALUE SPACES.
012300     05  WS-FL-STATUS        PIC X(30).
012400
012500 01  WS-FED-COLHDG.
012600     05  FILLER              PIC X(30)
012700         VALUE "DATE    WHITE           BLACK ".
012800     05  FILLER              PIC X(30)
012900         VALUE "          RES  EVT  STATUS    ".
013000
013100*-----------------------------------------------------------*
013200*  CLUB REFERENCE TABLE - LOADED FROM CLUBMST AT STARTUP SO *
013300*  EACH CLUB EVENT'S NAME COSTS A TABLE SEARCH.             *
013400*-----------------------------------------------------------*
013500     COPY CLUBTAB.
013600
013700*-----------------------------------------------------------*
013800*  FILE STATUS AND SWITCHES                                 *
013900*-----------------------------------------------------------*
014000 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
014100     88  WS-CC-OK           VALUE "00".
014200     88  WS-CC-EOF          VALUE "10".
014300 77  WS-GL-STATUS       PIC X(02) VALUE SPACES.
014400     88  WS-GL-OK           VALUE "00".
014500     88  WS-GL-EOF          VALUE "10".
014600 77  WS-FE-STATUS       PIC X(02) VALUE SPACES.
014700     88  WS-FE-OK           VALUE "00".
014800 77  WS-CB-STATUS       PIC X(02) VALUE SPACES.
014900     88  WS-CB-OK           VALUE "00".
015000     88  WS-CB-EOF          VALUE "10".
015100 77  WS-SB-STATUS       PIC X(02) VALUE SPACES.
015200     88  WS-SB-OK           VALUE "00".
015300 77  WS-PR-STATUS       PIC X(02) VALUE SPACES.
015400     88  WS-PR-OK           VALUE "00".
015500 77  WS-ABEND-SW        PIC X(01) VALUE "N".
015600     88  WS-ABEND-YES       VALUE "Y".
015700
015800*-----------------------------------------------------------*
015900*  SUBMISSION CONTROLS - THE PERIOD AND THE ORGANISATION    *
016000*  CODE COME OFF THE CONTROL CARD.                          *
016100*-----------------------------------------------------------*
016200 01  WS-CARD-AREA.
016300     05  WS-CARD-FROM       PIC X(06).
016400     05  FILLER             PIC X(01).
016500     05  WS-CARD-TO         PIC X(06).
016600     05  FILLER             PIC X(01).
016700     05  WS-CARD-ORG        PIC X(06).
016800     05  FILLER             PIC X(60).
016900 77  WS-FROM-DATE       PIC 9(06) VALUE ZERO.
017000 77  WS-TO-DATE         PIC 9(06) VALUE ZERO.
017100 77  WS-LOOK-ID         PIC X(04) VALUE SPACES.
017200 77  WS-LOOK-FED        PIC X(10) VALUE SPACES.
017300 77  WS-WHITE-FED       PIC X(10) VALUE SPACES.
017400 77  WS-BLACK-FED       PIC X(10) VALUE SPACES.
017500 77  WS-EVENT-TYPE      PIC X(03) VALUE SPACES.
017600 77  WS-EVENT-NAME      PIC X(30) VALUE SPACES.
017700 77  WS-RESULT          PIC X(03) VALUE SPACES.
017800
017900*-----------------------------------------------------------*
018000*  CLUB LOOKUP WORK FIELDS                                  *
018100*-----------------------------------------------------------*
018200 77  WS-CDX             PIC 9(02) COMP VALUE ZERO.
018300 77  WS-CLB-MAX         PIC 9(02) COMP VALUE 50.
018400 77  WS-CLUB-LOOK       PIC X(03) VALUE SPACES.
018500 77  WS-CLUB-NAME-X     PIC X(20) VALUE SPACES.
018600
018700*-----------------------------------------------------------*
018800*  RUN TOTALS - WRITTEN TO THE SUBMISSION TRAILER AND       *
018900*  PRINTED ON THE REGISTER TRAILER FROM THE SAME COUNTERS   *
019000*-----------------------------------------------------------*
019100 77  WS-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
019200 77  WS-OUT-RANGE-COUNT PIC 9(07) COMP VALUE ZERO.
019300 77  WS-IN-RANGE-COUNT  PIC 9(07) COMP VALUE ZERO.
019400 77  WS-FORFEIT-COUNT   PIC 9(07) COMP VALUE ZERO.
019500 77  WS-VOID-COUNT      PIC 9(07) COMP VALUE ZERO.
019600 77  WS-HELD-COUNT      PIC 9(07) COMP VALUE ZERO.
019700 77  WS-SENT-COUNT      PIC 9(07) COMP VALUE ZERO.
019800 77  WS-WHITE-WIN-COUNT PIC 9(07) COMP VALUE ZERO.
019900 77  WS-BLACK-WIN-COUNT PIC 9(07) COMP VALUE ZERO.
020000 77  WS-DRAW-COUNT      PIC 9(07) COMP VALUE ZERO.
020100 77  WS-RECORD-COUNT    PIC 9(07) COMP VALUE ZERO.
020200 77  WS-PROOF-COUNT     PIC 9(07) COMP VALUE ZERO.
020300 77  WS-PROOF-SW        PIC X(01) VALUE "Y".
020400     88  WS-PROOF-OK        VALUE "Y".
020500     88  WS-PROOF-FAILED    VALUE "N".
020600 77  WS-EDIT-NUM        PIC ZZZZZZ9.
020700
020800*-----------------------------------------------------------*
020900*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE *
021000*  NIGHTLY REPORT.                                          *
021100*-----------------------------------------------------------*
021200 77  WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
021300 77  WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 060.
021400 77  WS-PAGE-COUNT      PIC 9(03) COMP VALUE ZERO.
021500 77  WS-RPT-TITLE       PIC X(30) VALUE SPACES.
021600 77  WS-RPT-COLHDG      PIC X(60) VALUE SPACES.
021700 01  WS-TITLE-AREA.
021800     05  FILLER              PIC X(11)
021900         VALUE "FEDERATION ".
022000     05  WS-TITLE-FROM       PIC X(06).
022100     05  FILLER              PIC X(04) VALUE " TO ".
022200     05  WS-TITLE-TO         PIC X(06).
022300 01  WS-SYS-DATE-AREA.
022400     05  WS-SYS-DATE        PIC 9(06) VALUE ZERO.
022500 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE-AREA.
022600     05  WS-SYS-YY          PIC 9(02).
022700     05  WS-SYS-MM          PIC 9(02).
022800     05  WS-SYS-DD          PIC 9(02).
022900 01  WS-RUN-DATE-ED.
023000     05  WS-RUN-MM          PIC 9(02).
023100     05  FILLER             PIC X(01) VALUE "/".
023200     05  WS-RUN-DD          PIC 9(02).
023300     05  FILLER             PIC X(01) VALUE "/".
023400     05  WS-RUN-YY          PIC 9(02).
023500
023600 PROCEDURE DIVISION.
023700*=============================================================*
023800*  0000-MAINLINE                                              *
023900*=============================================================*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     IF WS-ABEND-YES
024300         GO TO 9999-ABEND
024400     END-IF.
024500     PERFORM 2000-PROCESS-ONE-GAME THRU 2000-EXIT
024600         UNTIL WS-GL-EOF OR WS-ABEND-YES.
024700     IF WS-ABEND-YES
024800         GO TO 9999-ABEND
024900     END-IF.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     GOBACK.
025200 9999-ABEND.
025300     CLOSE CONTROL-FILE.
025400     CLOSE GAME-LOG.
025500     CLOSE FED-XREF.
025600     CLOSE SUBMIT-FILE.
025700     CLOSE PRINT-FILE.
025800     MOVE 16 TO RETURN-CODE.
025900     GOBACK.
026000 0000-EXIT.
026100     EXIT.
026200
026300*=============================================================*
026400*  1000-INITIALIZE - EDIT THE CONTROL CARD, OPEN THE FILES,   *
026500*     LOAD THE CLUB TABLE, WRITE THE SUBMISSION HEADER AND    *
026600*     PRIME THE FIRST LEDGER READ.                            *
026700*=============================================================*
026800 1000-INITIALIZE.
026900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
027000     IF WS-ABEND-YES
027100         GO TO 1000-EXIT
027200     END-IF.
027300     OPEN INPUT GAME-LOG.
027400     IF NOT WS-GL-OK
027500         DISPLAY "TABLEFED0040 UNABLE TO OPEN GAME-LOG, "
027600             "STATUS = " WS-GL-STATUS
027700         SET WS-ABEND-YES TO TRUE
027800         GO TO 1000-EXIT
027900     END-IF.
028000     OPEN INPUT FED-XREF.
028100     IF NOT WS-FE-OK
028200         DISPLAY "TABLEFED0050 UNABLE TO OPEN FED-XREF, "
028300             "STATUS = " WS-FE-STATUS
028400         SET WS-ABEND-YES TO TRUE
028500         GO TO 1000-EXIT
028600     END-IF.
028700     OPEN OUTPUT SUBMIT-FILE.
028800     IF NOT WS-SB-OK
028900         DISPLAY "TABLEFED0060 UNABLE TO OPEN SUBMIT-FILE, "
029000             "STATUS = " WS-SB-STATUS
029100         SET WS-ABEND-YES TO TRUE
029200         GO TO 1000-EXIT
029300     END-IF.
029400     OPEN OUTPUT PRINT-FILE.
029500     IF NOT WS-PR-OK
029600         DISPLAY "TABLEFED0070 UNABLE TO OPEN PRINT-FILE, "
029700             "STATUS = " WS-PR-STATUS
029800         SET WS-ABEND-YES TO TRUE
029900         GO TO 1000-EXIT
030000     END-IF.
030100     ACCEPT WS-SYS-DATE FROM DATE.
030200     MOVE WS-SYS-MM TO WS-RUN-MM.
030300     MOVE WS-SYS-DD TO WS-RUN-DD.
030400     MOVE WS-SYS-YY TO WS-RUN-YY.
030500     PERFORM 1150-LOAD-CLUBS THRU 1150-EXIT.
030600     MOVE SPACES TO SB-HEADER-RECORD.
030700     MOVE "H" TO SB-H-TYPE.
030800     MOVE WS-CARD-ORG TO SB-H-ORG.
030900     MOVE WS-FROM-DATE TO SB-H-FROM-DATE.
031000     MOVE WS-TO-DATE TO SB-H-TO-DATE.
031100     MOVE WS-SYS-DATE TO SB-H-CREATED.
031200     PERFORM 7000-WRITE-SUBMISSION THRU 7000-EXIT.
031300     MOVE WS-CARD-FROM TO WS-TITLE-FROM.
031400     MOVE WS-CARD-TO TO WS-TITLE-TO.
031500     MOVE WS-TITLE-AREA TO WS-RPT-TITLE.
031600     MOVE WS-FED-COLHDG TO WS-RPT-COLHDG.
031700     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
031800     PERFORM 2100-READ-GAME THRU 2100-EXIT.
031900 1000-EXIT.
032000     EXIT.
032100
032200*=============================================================*
032300*  1100-READ-CONTROL - BOTH PERIOD DATES MUST BE NUMERIC AND  *
032400*     IN ORDER, AND THE ORGANISATION CODE PRESENT - THE       *
032500*     FEDERATION REJECTS A FILE WITHOUT IT.                   *
032600*=============================================================*
032700 1100-READ-CONTROL.
032800     OPEN INPUT CONTROL-FILE.
032900     IF NOT WS-CC-OK
033000         DISPLAY "TABLEFED0010 UNABLE TO OPEN CONTROL-FILE, "
033100             "STATUS = " WS-CC-STATUS
033200         SET WS-ABEND-YES TO TRUE
033300         GO TO 1100-EXIT
033400     END-IF.
033500     READ CONTROL-FILE
033600         AT END
033700             SET WS-CC-EOF TO TRUE
033800     END-READ.
033900     IF WS-CC-EOF
034000         DISPLAY "TABLEFED0020 CONTROL CARD MISSING - SUPPLY "
034100             "FROM YYMMDD (1-6), TO YYMMDD (8-13), "
034200             "ORGANISATION CODE (15-20)"
034300         SET WS-ABEND-YES TO TRUE
034400         GO TO 1100-EXIT
034500     END-IF.
034600     MOVE CONTROL-CARD TO WS-CARD-AREA.
034700     IF WS-CARD-FROM IS NOT NUMERIC OR WS-CARD-TO IS NOT NUMERIC
034800         DISPLAY "TABLEFED0030 PERIOD DATES NOT NUMERIC - "
034900             WS-CARD-FROM " " WS-CARD-TO
035000         SET WS-ABEND-YES TO TRUE
035100         GO TO 1100-EXIT
035200     END-IF.
035300     MOVE WS-CARD-FROM TO WS-FROM-DATE.
035400     MOVE WS-CARD-TO TO WS-TO-DATE.
035500     IF WS-FROM-DATE > WS-TO-DATE
035600         DISPLAY "TABLEFED0031 PERIOD FROM " WS-CARD-FROM
035700             " IS AFTER PERIOD TO " WS-CARD-TO
035800         SET WS-ABEND-YES TO TRUE
035900         GO TO 1100-EXIT
036000     END-IF.
036100     IF WS-CARD-ORG = SPACES
036200         DISPLAY "TABLEFED0032 ORGANISATION CODE MISSING"
036300         SET WS-ABEND-YES TO TRUE
036400     END-IF.
036500 1100-EXIT.
036600     EXIT.
036700
036800*=============================================================*
036900*  1150-LOAD-CLUBS - READ THE CLUBMST REFERENCE FILE INTO THE *
037000*     CLUB TABLE.  A CLUBMST THAT CANNOT BE OPENED LEAVES THE *
037100*     TABLE EMPTY AND CLUB EVENTS GO BY THEIR BARE CODE.      *
037200*=============================================================*
037300 1150-LOAD-CLUBS.
037400     OPEN INPUT CLUB-MASTER.
037500     IF NOT WS-CB-OK
037600         DISPLAY "TABLEFED0080 CLUB-MASTER NOT AVAILABLE, "
037700             "STATUS = " WS-CB-STATUS
037800             " - CLUB EVENTS NAMED BY CODE"
037900         GO TO 1150-EXIT
038000     END-IF.
038100     MOVE ZERO TO WS-CLB-COUNT.
038200     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
038300     PERFORM 1170-STORE-CLUB THRU 1170-EXIT
038400         UNTIL WS-CB-EOF OR WS-CLB-COUNT = WS-CLB-MAX.
038500     CLOSE CLUB-MASTER.
038600 1150-EXIT.
038700     EXIT.
038800
038900 1160-READ-CLUB.
039000     READ CLUB-MASTER
039100         AT END
039200             SET WS-CB-EOF TO TRUE
039300     END-READ.
039400 1160-EXIT.
039500     EXIT.
039600
039700 1170-STORE-CLUB.
039800     ADD 1 TO WS-CLB-COUNT.
039900     MOVE CB-CODE TO WS-CLB-CODE(WS-CLB-COUNT).
040000     MOVE CB-NAME TO WS-CLB-NAME(WS-CLB-COUNT).
040100     MOVE CB-ACTIVE TO WS-CLB-ACTIVE(WS-CLB-COUNT).
040200     PERFORM 1160-READ-CLUB THRU 1160-EXIT.
040300 1170-EXIT.
040400     EXIT.
040500
040600*=============================================================*
040700*  2000-PROCESS-ONE-GAME - ONE LEDGER GAME.  OUTSIDE THE      *
040800*     PERIOD IT IS COUNTED ONLY; A FORFEIT OR VOID IS COUNTED *
040900*     AS EXCLUDED; A RATED GAME IS SENT, OR HELD BACK WHEN    *
041000*     THE SAME ID IS KEYED ON BOTH SIDES OR A PLAYER HAS NO   *
041050*     ACTIVE FEDERATION ID.                                   *
041100*=============================================================*
041200 2000-PROCESS-ONE-GAME.
041300     ADD 1 TO WS-READ-COUNT.
041400     IF GL-RUN-DATE < WS-FROM-DATE OR GL-RUN-DATE > WS-TO-DATE
041500         ADD 1 TO WS-OUT-RANGE-COUNT
041600         GO TO 2000-NEXT
041700     END-IF.
041800     ADD 1 TO WS-IN-RANGE-COUNT.
041900     EVALUATE GL-OUTCOME
042000         WHEN "W"
042100             MOVE "1-0" TO WS-RESULT
042200         WHEN "B"
042300             MOVE "0-1" TO WS-RESULT
042400         WHEN "D"
042500             MOVE "1/2" TO WS-RESULT
042600         WHEN "U"
042700             ADD 1 TO WS-VOID-COUNT
042800             GO TO 2000-NEXT
042900         WHEN OTHER
043000             ADD 1 TO WS-FORFEIT-COUNT
043100             GO TO 2000-NEXT
043200     END-EVALUATE.
043300     PERFORM 3000-SET-EVENT THRU 3000-EXIT.
043320     IF GL-WHITE-ID = GL-BLACK-ID
043340         MOVE SPACES TO WS-WHITE-FED
043350         MOVE SPACES TO WS-BLACK-FED
043360         PERFORM 2400-HOLD-GAME THRU 2400-EXIT
043380         GO TO 2000-NEXT
043390     END-IF.
043400     MOVE GL-WHITE-ID TO WS-LOOK-ID.
043500     PERFORM 2200-FIND-FED-ID THRU 2200-EXIT.
043600     MOVE WS-LOOK-FED TO WS-WHITE-FED.
043700     MOVE GL-BLACK-ID TO WS-LOOK-ID.
043800     PERFORM 2200-FIND-FED-ID THRU 2200-EXIT.
043900     MOVE WS-LOOK-FED TO WS-BLACK-FED.
044000     IF WS-WHITE-FED = SPACES OR WS-BLACK-FED = SPACES
044100         PERFORM 2400-HOLD-GAME THRU 2400-EXIT
044200         GO TO 2000-NEXT
044300     END-IF.
044400     PERFORM 2300-SEND-GAME THRU 2300-EXIT.
044500 2000-NEXT.
044600     PERFORM 2100-READ-GAME THRU 2100-EXIT.
044700 2000-EXIT.
044800     EXIT.
044900
045000 2100-READ-GAME.
045100     READ GAME-LOG
045200         AT END
045300             SET WS-GL-EOF TO TRUE
045400     END-READ.
045500 2100-EXIT.
045600     EXIT.
045700
045800*=============================================================*
045900*  2200-FIND-FED-ID - THE ACTIVE FEDERATION ID FOR WS-LOOK-ID,*
046000*     OR SPACES WHEN THERE IS NONE OR IT HAS LAPSED.          *
046100*=============================================================*
046200 2200-FIND-FED-ID.
046300     MOVE SPACES TO WS-LOOK-FED.
046400     MOVE WS-LOOK-ID TO FE-ID.
046500     READ FED-XREF
046600         INVALID KEY
046700             GO TO 2200-EXIT
046800     END-READ.
046900     IF FE-ACTIVE-YES
047000         MOVE FE-FED-ID TO WS-LOOK-FED
047100     END-IF.
047200 2200-EXIT.
047300     EXIT.
047400
047500*=============================================================*
047600*  2300-SEND-GAME - ONE DETAIL RECORD ON THE SUBMISSION FILE  *
047700*     AND ONE LINE ON THE REGISTER.                           *
047800*=============================================================*
047900 2300-SEND-GAME.
048000     MOVE SPACES TO SB-DETAIL-RECORD.
048100     MOVE "D" TO SB-D-TYPE.
048200     MOVE WS-WHITE-FED TO SB-D-WHITE-FED.
048300     MOVE WS-BLACK-FED TO SB-D-BLACK-FED.
048400     MOVE WS-RESULT TO SB-D-RESULT.
048500     MOVE GL-RUN-DATE TO SB-D-DATE.
048600     MOVE WS-EVENT-TYPE TO SB-D-EVENT-TYPE.
048700     MOVE WS-EVENT-NAME TO SB-D-EVENT.
048800     PERFORM 7000-WRITE-SUBMISSION THRU 7000-EXIT.
048900     IF WS-ABEND-YES
049000         GO TO 2300-EXIT
049100     END-IF.
049200     ADD 1 TO WS-SENT-COUNT.
049300     EVALUATE GL-OUTCOME
049400         WHEN "W"
049500             ADD 1 TO WS-WHITE-WIN-COUNT
049600         WHEN "B"
049700             ADD 1 TO WS-BLACK-WIN-COUNT
049800         WHEN OTHER
049900             ADD 1 TO WS-DRAW-COUNT
050000     END-EVALUATE.
050100     MOVE "SENT" TO WS-FL-STATUS.
050200     PERFORM 3900-PRINT-GAME THRU 3900-EXIT.
050300 2300-EXIT.
050400     EXIT.
050500
050600*=============================================================*
050700*  2400-HOLD-GAME - A RATED GAME WITH A PLAYER WHO HAS NO     *
050750*     ACTIVE FEDERATION ID, OR WITH ONE ID ON BOTH SIDES: NOT *
050800*     SENT, LISTED WITH THE REASON.                           *
050900*=============================================================*
051000 2400-HOLD-GAME.
051100     ADD 1 TO WS-HELD-COUNT.
051200     EVALUATE TRUE
051220         WHEN GL-WHITE-ID = GL-BLACK-ID
051240             MOVE "HELD - SAME PLAYER BOTH SIDES" TO WS-FL-STATUS
051300         WHEN WS-WHITE-FED = SPACES AND WS-BLACK-FED = SPACES
051400             MOVE "HELD - NO FED ID EITHER" TO WS-FL-STATUS
051500         WHEN WS-WHITE-FED = SPACES
051600             MOVE "HELD - NO FED ID WHITE" TO WS-FL-STATUS
051700         WHEN OTHER
051800             MOVE "HELD - NO FED ID BLACK" TO WS-FL-STATUS
051900     END-EVALUATE.
052000     PERFORM 3900-PRINT-GAME THRU 3900-EXIT.
052100 2400-EXIT.
052200     EXIT.
052300
052400*=============================================================*
052500*  3000-SET-EVENT - A GAME BETWEEN TWO CLUBS IS THE INTER-CLUB*
052600*     LEAGUE; A GAME WITHIN ONE CLUB IS THAT CLUB'S EVENT,    *
052700*     NAMED OFF CLUBMST.                                      *
052800*=============================================================*
052900 3000-SET-EVENT.
053000     MOVE SPACES TO WS-EVENT-NAME.
053100     IF GL-WHITE-CLUB NOT = GL-BLACK-CLUB
053200         MOVE "LGE" TO WS-EVENT-TYPE
053300         STRING "INTER-CLUB LEAGUE " GL-WHITE-CLUB " V "
053400             GL-BLACK-CLUB DELIMITED BY SIZE INTO WS-EVENT-NAME
053500         GO TO 3000-EXIT
053600     END-IF.
053700     MOVE "CLB" TO WS-EVENT-TYPE.
053800     MOVE GL-WHITE-CLUB TO WS-CLUB-LOOK.
053900     PERFORM 6000-FIND-CLUB-NAME THRU 6000-EXIT.
054000     MOVE WS-CLUB-NAME-X TO WS-EVENT-NAME.
054100 3000-EXIT.
054200     EXIT.
054300
054400*=============================================================*
054500*  3900-PRINT-GAME - ONE REGISTER LINE PER RATED GAME IN THE  *
054600*     PERIOD, SENT OR HELD.                                   *
054700*=============================================================*
054800 3900-PRINT-GAME.
054900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
055000         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
055100     END-IF.
055200     MOVE GL-RUN-DATE TO WS-FL-DATE.
055300     MOVE GL-WHITE-ID TO WS-FL-WHITE-ID.
055400     MOVE WS-WHITE-FED TO WS-FL-WHITE-FED.
055500     MOVE GL-BLACK-ID TO WS-FL-BLACK-ID.
055600     MOVE WS-BLACK-FED TO WS-FL-BLACK-FED.
055700     MOVE WS-RESULT TO WS-FL-RESULT.
055800     MOVE WS-EVENT-TYPE TO WS-FL-EVENT-TYPE.
055900     WRITE PRINT-RECORD FROM WS-FED-DETAIL-LINE
056000         AFTER ADVANCING 1 LINE.
056100     ADD 1 TO WS-LINE-COUNT.
056200 3900-EXIT.
056300     EXIT.
056400
056500*=============================================================*
056600*  4050-PRINT-HEADINGS - STARTS A NEW PAGE.  SAME HEADING     *
056700*     PAIR AND PAGE HANDLING AS THE NIGHTLY REPORT.           *
056800*=============================================================*
056900 4050-PRINT-HEADINGS.
057000     ADD 1 TO WS-PAGE-COUNT.
057100     MOVE WS-RPT-TITLE TO RPT-H1-TITLE.
057200     MOVE WS-RUN-DATE-ED TO RPT-H1-DATE.
057300     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
057400     WRITE PRINT-RECORD FROM RPT-HEADING-1
057500         AFTER ADVANCING PAGE.
057600     MOVE WS-RPT-COLHDG TO RPT-H2-TEXT.
057700     WRITE PRINT-RECORD FROM RPT-HEADING-2
057800         AFTER ADVANCING 2 LINES.
057900     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
058000         AFTER ADVANCING 1 LINE.
058100     MOVE ZERO TO WS-LINE-COUNT.
058200 4050-EXIT.
058300     EXIT.
058400
058500*=============================================================*
058600*  6000-FIND-CLUB-NAME - LOOK UP WS-CLUB-LOOK IN THE CLUB     *
058700*     TABLE; THE BARE CODE STANDS IN WHEN IT IS NOT THERE.    *
058800*=============================================================*
058900 6000-FIND-CLUB-NAME.
059000     MOVE WS-CLUB-LOOK TO WS-CLUB-NAME-X.
059100     PERFORM 6010-MATCH-CLUB THRU 6010-EXIT
059200         VARYING WS-CDX FROM 1 BY 1 UNTIL WS-CDX > WS-CLB-COUNT.
059300 6000-EXIT.
059400     EXIT.
059500
059600 6010-MATCH-CLUB.
059700     IF WS-CLB-CODE(WS-CDX) = WS-CLUB-LOOK
059800         MOVE WS-CLB-NAME(WS-CDX) TO WS-CLUB-NAME-X
059900         MOVE WS-CLB-COUNT TO WS-CDX
060000     END-IF.
060100 6010-EXIT.
060200     EXIT.
060300
060400*=============================================================*
060500*  7000-WRITE-SUBMISSION - ONE RECORD TO THE SUBMISSION FILE, *
060600*     COUNTED FOR THE TRAILER.  THE CALLER BUILDS THE RECORD. *
060700*     A FAILED WRITE STOPS THE RUN - A PART FILE MUST NOT GO. *
060800*=============================================================*
060900 7000-WRITE-SUBMISSION.
061000     WRITE SB-HEADER-RECORD.
061100     IF NOT WS-SB-OK
061200         DISPLAY "TABLEFED0090 UNABLE TO WRITE SUBMIT-FILE, "
061300             "STATUS = " WS-SB-STATUS
061400         SET WS-ABEND-YES TO TRUE
061500         GO TO 7000-EXIT
061600     END-IF.
061700     ADD 1 TO WS-RECORD-COUNT.
061800 7000-EXIT.
061900     EXIT.
062000
062100*=============================================================*
062200*  9000-TERMINATE - PROVE THE COUNTS, WRITE THE SUBMISSION    *
062300*     TRAILER, PRINT THE REGISTER TRAILER FROM THE SAME       *
062400*     COUNTERS, CLOSE FILES AND SET THE RETURN CODE.  EVERY   *
062500*     GAME IN THE PERIOD MUST BE SENT, HELD OR EXCLUDED, AND  *
062600*     THE SENT GAMES MUST SPLIT EXACTLY BY RESULT.            *
062700*=============================================================*
062800 9000-TERMINATE.
062900     COMPUTE WS-PROOF-COUNT = WS-SENT-COUNT + WS-HELD-COUNT
063000         + WS-FORFEIT-COUNT + WS-VOID-COUNT.
063100     IF WS-PROOF-COUNT NOT = WS-IN-RANGE-COUNT
063200         SET WS-PROOF-FAILED TO TRUE
063300     END-IF.
063400     COMPUTE WS-PROOF-COUNT = WS-WHITE-WIN-COUNT
063500         + WS-BLACK-WIN-COUNT + WS-DRAW-COUNT.
063600     IF WS-PROOF-COUNT NOT = WS-SENT-COUNT
063700         SET WS-PROOF-FAILED TO TRUE
063800     END-IF.
063900     MOVE SPACES TO SB-TRAILER-RECORD.
064000     MOVE "T" TO SB-T-TYPE.
064100     MOVE WS-SENT-COUNT TO SB-T-GAMES.
064200     MOVE WS-WHITE-WIN-COUNT TO SB-T-WHITE-WINS.
064300     MOVE WS-BLACK-WIN-COUNT TO SB-T-BLACK-WINS.
064400     MOVE WS-DRAW-COUNT TO SB-T-DRAWS.
064500     COMPUTE SB-T-RECORDS = WS-RECORD-COUNT + 1.
064600     PERFORM 7000-WRITE-SUBMISSION THRU 7000-EXIT.
064700     IF WS-ABEND-YES
064800         GO TO 9999-ABEND
064900     END-IF.
065000     PERFORM 9100-PRINT-TRAILER THRU 9100-EXIT.
065100     CLOSE CONTROL-FILE.
065200     CLOSE GAME-LOG.
065300     CLOSE FED-XREF.
065400     CLOSE SUBMIT-FILE.
065500     CLOSE PRINT-FILE.
065600     DISPLAY " ".
065700     DISPLAY "***** FEDERATION SUBMISSION TOTALS *****".
065800     DISPLAY "GAMELOG READ  - " WS-READ-COUNT.
065900     DISPLAY "IN PERIOD     - " WS-IN-RANGE-COUNT.
066000     DISPLAY "FORFEITS      - " WS-FORFEIT-COUNT.
066100     DISPLAY "VOIDS         - " WS-VOID-COUNT.
066200     DISPLAY "HELD BACK     - " WS-HELD-COUNT.
066300     DISPLAY "SUBMITTED     - " WS-SENT-COUNT.
066400     DISPLAY "FILE RECORDS  - " WS-RECORD-COUNT.
066500     IF WS-PROOF-FAILED
066600         DISPLAY "TABLEFED0100 CONTROL TOTALS DO NOT PROVE - "
066700             "SUBMISSION MUST NOT BE SENT"
066800         MOVE 8 TO RETURN-CODE
066900     ELSE
067000         IF WS-HELD-COUNT > ZERO OR WS-SENT-COUNT = ZERO
067100             MOVE 4 TO RETURN-CODE
067200         ELSE
067300             MOVE ZERO TO RETURN-CODE
067400         END-IF
067500     END-IF.
067600 9000-EXIT.
067700     EXIT.
067800
067900*=============================================================*
068000*  9100-PRINT-TRAILER - THE SUBMISSION CONTROL TOTALS ON THE  *
068100*     FOOT OF THE REGISTER, FROM THE COUNTERS THAT BUILT THE  *
068200*     FILE TRAILER, SO THE TWO TIE FIGURE FOR FIGURE.         *
068300*=============================================================*
068400 9100-PRINT-TRAILER.
068500     IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
068600         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
068700     END-IF.
068800     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
068900         AFTER ADVANCING 1 LINE.
069000     MOVE SPACES TO RPT-TRAILER-LINE.
069100     MOVE "SUBMISSION TOTALS" TO RPT-T-TEXT.
069200     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
069300         AFTER ADVANCING 1 LINE.
069400     ADD 2 TO WS-LINE-COUNT.
069500     MOVE WS-READ-COUNT TO WS-EDIT-NUM.
069600     MOVE "GAMELOG READ" TO RPT-T-TEXT.
069700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
069800     MOVE WS-OUT-RANGE-COUNT TO WS-EDIT-NUM.
069900     MOVE "OUTSIDE PERIOD" TO RPT-T-TEXT.
070000     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
070100     MOVE WS-IN-RANGE-COUNT TO WS-EDIT-NUM.
070200     MOVE "IN PERIOD" TO RPT-T-TEXT.
070300     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
070400     MOVE WS-FORFEIT-COUNT TO WS-EDIT-NUM.
070500     MOVE "FORFEITS EXCLUDED" TO RPT-T-TEXT.
070600     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
070700     MOVE WS-VOID-COUNT TO WS-EDIT-NUM.
070800     MOVE "VOIDS EXCLUDED" TO RPT-T-TEXT.
070900     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
071000     MOVE WS-HELD-COUNT TO WS-EDIT-NUM.
071100     MOVE "HELD - NO FED ID" TO RPT-T-TEXT.
071200     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
071300     MOVE WS-SENT-COUNT TO WS-EDIT-NUM.
071400     MOVE "GAMES SUBMITTED" TO RPT-T-TEXT.
071500     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
071600     MOVE WS-WHITE-WIN-COUNT TO WS-EDIT-NUM.
071700     MOVE "  WHITE WINS 1-0" TO RPT-T-TEXT.
071800     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
071900     MOVE WS-BLACK-WIN-COUNT TO WS-EDIT-NUM.
072000     MOVE "  BLACK WINS 0-1" TO RPT-T-TEXT.
072100     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
072200     MOVE WS-DRAW-COUNT TO WS-EDIT-NUM.
072300     MOVE "  DRAWS 1/2" TO RPT-T-TEXT.
072400     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
072500     MOVE WS-RECORD-COUNT TO WS-EDIT-NUM.
072600     MOVE "FEDSUB RECORDS" TO RPT-T-TEXT.
072700     PERFORM 9110-PRINT-FIGURE THRU 9110-EXIT.
072800     MOVE SPACES TO RPT-TRAILER-LINE.
072900     IF WS-PROOF-OK
073000         MOVE "TOTALS PROVED" TO RPT-T-TEXT
073100     ELSE
073200         MOVE "TOTALS DO NOT PROVE" TO RPT-T-TEXT
073300     END-IF.
073400     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
073500         AFTER ADVANCING 2 LINES.
073600     ADD 2 TO WS-LINE-COUNT.
073700 9100-EXIT.
073800     EXIT.
073900
074000 9110-PRINT-FIGURE.
074100     MOVE WS-EDIT-NUM TO RPT-T-NUM.
074200     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
074300         AFTER ADVANCING 1 LINE.
074400     MOVE SPACES TO RPT-TRAILER-LINE.
074500     ADD 1 TO WS-LINE-COUNT.
074600 9110-EXIT.
074700     EXIT.
