002640*                 THE ROUND-ONE BYE ALREADY CREDITED - SO      *
002650*                 TABLETRN CAN CARRY THE EVENT THROUGH THE     *
002660*                 LATER ROUNDS INSTEAD OF THE PAPER TALLY.     *
002661*  10/15/26  JPM  A "CAT" CARD AMONG THE BAND CARDS NOW LIMITS *
002662*                 THE EVENT TO ONE AGE CATEGORY - JUNIOR,      *
002663*                 SENIOR OR VETERAN ON A SEASON DATE, DERIVED  *
002664*                 FROM THE MBRDTL DATE OF BIRTH.  AN ENTRANT   *
002665*                 OUTSIDE IT, OR WITH NO DETAILS ON FILE, IS   *
002666*                 REJECTED.                                    *
002700*=============================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005020     SELECT TRN-OUT ASSIGN TO TRNOUT
005030         ORGANIZATION IS SEQUENTIAL
005040         FILE STATUS IS WS-TN-STATUS.
005045
005050     SELECT MEMBER-DETAILS ASSIGN TO MBRDTL
005055         ORGANIZATION IS INDEXED
005060         ACCESS MODE IS RANDOM
005065         RECORD KEY IS MD-ID
005070         FILE STATUS IS WS-MD-STATUS.
005100
005200     SELECT WS-SEED-SORT ASSIGN TO SRTWORK.
005300
007330     RECORDING MODE IS F
007340     LABEL RECORDS ARE STANDARD.
007350     COPY TRNREC.
007355
007360 FD  MEMBER-DETAILS
007365     RECORDING MODE IS F
007370     LABEL RECORDS ARE STANDARD.
007375     COPY MBRDTL.
007400
007500 SD  WS-SEED-SORT.
007600 01  SD-SEED-RECORD.
021110 77  WS-BYE-NDX         PIC 9(03) COMP VALUE ZERO.
021200 77  WS-DUP-SW          PIC X(01) VALUE "N".
021300     88  WS-DUP-FOUND       VALUE "Y".
021301
021302*-----------------------------------------------------------*
021303*  AGE CATEGORY CONTROLS - AN OPTIONAL "CAT" CARD AMONG THE  *
021304*  BAND CARDS ("CAT" IN 1-3, J/S/V IN 5, SEASON DATE YYMMDD  *
021305*  IN 7-12, BLANK FOR TODAY) LIMITS THE EVENT TO JUNIORS,    *
021306*  SENIORS OR VETERANS, DERIVED FROM THE MBRDTL DATE OF      *
021307*  BIRTH BY THE SAME RULE AS THE TABLEAGE REGISTER.          *
021308*-----------------------------------------------------------*
021309 77  WS-MD-STATUS       PIC X(02) VALUE SPACES.
021310     88  WS-MD-OK           VALUE "00".
021311 77  WS-CAT-SW          PIC X(01) VALUE "N".
021312     88  WS-CAT-ON          VALUE "Y".
021313 77  WS-CAT-REJECT-SW   PIC X(01) VALUE "N".
021314     88  WS-CAT-REJECT      VALUE "Y".
021315 77  WS-CAT-WANTED      PIC X(01) VALUE SPACE.
021316 01  WS-CAT-CARD.
021317     05  WS-CC-MARKER       PIC X(03).
021318     05  FILLER             PIC X(01).
021319     05  WS-CC-CATEGORY     PIC X(01).
021320     05  FILLER             PIC X(01).
021321     05  WS-CC-SEASON       PIC X(06).
021322     05  FILLER             PIC X(68).
021323 01  WS-SEC-CAT-TITLE.
021324     05  FILLER             PIC X(18) VALUE "SECTION BUILDER - ".
021325     05  WS-SEC-CAT-NAME    PIC X(07) VALUE SPACES.
021326 01  WS-CAT-REASON.
021327     05  FILLER             PIC X(16) VALUE "AGE CATEGORY IS ".
021328     05  WS-CR-NAME         PIC X(07) VALUE SPACES.
021329 01  WS-SEASON-AREA.
021330     05  WS-SEASON-CC       PIC 9(02) VALUE 20.
021331     05  WS-SEASON-YYMMDD   PIC 9(06) VALUE ZERO.
021332 01  WS-SEASON-R REDEFINES WS-SEASON-AREA.
021333     05  WS-SEASON-DATE8    PIC 9(08).
021334 01  WS-SEASON-R2 REDEFINES WS-SEASON-AREA.
021335     05  WS-SEASON-CCYY     PIC 9(04).
021336     05  WS-SEASON-MM       PIC 9(02).
021337     05  WS-SEASON-DD       PIC 9(02).
021338 01  WS-SEASON-R3 REDEFINES WS-SEASON-AREA.
021339     05  FILLER             PIC 9(04).
021340     05  WS-SEASON-MMDD     PIC 9(04).
021341 77  WS-AGE             PIC 9(03) VALUE ZERO.
021342 77  WS-JUNIOR-LIMIT    PIC 9(03) VALUE 18.
021343 77  WS-VETERAN-AGE     PIC 9(03) VALUE 60.
021344 77  WS-AGE-CAT         PIC X(01) VALUE SPACE.
021345     88  WS-AGE-JUNIOR      VALUE "J".
021346     88  WS-AGE-SENIOR      VALUE "S".
021347     88  WS-AGE-VETERAN     VALUE "V".
021348 77  WS-AGE-CAT-NAME    PIC X(07) VALUE SPACES.
021400
021500*-----------------------------------------------------------*
021600*  RUN TOTALS - PRINTED ON THE SECTION TRAILER               *
026700     CLOSE PLAYER-MASTER.
026800     CLOSE PRINT-FILE.
026810     CLOSE TRN-OUT.
026820     IF WS-CAT-ON
026830         CLOSE MEMBER-DETAILS
026840     END-IF.
026900     MOVE 16 TO RETURN-CODE.
027000     GOBACK.
027100 0000-EXIT.
032000     MOVE WS-SYS-DD TO WS-RUN-DD.
032100     MOVE WS-SYS-YY TO WS-RUN-YY.
032200     MOVE "TOURNAMENT SECTION BUILDER" TO WS-RPT-TITLE.
032210     IF WS-CAT-ON
032220         MOVE WS-SEC-CAT-TITLE TO WS-RPT-TITLE
032230     END-IF.
032300     MOVE SPACES TO WS-RPT-COLHDG.
032400     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
032500     PERFORM 2100-READ-ENTRY THRU 2100-EXIT.
033600             SET WS-CC-EOF TO TRUE
033700             GO TO 1100-EXIT
033800     END-READ.
033810     IF CONTROL-CARD(1:3) = "CAT"
033820         PERFORM 1200-EDIT-CAT-CARD THRU 1200-EXIT
033830         GO TO 1100-EXIT
033840     END-IF.
033900     IF CONTROL-CARD(1:4) IS NOT NUMERIC
034000         DISPLAY "TABLESEC0060 BAND CARD NOT NUMERIC - "
034100             CONTROL-CARD(1:4)
036000     MOVE WS-GRAD-NUM TO WS-PREV-FLOOR.
036100 1100-EXIT.
036200     EXIT.
036201
036202*=============================================================*
036203*  1200-EDIT-CAT-CARD - THE AGE CATEGORY CARD: ONE ONLY, A     *
036204*     CATEGORY OF J, S OR V, AND A VALID SEASON DATE OR BLANK  *
036205*     FOR TODAY.  A SECTION DRAWN ON THE WRONG FIELD CANNOT BE *
036206*     UNDONE AT THE BOARD, SO A BAD CARD, OR AN MBRDTL THAT    *
036207*     CANNOT BE OPENED, STOPS THE RUN LIKE A BAD BAND CARD.    *
036208*=============================================================*
036209 1200-EDIT-CAT-CARD.
036210     IF WS-CAT-ON
036211         DISPLAY "TABLESEC0130 MORE THAN ONE CAT CARD"
036212         SET WS-ABEND-YES TO TRUE
036213         GO TO 1200-EXIT
036214     END-IF.
036215     MOVE CONTROL-CARD TO WS-CAT-CARD.
036216     MOVE WS-CC-CATEGORY TO WS-AGE-CAT.
036217     EVALUATE TRUE
036218         WHEN WS-AGE-JUNIOR
036219             MOVE "JUNIOR" TO WS-SEC-CAT-NAME
036220         WHEN WS-AGE-SENIOR
036221             MOVE "SENIOR" TO WS-SEC-CAT-NAME
036222         WHEN WS-AGE-VETERAN
036223             MOVE "VETERAN" TO WS-SEC-CAT-NAME
036224         WHEN OTHER
036225             DISPLAY "TABLESEC0131 CATEGORY NOT J, S OR V - "
036226                 WS-CC-CATEGORY
036227             SET WS-ABEND-YES TO TRUE
036228             GO TO 1200-EXIT
036229     END-EVALUATE.
036230     MOVE WS-CC-CATEGORY TO WS-CAT-WANTED.
036231     ACCEPT WS-SEASON-YYMMDD FROM DATE.
036232     IF WS-CC-SEASON NOT = SPACES
036233         IF WS-CC-SEASON IS NOT NUMERIC
036234             DISPLAY "TABLESEC0132 SEASON DATE NOT NUMERIC - "
036235                 WS-CC-SEASON
036236             SET WS-ABEND-YES TO TRUE
036237             GO TO 1200-EXIT
036238         END-IF
036239         MOVE WS-CC-SEASON TO WS-SEASON-YYMMDD
036240     END-IF.
036241     IF WS-SEASON-MM < 01 OR WS-SEASON-MM > 12
036242             OR WS-SEASON-DD < 01 OR WS-SEASON-DD > 31
036243         DISPLAY "TABLESEC0132 SEASON DATE NOT A VALID YYMMDD "
036244             "DATE - " WS-CC-SEASON
036245         SET WS-ABEND-YES TO TRUE
036246         GO TO 1200-EXIT
036247     END-IF.
036248     OPEN INPUT MEMBER-DETAILS.
036249     IF NOT WS-MD-OK
036250         DISPLAY "TABLESEC0133 UNABLE TO OPEN MEMBER-DETAILS, "
036251             "STATUS = " WS-MD-STATUS
036252         SET WS-ABEND-YES TO TRUE
036253         GO TO 1200-EXIT
036254     END-IF.
036255     SET WS-CAT-ON TO TRUE.
036256 1200-EXIT.
036257     EXIT.
036300
036400*=============================================================*
036500*  2000-LOAD-ENTRIES - ONE ENTRY CARD: LOOK THE PLAYER UP,     *
039000             PERFORM 5000-PRINT-REJECT THRU 5000-EXIT
039100             GO TO 2000-NEXT
039200     END-READ.
039210     IF WS-CAT-ON
039220         PERFORM 2500-CHECK-CATEGORY THRU 2500-EXIT
039230         IF WS-CAT-REJECT
039240             PERFORM 5000-PRINT-REJECT THRU 5000-EXIT
039250             GO TO 2000-NEXT
039260         END-IF
039270     END-IF.
039300     IF WS-ENT-COUNT = WS-ENT-MAX
039400         DISPLAY "TABLESEC0090 MORE THAN 500 ENTRIES - "
039500             "FIELD TRUNCATED AT " WS-ENTRY-ID
046800     END-IF.
046900 2420-EXIT.
047000     EXIT.
047001
047002*=============================================================*
047003*  2500-CHECK-CATEGORY - AN ENTRANT MUST HAVE MEMBER DETAILS   *
047004*     ON FILE AND FALL IN THE CARD'S AGE CATEGORY ON THE       *
047005*     SEASON DATE.  THE REJECT REASON IS LEFT IN WS-RJ-REASON. *
047006*=============================================================*
047007 2500-CHECK-CATEGORY.
047008     MOVE "N" TO WS-CAT-REJECT-SW.
047009     MOVE WS-ENTRY-ID TO MD-ID.
047010     READ MEMBER-DETAILS
047011         INVALID KEY
047012             MOVE "NO MEMBER DETAILS ON FILE" TO WS-RJ-REASON
047013             SET WS-CAT-REJECT TO TRUE
047014             GO TO 2500-EXIT
047015     END-READ.
047016     PERFORM 6500-DERIVE-CATEGORY THRU 6500-EXIT.
047017     IF WS-AGE-CAT NOT = WS-CAT-WANTED
047018         MOVE WS-AGE-CAT-NAME TO WS-CR-NAME
047019         MOVE WS-CAT-REASON TO WS-RJ-REASON
047020         SET WS-CAT-REJECT TO TRUE
047021     END-IF.
047022 2500-EXIT.
047023     EXIT.
047100
047200*=============================================================*
047300*  3000-BUILD-SECTIONS - SORT THE FIELD INTO SECTION ORDER,    *
066700         " - " WS-RJ-REASON.
066800 5000-EXIT.
066900     EXIT.
066901
066902*=============================================================*
066903*  6500-DERIVE-CATEGORY - AGE ON THE SEASON DATE FROM THE      *
066904*     MBRDTL DATE OF BIRTH, ONE YEAR LESS WHEN THE BIRTHDAY    *
066905*     HAS NOT YET COME ROUND, AND THE CATEGORY IT FALLS IN -   *
066906*     UNDER 18 JUNIOR, 60 AND OVER VETERAN, SENIOR BETWEEN.    *
066907*     THE SAME RULE AS THE TABLEAGE REGISTER.                  *
066908*=============================================================*
066909 6500-DERIVE-CATEGORY.
066910     MOVE ZERO TO WS-AGE.
066911     IF MD-BIRTH-DATE NOT > WS-SEASON-DATE8
066912         SUBTRACT MD-BIRTH-CCYY FROM WS-SEASON-CCYY
066913             GIVING WS-AGE
066914         IF WS-SEASON-MMDD < MD-BIRTH-MMDD
066915             SUBTRACT 1 FROM WS-AGE
066916         END-IF
066917     END-IF.
066918     IF WS-AGE < WS-JUNIOR-LIMIT
066919         SET WS-AGE-JUNIOR TO TRUE
066920         MOVE "JUNIOR" TO WS-AGE-CAT-NAME
066921     ELSE
066922         IF WS-AGE < WS-VETERAN-AGE
066923             SET WS-AGE-SENIOR TO TRUE
066924             MOVE "SENIOR" TO WS-AGE-CAT-NAME
066925         ELSE
066926             SET WS-AGE-VETERAN TO TRUE
066927             MOVE "VETERAN" TO WS-AGE-CAT-NAME
066928         END-IF
066929     END-IF.
066930 6500-EXIT.
066931     EXIT.
067000
067100*=============================================================*
067200*  9000-TERMINATE - TRAILER TOTALS, CLOSE FILES, SET THE       *
067900     CLOSE PLAYER-MASTER.
068000     CLOSE PRINT-FILE.
068010     CLOSE TRN-OUT.
068020     IF WS-CAT-ON
068030         CLOSE MEMBER-DETAILS
068040     END-IF.
068100     IF WS-REJECT-COUNT > ZERO
068200         MOVE 4 TO RETURN-CODE
068300     ELSE
