004603*                 MASTER TALLY SO THE EXTRACT STILL PROVES     *
004604*                 OUT.  A DUESMST THAT CANNOT BE OPENED SKIPS  *
004605*                 THE CHECK WITH A WARNING.                    *
004606*  10/15/26  JPM  AN OPTIONAL "CAT" SYSIN CARD NOW LIMITS THE  *
004607*                 LEADERBOARD TO JUNIORS, SENIORS OR VETERANS, *
004608*                 DERIVED FROM THE MBRDTL DATE OF BIRTH.       *
004609*=============================================================*
004610 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
006840         RECORD KEY IS CB-CODE
006850         FILE STATUS IS WS-CB-STATUS.
006860
006861     SELECT CONTROL-FILE ASSIGN TO SYSIN
006862         ORGANIZATION IS SEQUENTIAL
006863         FILE STATUS IS WS-CC-STATUS.
006864
006865     SELECT MEMBER-DETAILS ASSIGN TO MBRDTL
006866         ORGANIZATION IS INDEXED
006867         ACCESS MODE IS RANDOM
006868         RECORD KEY IS MD-ID
006869         FILE STATUS IS WS-MD-STATUS.
006870
006900     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
009030     LABEL RECORDS ARE STANDARD.
009040     COPY CLUBREC.
009050
009051 FD  CONTROL-FILE
009052     RECORDING MODE IS F
009053     LABEL RECORDS ARE STANDARD.
009054 01  CONTROL-CARD                   PIC X(80).
009055
009056 FD  MEMBER-DETAILS
009057     RECORDING MODE IS F
009058     LABEL RECORDS ARE STANDARD.
009059     COPY MBRDTL.
009060
009100 FD  CHECKPOINT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
022343 77  WS-DUES-BAD-SW     PIC X(01) VALUE "N".
022344     88  WS-DUES-BAD        VALUE "Y".
022345 77  WS-WITHHELD-COUNT  PIC 9(05) COMP VALUE ZERO.
022346
022347*-----------------------------------------------------------*
022348*  AGE CATEGORY CONTROLS - AN OPTIONAL SYSIN CARD ("CAT" IN  *
022349*  1-3, J/S/V IN 5, SEASON DATE YYMMDD IN 7-12) RESTRICTS    *
022350*  THE LEADERBOARD TO JUNIORS, SENIORS OR VETERANS, DERIVED  *
022351*  FROM THE MBRDTL DATE OF BIRTH BY THE SAME RULE AS THE     *
022352*  TABLEAGE REGISTER.  THE LISTING AND THE EXTRACT ARE NEVER *
022353*  RESTRICTED.  A BAD CARD, OR AN MBRDTL THAT CANNOT BE      *
022354*  OPENED, PRINTS THE FULL LEADERBOARD WITH A WARNING.       *
022355*-----------------------------------------------------------*
022356 77  WS-CC-STATUS       PIC X(02) VALUE SPACES.
022357     88  WS-CC-OK           VALUE "00".
022358     88  WS-CC-EOF          VALUE "10".
022359 77  WS-MD-STATUS       PIC X(02) VALUE SPACES.
022360     88  WS-MD-OK           VALUE "00".
022361 77  WS-CAT-SW          PIC X(01) VALUE "N".
022362     88  WS-CAT-ON          VALUE "Y".
022363 77  WS-CAT-WARN-SW     PIC X(01) VALUE "N".
022364     88  WS-CAT-WARN        VALUE "Y".
022365 77  WS-CAT-WANTED      PIC X(01) VALUE SPACE.
022366 77  WS-CAT-NODTL-COUNT PIC 9(05) COMP VALUE ZERO.
022367 77  WS-CAT-OUT-COUNT   PIC 9(05) COMP VALUE ZERO.
022368 01  WS-CAT-CARD.
022369     05  WS-CC-MARKER       PIC X(03).
022370     05  FILLER             PIC X(01).
022371     05  WS-CC-CATEGORY     PIC X(01).
022372     05  FILLER             PIC X(01).
022373     05  WS-CC-SEASON       PIC X(06).
022374     05  FILLER             PIC X(68).
022375 01  WS-LB-CAT-TITLE.
022376     05  FILLER             PIC X(14) VALUE "LEADERBOARD - ".
022377     05  WS-LB-CAT-NAME     PIC X(07) VALUE SPACES.
022378 01  WS-SEASON-AREA.
022379     05  WS-SEASON-CC       PIC 9(02) VALUE 20.
022380     05  WS-SEASON-YYMMDD   PIC 9(06) VALUE ZERO.
022381 01  WS-SEASON-R REDEFINES WS-SEASON-AREA.
022382     05  WS-SEASON-DATE8    PIC 9(08).
022383 01  WS-SEASON-R2 REDEFINES WS-SEASON-AREA.
022384     05  WS-SEASON-CCYY     PIC 9(04).
022385     05  WS-SEASON-MM       PIC 9(02).
022386     05  WS-SEASON-DD       PIC 9(02).
022387 01  WS-SEASON-R3 REDEFINES WS-SEASON-AREA.
022388     05  FILLER             PIC 9(04).
022389     05  WS-SEASON-MMDD     PIC 9(04).
022390 77  WS-AGE             PIC 9(03) VALUE ZERO.
022391 77  WS-JUNIOR-LIMIT    PIC 9(03) VALUE 18.
022392 77  WS-VETERAN-AGE     PIC 9(03) VALUE 60.
022393 77  WS-AGE-CAT         PIC X(01) VALUE SPACE.
022394     88  WS-AGE-JUNIOR      VALUE "J".
022395     88  WS-AGE-SENIOR      VALUE "S".
022396     88  WS-AGE-VETERAN     VALUE "V".
022397 77  WS-AGE-CAT-NAME    PIC X(07) VALUE SPACES.
022400
022500 PROCEDURE DIVISION.
022600*=============================================================*
026101     IF WS-DUES-CHECK-ON
026102         CLOSE DUES-MASTER
026103     END-IF.
026104     IF WS-CAT-ON
026106         CLOSE MEMBER-DETAILS
026108     END-IF.
026110     MOVE 16 TO WS-RL-CC.
026120     PERFORM 9520-WRITE-RUN-FINISH THRU 9520-EXIT.
026200     MOVE 16 TO RETURN-CODE.
030870             "STATUS = " WS-DUES-STATUS
030880             " - DUES STANDING CHECK SKIPPED"
030881     END-IF.
030882     PERFORM 1060-READ-CATEGORY-CARD THRU 1060-EXIT.
030900 1000-EXIT.
031000     EXIT.
031100
031600     MOVE WS-SYS-YY TO WS-RUN-YY.
031700 1050-EXIT.
031800     EXIT.
031801
031802*=============================================================*
031803*  1060-READ-CATEGORY-CARD - THE OPTIONAL SYSIN CARD THAT      *
031804*     RESTRICTS THE LEADERBOARD TO ONE AGE CATEGORY.  NO CARD  *
031805*     (OR NO SYSIN AT ALL) IS THE NORMAL NIGHT - THE FULL      *
031806*     LEADERBOARD.  A CARD THAT FAILS ITS EDITS, OR AN MBRDTL  *
031807*     THAT CANNOT BE OPENED, IS A WARNING (RC=4) AND THE FULL  *
031808*     LEADERBOARD IS PRINTED - THE NIGHT IS NOT HELD FOR IT.   *
031809*     A BLANK SEASON DATE TAKES TODAY'S DATE.                  *
031810*=============================================================*
031811 1060-READ-CATEGORY-CARD.
031812     OPEN INPUT CONTROL-FILE.
031813     IF NOT WS-CC-OK
031814         GO TO 1060-EXIT
031815     END-IF.
031816     READ CONTROL-FILE
031817         AT END
031818             SET WS-CC-EOF TO TRUE
031819     END-READ.
031820     IF WS-CC-EOF
031821         GO TO 1060-CLOSE
031822     END-IF.
031823     MOVE CONTROL-CARD TO WS-CAT-CARD.
031824     SET WS-CAT-WARN TO TRUE.
031825     IF WS-CC-MARKER NOT = "CAT"
031826         DISPLAY "TABLE0090 SYSIN CARD IS NOT A CAT CARD - "
031827             "FULL LEADERBOARD PRINTED"
031828         GO TO 1060-CLOSE
031829     END-IF.
031830     MOVE WS-CC-CATEGORY TO WS-AGE-CAT.
031831     EVALUATE TRUE
031832         WHEN WS-AGE-JUNIOR
031833             MOVE "JUNIOR" TO WS-LB-CAT-NAME
031834         WHEN WS-AGE-SENIOR
031835             MOVE "SENIOR" TO WS-LB-CAT-NAME
031836         WHEN WS-AGE-VETERAN
031837             MOVE "VETERAN" TO WS-LB-CAT-NAME
031838         WHEN OTHER
031839             DISPLAY "TABLE0091 CATEGORY NOT J, S OR V - "
031840                 WS-CC-CATEGORY " - FULL LEADERBOARD PRINTED"
031841             GO TO 1060-CLOSE
031842     END-EVALUATE.
031843     MOVE WS-CC-CATEGORY TO WS-CAT-WANTED.
031844     MOVE WS-SYS-DATE TO WS-SEASON-YYMMDD.
031845     IF WS-CC-SEASON NOT = SPACES
031846         IF WS-CC-SEASON IS NOT NUMERIC
031847             DISPLAY "TABLE0092 SEASON DATE NOT NUMERIC - "
031848                 WS-CC-SEASON " - FULL LEADERBOARD PRINTED"
031849             GO TO 1060-CLOSE
031850         END-IF
031851         MOVE WS-CC-SEASON TO WS-SEASON-YYMMDD
031852     END-IF.
031853     IF WS-SEASON-MM < 01 OR WS-SEASON-MM > 12
031854             OR WS-SEASON-DD < 01 OR WS-SEASON-DD > 31
031855         DISPLAY "TABLE0092 SEASON DATE NOT A VALID YYMMDD "
031856             "DATE - " WS-CC-SEASON " - FULL LEADERBOARD PRINTED"
031857         GO TO 1060-CLOSE
031858     END-IF.
031859     OPEN INPUT MEMBER-DETAILS.
031860     IF NOT WS-MD-OK
031861         DISPLAY "TABLE0093 MEMBER-DETAILS NOT AVAILABLE, "
031862             "STATUS = " WS-MD-STATUS
031863             " - FULL LEADERBOARD PRINTED"
031864         GO TO 1060-CLOSE
031865     END-IF.
031866     MOVE "N" TO WS-CAT-WARN-SW.
031867     SET WS-CAT-ON TO TRUE.
031868 1060-CLOSE.
031869     CLOSE CONTROL-FILE.
031870 1060-EXIT.
031871     EXIT.
031900
032000*=============================================================*
032100*  1100-OPEN-CHECKPOINT - OPENS THE CHECKPOINT FILE, THEN       *
069900*                           NUMERIC/RANGE EDIT AS 3100-VALIDATE-*
070000*                           ENTRY, SO A BAD GRADING CANNOT SORT *
070100*                           ABOVE LEGITIMATE STANDINGS.          
070110*                           A CAT CARD ON SYSIN LIMITS THE      *
070120*                           STANDINGS TO ONE AGE CATEGORY AND   *
070130*                           COUNTS THE PLAYERS LEFT OFF.        *
070200*=============================================================*
070300 5000-PRINT-LEADERBOARD.
070400     MOVE "LEADERBOARD - BY GRADING" TO WS-RPT-TITLE.
070410     IF WS-CAT-ON
070420         MOVE WS-LB-CAT-TITLE TO WS-RPT-TITLE
070430     END-IF.
070500     MOVE "RANK ID   NAME         FIRSTNAME     GRADING PROV"
070600         TO WS-RPT-COLHDG.
070700     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT.
070900         ON DESCENDING KEY SD-GRADING
071000         INPUT PROCEDURE IS 5100-SORT-INPUT THRU 5100-EXIT
071100         OUTPUT PROCEDURE IS 5200-SORT-OUTPUT THRU 5200-EXIT.
071110     IF NOT WS-CAT-ON
071114         GO TO 5000-EXIT
071118     END-IF.
071122     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
071126         PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
071130     END-IF.
071134     WRITE PRINT-RECORD FROM RPT-BLANK-LINE
071138         AFTER ADVANCING 1 LINE.
071142     MOVE WS-CAT-OUT-COUNT TO WS-EDIT-NUM.
071146     MOVE SPACES TO RPT-TRAILER-LINE.
071150     MOVE "NOT IN CATEGORY" TO RPT-T-TEXT.
071154     MOVE WS-EDIT-NUM TO RPT-T-NUM.
071158     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
071162         AFTER ADVANCING 1 LINE.
071166     MOVE WS-CAT-NODTL-COUNT TO WS-EDIT-NUM.
071170     MOVE SPACES TO RPT-TRAILER-LINE.
071174     MOVE "NO MEMBER DETAILS" TO RPT-T-TEXT.
071178     MOVE WS-EDIT-NUM TO RPT-T-NUM.
071182     WRITE PRINT-RECORD FROM RPT-TRAILER-LINE
071186         AFTER ADVANCING 1 LINE.
071190     ADD 3 TO WS-LINE-COUNT.
071200 5000-EXIT.
071300     EXIT.
071400
072600     IF WS-GRAD-NUM < WS-GRAD-MIN OR WS-GRAD-NUM > WS-GRAD-MAX
072700         GO TO 5110-EXIT
072800     END-IF.
072810     IF WS-CAT-ON
072820         PERFORM 5120-CHECK-CATEGORY THRU 5120-EXIT
072830         IF WS-AGE-CAT NOT = WS-CAT-WANTED
072840             GO TO 5110-EXIT
072850         END-IF
072860     END-IF.
072900     MOVE WS-GRADING(WS-IDX) TO SD-GRADING.
073000     MOVE WS-ID(WS-IDX) TO SD-ID.
073100     MOVE WS-NAME(WS-IDX) TO SD-NAME.
073300     RELEASE SD-RANK-RECORD.
073400 5110-EXIT.
073500     EXIT.
073502
073506*=============================================================*
073510*  5120-CHECK-CATEGORY - DERIVE THE ENTRY'S AGE CATEGORY FROM  *
073514*     ITS MBRDTL DATE OF BIRTH.  A PLAYER WITH NO DETAILS ON   *
073518*     FILE HAS NO CATEGORY AND IS LEFT OFF A RESTRICTED        *
073522*     LEADERBOARD - THE TABLEAGE REGISTER LISTS THEM.          *
073526*=============================================================*
073530 5120-CHECK-CATEGORY.
073534     MOVE WS-ID(WS-IDX) TO MD-ID.
073538     READ MEMBER-DETAILS
073542         INVALID KEY
073546             MOVE SPACE TO WS-AGE-CAT
073550             ADD 1 TO WS-CAT-NODTL-COUNT
073554             GO TO 5120-EXIT
073558     END-READ.
073562     PERFORM 6500-DERIVE-CATEGORY THRU 6500-EXIT.
073566     IF WS-AGE-CAT NOT = WS-CAT-WANTED
073570         ADD 1 TO WS-CAT-OUT-COUNT
073574     END-IF.
073578 5120-EXIT.
073582     EXIT.
073600
073700 5200-SORT-OUTPUT.
073800     MOVE ZERO TO WS-RANK.
077057 6010-EXIT.
077058     EXIT.
077060
077062*=============================================================*
077063*  6500-DERIVE-CATEGORY - AGE ON THE SEASON DATE FROM THE      *
077064*     MBRDTL DATE OF BIRTH, ONE YEAR LESS WHEN THE BIRTHDAY    *
077065*     HAS NOT YET COME ROUND, AND THE CATEGORY IT FALLS IN -   *
077066*     UNDER 18 JUNIOR, 60 AND OVER VETERAN, SENIOR BETWEEN.    *
077067*     THE SAME RULE AS THE TABLEAGE REGISTER.                  *
077068*=============================================================*
077069 6500-DERIVE-CATEGORY.
077070     MOVE ZERO TO WS-AGE.
077071     IF MD-BIRTH-DATE NOT > WS-SEASON-DATE8
077072         SUBTRACT MD-BIRTH-CCYY FROM WS-SEASON-CCYY
077073             GIVING WS-AGE
077074         IF WS-SEASON-MMDD < MD-BIRTH-MMDD
077075             SUBTRACT 1 FROM WS-AGE
077076         END-IF
077077     END-IF.
077078     IF WS-AGE < WS-JUNIOR-LIMIT
077079         SET WS-AGE-JUNIOR TO TRUE
077080         MOVE "JUNIOR" TO WS-AGE-CAT-NAME
077081     ELSE
077082         IF WS-AGE < WS-VETERAN-AGE
077083             SET WS-AGE-SENIOR TO TRUE
077084             MOVE "SENIOR" TO WS-AGE-CAT-NAME
077085         ELSE
077086             SET WS-AGE-VETERAN TO TRUE
077087             MOVE "VETERAN" TO WS-AGE-CAT-NAME
077088         END-IF
077089     END-IF.
077090 6500-EXIT.
077091     EXIT.
077092
077100*=============================================================*
077200*  9000-TERMINATE - WRITE THE SCORE-EXTRACT CONTROL RECORD,     *
077210*     CLOSE FILES AND SET THE RETURN CODE.  THE CONTROL RECORD  *
077850     WRITE SCORE-CONTROL-RECORD.
077900     IF WS-EXCEPT-COUNT > ZERO OR WS-DUP-COUNT > ZERO
078000             OR CK-EXCEPT-YES OR CK-DUP-YES
078010             OR WS-CAT-WARN
078100         MOVE 4 TO RETURN-CODE
078200     ELSE
078300         MOVE ZERO TO RETURN-CODE
079401     IF WS-DUES-CHECK-ON
079402         CLOSE DUES-MASTER
079403     END-IF.
079404     IF WS-CAT-ON
079406         CLOSE MEMBER-DETAILS
079408     END-IF.
079410     PERFORM 9520-WRITE-RUN-FINISH THRU 9520-EXIT.
079500 9000-EXIT.
079600     EXIT.
