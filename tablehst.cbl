001740*                 DETAIL, AND TAKES AN OPTIONAL ARCHIVE YEAR   *
001750*                 ON THE CARD TO LIST A ROLLED YEAR'S FULL     *
001760*                 DETAIL OFF HISTARC.                          *
001770*  10/15/26  JPM  A RECORD FILED UNDER AN ID SINCE MERGED INTO *
001780*                 THIS ONE BY TABLEMRG IS MARKED "FROM NNNN"   *
001790*                 WITH THE ID IT WAS WRITTEN UNDER             *
001793*  10/15/26  JPM  HISTORY RECORD WIDENED TO 117 BYTES FOR      *
001796*                 HS-KEYED-BY AND HS-APPROVED-BY.              *
001800*=============================================================*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
004400 FD  HIST-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  HF-HISTORY-RECORD      PIC X(117).
004710
004720 FD  ARCH-FILE
004730     RECORDING MODE IS F
004740     LABEL RECORDS ARE STANDARD.
004750 01  AH-HISTORY-RECORD      PIC X(117).
004760
004770 FD  SUMM-FILE
004780     RECORDING MODE IS F
008100     05  WS-HD-AFT-FIRSTNAME PIC X(13).
008200     05  FILLER              PIC X(01) VALUE SPACE.
008300     05  WS-HD-AFT-GRADING   PIC X(04).
008310     05  FILLER              PIC X(02) VALUE SPACES.
008320     05  WS-HD-NOTE          PIC X(09).
008400
008500 01  WS-TITLE-AREA.
008600     05  FILLER              PIC X(22)
011240     88  WS-YEAR-MODE       VALUE "Y".
011300 77  WS-MATCH-COUNT     PIC 9(05) COMP VALUE ZERO.
011310 77  WS-SUM-FOUND       PIC 9(03) COMP VALUE ZERO.
011320 77  WS-IMAGE-ID        PIC X(04) VALUE SPACES.
011400
011500*-----------------------------------------------------------*
011600*  PRINTED REPORT CONTROLS - SAME PAGE/LINE HANDLING AS THE  *
025700*  3000-PRINT-ONE-ACTION - ONE LINE PER APPLIED TRANSACTION:  *
025800*     RUN DATE, TRANSACTION CODE, AND THE NAME/FIRSTNAME/     *
025900*     GRADING OF THE BEFORE AND AFTER IMAGES SIDE BY SIDE.    *
025910*     AN IMAGE CARRYING ANOTHER ID WAS WRITTEN BEFORE THAT ID *
025920*     WAS MERGED INTO THIS ONE - THE OLD ID IS NOTED.         *
026000*=============================================================*
026100 3000-PRINT-ONE-ACTION.
026200     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
027600     MOVE MR-NAME TO WS-HD-AFT-NAME.
027700     MOVE MR-FIRSTNAME TO WS-HD-AFT-FIRSTNAME.
027800     MOVE MR-GRADING TO WS-HD-AFT-GRADING.
027810     MOVE SPACES TO WS-HD-NOTE.
027820     IF HS-BEFORE-IMAGE = SPACES
027830         MOVE HS-AFTER-IMAGE(1:4) TO WS-IMAGE-ID
027840     ELSE
027850         MOVE HS-BEFORE-IMAGE(1:4) TO WS-IMAGE-ID
027860     END-IF.
027870     IF WS-IMAGE-ID NOT = HS-ID
027880         STRING "FROM " WS-IMAGE-ID
027890             DELIMITED BY SIZE INTO WS-HD-NOTE
027895     END-IF.
027900     WRITE PRINT-RECORD FROM WS-HIST-DETAIL-LINE
028000         AFTER ADVANCING 1 LINE.
028100     ADD 1 TO WS-LINE-COUNT.
