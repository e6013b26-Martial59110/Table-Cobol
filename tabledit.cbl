002090*                 SILENTLY START A NEW CLUB.  A CLUBMST THAT   *
002091*                 CANNOT BE OPENED SKIPS THE CHECK WITH A      *
002092*                 WARNING RATHER THAN HOLDING THE NIGHT.       *
002093*  10/15/26  JPM  AN ADD WHOSE NAME AND FIRSTNAME MATCH A      *
002094*                 PLAYER ALREADY ON PLYMAST OR PLYARCH IS      *
002095*                 PASSED WITH A WARNING NAMING THE EXISTING    *
002096*                 ID, SO THE DESK CAN RESTORE OR MERGE         *
002097*                 (TABLEMRG) RATHER THAN REGISTER THE MEMBER   *
002098*                 TWICE.  EITHER FILE MISSING SKIPS ITS HALF   *
002099*                 OF THE CHECK WITH A WARNING.                 *
002117*  10/15/26  JPM  A GRADING CHANGE MUST CARRY THE KEYING       *
002135*                 OPERATOR ID AND THE COMMITTEE AUTHORIZATION  *
002153*                 REFERENCE (E008).  TRANSACTION RECORD NOW 55 *
002171*                 BYTES.                                       *
002190*=============================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
003880     SELECT RUN-LOG ASSIGN TO RUNLOG
003890         ORGANIZATION IS SEQUENTIAL
003891         FILE STATUS IS WS-RL-STATUS.
003892
003893     SELECT PLAYER-MASTER ASSIGN TO PLYMAST
003894         ORGANIZATION IS INDEXED
003895         ACCESS MODE IS SEQUENTIAL
003896         RECORD KEY IS MR-ID
003897         FILE STATUS IS WS-PM-STATUS.
003898
003899     SELECT ARCHIVE-FILE ASSIGN TO PLYARCH
003900         ORGANIZATION IS INDEXED
003901         ACCESS MODE IS SEQUENTIAL
003902         RECORD KEY IS AR-ID
003903         FILE STATUS IS WS-AR-STATUS.
003904
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TRANS-FILE
004700 FD  CLEAN-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  CLEAN-RECORD           PIC X(55).
005100
005200 FD  REJECT-FILE
005300     RECORDING MODE IS F
005580     RECORDING MODE IS F
005590     LABEL RECORDS ARE STANDARD.
005595     COPY RUNLOG.
005596
005597 FD  PLAYER-MASTER
005598     RECORDING MODE IS F
005599     LABEL RECORDS ARE STANDARD.
005600     COPY PLYMAST.
005601
005602 FD  ARCHIVE-FILE
005603     RECORDING MODE IS F
005604     LABEL RECORDS ARE STANDARD.
005605     COPY PLYARCH.
005606
005700 WORKING-STORAGE SECTION.
005800*-----------------------------------------------------------*
005900*  FILE STATUS AND SWITCHES                                  *
006740     88  WS-CLUB-CHECK-ON   VALUE "Y".
006800 77  WS-ABEND-SW        PIC X(01) VALUE "N".
006900     88  WS-ABEND-YES       VALUE "Y".
006901 77  WS-PM-STATUS       PIC X(02) VALUE SPACES.
006902     88  WS-PM-OK           VALUE "00".
006903     88  WS-PM-EOF          VALUE "10".
006904 77  WS-AR-STATUS       PIC X(02) VALUE SPACES.
006905     88  WS-AR-OK           VALUE "00".
006906     88  WS-AR-EOF          VALUE "10".
006910
006920*-----------------------------------------------------------*
006930*  CENTRAL RUN LOG CONTROLS - EVERY BATCH PROGRAM WRITES A  *
007800 77  WS-GRAD-NUM        PIC 9(04) VALUE ZERO.
007900 77  WS-GRAD-MIN        PIC 9(04) VALUE 0000.
008000 77  WS-GRAD-MAX        PIC 9(04) VALUE 3000.
008001
008002*-----------------------------------------------------------*
008003*  KNOWN-NAME TABLE - ID, NAME AND FIRSTNAME OF EVERY        *
008004*  PLAYER ON THE MASTER AND THE ARCHIVE, LOADED AT START SO  *
008005*  EACH ADD CAN BE CHECKED FOR A MEMBER ALREADY REGISTERED.  *
008006*  WS-NM-SOURCE IS "M" (PLYMAST) OR "A" (PLYARCH).  A        *
008007*  TABLE THAT FILLS ENDS THE LOAD WITH A WARNING - THE CHECK *
008008*  IS ADVISORY AND NEVER HOLDS THE NIGHT.                    *
008009*-----------------------------------------------------------*
008010 01  WS-NAME-AREA.
008011     03  WS-NM-COUNT        PIC 9(04) COMP VALUE ZERO.
008012     03  WS-NM-ENTRY OCCURS 1 TO 1000 TIMES
008013             DEPENDING ON WS-NM-COUNT.
008014         05  WS-NM-ID       PIC X(04).
008015         05  WS-NM-NAME     PIC X(12).
008016         05  WS-NM-FIRSTNAME PIC X(13).
008017         05  WS-NM-SOURCE   PIC X(01).
008018 77  WS-NM-MAX          PIC 9(04) COMP VALUE 1000.
008019 77  WS-NDX             PIC 9(04) COMP VALUE ZERO.
008020 77  WS-NM-FULL-SW      PIC X(01) VALUE "N".
008021     88  WS-NM-FULL         VALUE "Y".
008022 77  WS-NM-FILE         PIC X(07) VALUE SPACES.
008100
008200*-----------------------------------------------------------*
008300*  RUN TOTALS - PRINTED ON THE EDIT TRAILER                  *
008500 77  WS-READ-COUNT      PIC 9(04) COMP VALUE ZERO.
008600 77  WS-CLEAN-COUNT     PIC 9(04) COMP VALUE ZERO.
008700 77  WS-REJECT-COUNT    PIC 9(04) COMP VALUE ZERO.
008710 77  WS-DUPNAME-COUNT   PIC 9(04) COMP VALUE ZERO.
008800
008900 PROCEDURE DIVISION.
009000*=============================================================*
013360             "STATUS = " WS-CB-STATUS
013370             " - CLUB REFERENCE CHECK SKIPPED"
013380     END-IF.
013390     PERFORM 1100-LOAD-NAMES THRU 1100-EXIT.
013400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
013500 1000-EXIT.
013600     EXIT.
013601
013602*=============================================================*
013603*  1100-LOAD-NAMES - TABLE THE ID, NAME AND FIRSTNAME OF      *
013604*     EVERY PLAYER ON THE MASTER, THEN THE ARCHIVE.  A FILE   *
013605*     THAT CANNOT BE OPENED IS SKIPPED WITH A WARNING.        *
013606*=============================================================*
013607 1100-LOAD-NAMES.
013608     OPEN INPUT PLAYER-MASTER.
013609     IF NOT WS-PM-OK
013610         DISPLAY "TABLEDIT0070 PLAYER-MASTER NOT AVAILABLE, "
013611             "STATUS = " WS-PM-STATUS
013612             " - DUPLICATE NAME CHECK SKIPPED FOR PLYMAST"
013613         GO TO 1100-ARCHIVE
013614     END-IF.
013615     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
013616     PERFORM 1120-TABLE-MASTER THRU 1120-EXIT
013617         UNTIL WS-PM-EOF OR WS-NM-FULL.
013618     CLOSE PLAYER-MASTER.
013619 1100-ARCHIVE.
013620     IF WS-NM-FULL
013621         GO TO 1100-EXIT
013622     END-IF.
013623     OPEN INPUT ARCHIVE-FILE.
013624     IF NOT WS-AR-OK
013625         DISPLAY "TABLEDIT0071 ARCHIVE-FILE NOT AVAILABLE, "
013626             "STATUS = " WS-AR-STATUS
013627             " - DUPLICATE NAME CHECK SKIPPED FOR PLYARCH"
013628         GO TO 1100-EXIT
013629     END-IF.
013630     PERFORM 1130-READ-ARCHIVE THRU 1130-EXIT.
013631     PERFORM 1140-TABLE-ARCHIVE THRU 1140-EXIT
013632         UNTIL WS-AR-EOF OR WS-NM-FULL.
013633     CLOSE ARCHIVE-FILE.
013634 1100-EXIT.
013635     EXIT.
013636
013637 1110-READ-MASTER.
013638     READ PLAYER-MASTER
013639         AT END
013640             SET WS-PM-EOF TO TRUE
013641     END-READ.
013642 1110-EXIT.
013643     EXIT.
013644
013645 1120-TABLE-MASTER.
013646     IF WS-NM-COUNT = WS-NM-MAX
013647         DISPLAY "TABLEDIT0072 MORE THAN 1000 KNOWN PLAYERS - "
013648             "DUPLICATE NAME CHECK INCOMPLETE"
013649         SET WS-NM-FULL TO TRUE
013650         GO TO 1120-EXIT
013651     END-IF.
013652     ADD 1 TO WS-NM-COUNT.
013653     MOVE MR-ID TO WS-NM-ID(WS-NM-COUNT).
013654     MOVE MR-NAME TO WS-NM-NAME(WS-NM-COUNT).
013655     MOVE MR-FIRSTNAME TO WS-NM-FIRSTNAME(WS-NM-COUNT).
013656     MOVE "M" TO WS-NM-SOURCE(WS-NM-COUNT).
013657     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
013658 1120-EXIT.
013659     EXIT.
013660
013661 1130-READ-ARCHIVE.
013662     READ ARCHIVE-FILE
013663         AT END
013664             SET WS-AR-EOF TO TRUE
013665     END-READ.
013666 1130-EXIT.
013667     EXIT.
013668
013669 1140-TABLE-ARCHIVE.
013670     IF WS-NM-COUNT = WS-NM-MAX
013671         DISPLAY "TABLEDIT0072 MORE THAN 1000 KNOWN PLAYERS - "
013672             "DUPLICATE NAME CHECK INCOMPLETE"
013673         SET WS-NM-FULL TO TRUE
013674         GO TO 1140-EXIT
013675     END-IF.
013676     ADD 1 TO WS-NM-COUNT.
013677     MOVE AR-ID TO WS-NM-ID(WS-NM-COUNT).
013678     MOVE AR-NAME TO WS-NM-NAME(WS-NM-COUNT).
013679     MOVE AR-FIRSTNAME TO WS-NM-FIRSTNAME(WS-NM-COUNT).
013680     MOVE "A" TO WS-NM-SOURCE(WS-NM-COUNT).
013681     PERFORM 1130-READ-ARCHIVE THRU 1130-EXIT.
013682 1140-EXIT.
013683     EXIT.
013700
013800*=============================================================*
013900*  2000-EDIT-ONE-TRANS - EDIT ONE TRANSACTION AND ROUTE IT    *
014400     MOVE SPACES TO WS-REASON.
014500     PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
014600     IF WS-REASON = SPACES
014610         IF TR-ADD
014620             PERFORM 2200-CHECK-DUP-NAME THRU 2200-EXIT
014630         END-IF
014700         PERFORM 4000-WRITE-CLEAN THRU 4000-EXIT
014800     ELSE
014900         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
015900     END-READ.
016000 2100-EXIT.
016100     EXIT.
016110
016120*=============================================================*
016130*  2200-CHECK-DUP-NAME - A CLEAN ADD WHOSE NAME AND FIRSTNAME *
016140*     MATCH A PLAYER ALREADY ON THE MASTER OR THE ARCHIVE IS  *
016150*     STILL PASSED, BUT THE DESK IS TOLD WHICH ID AND FILE    *
016160*     ALREADY HOLD THAT MEMBER - AN ARCHIVED ONE IS USUALLY   *
016170*     AN "R", A LIVE ONE A CASE FOR TABLEMRG.                 *
016180*=============================================================*
016190 2200-CHECK-DUP-NAME.
016191     PERFORM 2210-MATCH-NAME THRU 2210-EXIT
016192         VARYING WS-NDX FROM 1 BY 1 UNTIL WS-NDX > WS-NM-COUNT.
016193 2200-EXIT.
016194     EXIT.
016195
016196 2210-MATCH-NAME.
016197     IF WS-NM-NAME(WS-NDX) NOT = TR-NAME
016198             OR WS-NM-FIRSTNAME(WS-NDX) NOT = TR-FIRSTNAME
016199         GO TO 2210-EXIT
016200     END-IF.
016201     IF WS-NM-SOURCE(WS-NDX) = "A"
016202         MOVE "PLYARCH" TO WS-NM-FILE
016203     ELSE
016204         MOVE "PLYMAST" TO WS-NM-FILE
016205     END-IF.
016206     ADD 1 TO WS-DUPNAME-COUNT.
016207     DISPLAY "TABLEDIT0073 ADD " TR-ID " " TR-NAME " "
016208         TR-FIRSTNAME " MATCHES " WS-NM-ID(WS-NDX) " ON "
016209         WS-NM-FILE " - CHECK FOR A DUPLICATE REGISTRATION".
016210 2210-EXIT.
016211     EXIT.
016212
016300*=============================================================*
016400*  3000-EDIT-FIELDS - FIELD EDITS FOR ONE TRANSACTION.  THE   *
016500*     FIRST FAILURE FOUND SETS WS-REASON AND ENDS THE EDIT -  *
016700*     GRADING IS REQUIRED ON AN ADD, OPTIONAL ON A CHANGE     *
016800*     (BLANK LEAVES THE MASTER FIELD AS IT WAS), AND IGNORED  *
016900*     ON A DELETE OR A RESTORE.                               *
016925*     A GRADING ON A CHANGE MUST ALSO CARRY THE OPERATOR      *
016950*     ID AND AUTHORIZATION REFERENCE - TABLEMNT HOLDS IT      *
016975*     FOR A SECOND OPERATOR TO RELEASE (TABLEAPR).            *
017000*=============================================================*
017100 3000-EDIT-FIELDS.
017200     IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
018700     IF TR-CHANGE AND TR-GRADING = SPACES
018800         GO TO 3000-EXIT
018900     END-IF.
018916     IF TR-CHANGE AND (TR-OPERATOR = SPACES
018932             OR TR-AUTH-REF = SPACES)
018948         MOVE "E008" TO WS-REASON
018964         GO TO 3000-EXIT
018980     END-IF.
019000     IF TR-GRADING IS NOT NUMERIC
019100         MOVE "E003" TO WS-REASON
019200         GO TO 3000-EXIT
023400     DISPLAY "READ     - " WS-READ-COUNT.
023500     DISPLAY "CLEAN    - " WS-CLEAN-COUNT.
023600     DISPLAY "REJECTED - " WS-REJECT-COUNT.
023610     DISPLAY "NAME WARN- " WS-DUPNAME-COUNT.
023700     IF WS-REJECT-COUNT > ZERO
023800         MOVE 4 TO RETURN-CODE
023900     ELSE
