001687*  09/02/26  JPM  START AND FINISH RECORDS NOW WRITTEN TO     *
001688*                 THE CENTRAL RUNLOG FILE FOR THE TABLESUM    *
001689*                 MORNING SUMMARY.                            *
001690*  10/15/26  JPM  A GRADING CHANGE IS NO LONGER APPLIED: IT   *
001691*                 MUST CARRY THE OPERATOR ID AND              *
001692*                 AUTHORIZATION REFERENCE AND IS HELD PENDING *
001693*                 ON GRDOVR FOR TABLEAPR TO RELEASE.  THE     *
001694*                 KEYING OPERATOR GOES TO HS-KEYED-BY.  HELD  *
001695*                 TOTAL ADDED.                                *
001696*  10/15/26  JPM  A DUPLICATE GRDOVR KEY IS READ BACK AND IS  *
001697*                 A RERUN ONLY IF GRADING, OPERATOR AND AUTH  *
001698*                 MATCH.                                      *
001699*=============================================================*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.  IBM-370.
003280         ORGANIZATION IS SEQUENTIAL
003290         FILE STATUS IS WS-RL-STATUS.
003291
003292     SELECT OVERRIDE-FILE ASSIGN TO GRDOVR
003293         ORGANIZATION IS INDEXED
003294         ACCESS MODE IS RANDOM
003295         RECORD KEY IS OV-KEY
003296         FILE STATUS IS WS-OV-STATUS.
003297
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PLAYER-MASTER
004480     LABEL RECORDS ARE STANDARD.
004490     COPY RUNLOG.
004491
004492 FD  OVERRIDE-FILE
004493     RECORDING MODE IS F
004494     LABEL RECORDS ARE STANDARD.
004495     COPY GRDOVR.
004496
004500 WORKING-STORAGE SECTION.
004600*-----------------------------------------------------------*
004700*  FILE STATUS AND SWITCHES                                  *
005564     88  WS-CLUB-CHECK-ON   VALUE "Y".
005565 77  WS-CLUB-BAD-SW     PIC X(01) VALUE "N".
005566     88  WS-CLUB-BAD        VALUE "Y".
005571 77  WS-OV-STATUS       PIC X(02) VALUE SPACES.
005576     88  WS-OV-OK           VALUE "00".
005581     88  WS-OV-DUPKEY       VALUE "22".
005586 77  WS-HOLD-BAD-SW     PIC X(01) VALUE "N".
005591     88  WS-HOLD-BAD        VALUE "Y".
005600 77  WS-ABEND-SW        PIC X(01) VALUE "N".
005700     88  WS-ABEND-YES       VALUE "Y".
005701 77  WS-BLOCKED-SW      PIC X(01) VALUE "N".
006300 77  WS-CHANGE-COUNT    PIC 9(04) COMP VALUE ZERO.
006400 77  WS-DELETE-COUNT    PIC 9(04) COMP VALUE ZERO.
006410 77  WS-RESTORE-COUNT   PIC 9(04) COMP VALUE ZERO.
006455 77  WS-HELD-COUNT      PIC 9(04) COMP VALUE ZERO.
006500 77  WS-ERROR-COUNT     PIC 9(04) COMP VALUE ZERO.
006510
006511*-----------------------------------------------------------*
010383             "STATUS = " WS-CB-STATUS
010384             " - CLUB REFERENCE CHECK SKIPPED"
010385     END-IF.
010386     PERFORM 1050-OPEN-OVERRIDE THRU 1050-EXIT.
010387     IF WS-ABEND-YES
010388         GO TO 1000-EXIT
010389     END-IF.
010390     ACCEPT WS-SYS-DATE FROM DATE.
010400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
010500 1000-EXIT.
010600     EXIT.
010603
010606*=============================================================*
010609*  1050-OPEN-OVERRIDE - THE GRADING OVERRIDE FILE HOLDS EVERY  *
010612*     GRADING CHANGE PENDING UNTIL A SECOND OPERATOR RELEASES  *
010615*     OR REJECTS IT IN TABLEAPR.  SAME BUILD SAFETY NET AS     *
010618*     1100 FOR A CLUSTER DEFINED BUT NEVER LOADED.             *
010621*=============================================================*
010624 1050-OPEN-OVERRIDE.
010627     OPEN I-O OVERRIDE-FILE.
010630     IF WS-OV-OK
010633         GO TO 1050-EXIT
010636     END-IF.
010639     OPEN OUTPUT OVERRIDE-FILE.
010642     IF NOT WS-OV-OK
010645         DISPLAY "TABLEMNT0210 UNABLE TO BUILD OVERRIDE-FILE, "
010648             "STATUS = " WS-OV-STATUS
010651         SET WS-ABEND-YES TO TRUE
010654         GO TO 1050-EXIT
010657     END-IF.
010660     CLOSE OVERRIDE-FILE.
010663     OPEN I-O OVERRIDE-FILE.
010666     IF NOT WS-OV-OK
010669         DISPLAY "TABLEMNT0211 UNABLE TO REOPEN OVERRIDE-FILE, "
010672             "STATUS = " WS-OV-STATUS
010675         SET WS-ABEND-YES TO TRUE
010678     END-IF.
010681 1050-EXIT.
010684     EXIT.
010700
010710*=============================================================*
010720*  1100-BUILD-ARCHIVE - SAFETY NET FOR AN ALREADY-DEFINED BUT  *
015400*  4000-CHANGE-PLAYER - REWRITE AN EXISTING PLAYER-MASTER      *
015500*     RECORD.  A BLANK TRANSACTION FIELD LEAVES THE MASTER     *
015600*     FIELD AS IT WAS.                                         *
015625*     A GRADING IS NEVER APPLIED HERE - 4100 HOLDS IT ON THE   *
015650*     OVERRIDE FILE FOR TABLEAPR.  A CHANGE CARRYING ONLY A    *
015675*     GRADING LEAVES THE MASTER UNTOUCHED.                     *
015700*=============================================================*
015800 4000-CHANGE-PLAYER.
015900     MOVE TR-ID TO MR-ID.
016630     IF WS-CLUB-BAD
016640         GO TO 4000-EXIT
016650     END-IF.
016654     IF TR-GRADING NOT = SPACES
016658         PERFORM 4100-HOLD-GRADING THRU 4100-EXIT
016662         IF WS-HOLD-BAD OR WS-ABEND-YES
016666             GO TO 4000-EXIT
016670         END-IF
016674         IF TR-NAME = SPACES AND TR-FIRSTNAME = SPACES
016678                 AND TR-CLUB = SPACES
016682             GO TO 4000-EXIT
016686         END-IF
016690     END-IF.
016700     IF TR-NAME NOT = SPACES
016800         MOVE TR-NAME TO MR-NAME
016900     END-IF.
017000     IF TR-FIRSTNAME NOT = SPACES
017100         MOVE TR-FIRSTNAME TO MR-FIRSTNAME
017200     END-IF.
017501     IF TR-CLUB NOT = SPACES
017502         MOVE TR-CLUB TO MR-CLUB
017503     END-IF.
018300     END-REWRITE.
018400 4000-EXIT.
018500     EXIT.
018502
018504*=============================================================*
018506*  4100-HOLD-GRADING - WRITE THE GRADING CHANGE TO THE        *
018508*     OVERRIDE FILE AS PENDING, KEYED ON THE ID, TONIGHT'S    *
018510*     DATE AND ITS TRANSACTION POSITION.  NO OPERATOR ID OR   *
018512*     NO AUTHORIZATION REFERENCE REJECTS THE WHOLE CHANGE,    *
018514*     SAME RULE AS TABLEDIT'S E008.  A KEY THAT IS ALREADY    *
018516*     ON FILE IS CHECKED BY 4110.                             *
018518*=============================================================*
018520 4100-HOLD-GRADING.
018522     MOVE "N" TO WS-HOLD-BAD-SW.
018524     IF TR-OPERATOR = SPACES OR TR-AUTH-REF = SPACES
018526         DISPLAY "TABLEMNT0220 CHANGE REJECTED, GRADING WITHOUT "
018528             "OPERATOR ID OR AUTHORIZATION - " TR-ID
018530         ADD 1 TO WS-ERROR-COUNT
018532         SET WS-HOLD-BAD TO TRUE
018534         GO TO 4100-EXIT
018536     END-IF.
018538     MOVE SPACES TO OV-OVERRIDE-RECORD.
018540     MOVE TR-ID TO OV-ID.
018542     MOVE WS-SYS-DATE TO OV-KEYED-DATE.
018544     MOVE WS-TRAN-SEQ TO OV-KEYED-SEQ.
018546     SET OV-PENDING TO TRUE.
018548     MOVE MR-GRADING TO OV-OLD-GRADING.
018550     MOVE TR-GRADING TO OV-NEW-GRADING.
018552     MOVE TR-OPERATOR TO OV-KEYED-BY.
018554     MOVE TR-AUTH-REF TO OV-AUTH-REF.
018556     MOVE ZERO TO OV-DECIDED-DATE.
018558     WRITE OV-OVERRIDE-RECORD.
018560     IF WS-OV-DUPKEY
018562         PERFORM 4110-CHECK-PRIOR-HOLD THRU 4110-EXIT
018564         GO TO 4100-EXIT
018566     END-IF.
018568     IF NOT WS-OV-OK
018570         DISPLAY "TABLEMNT0230 UNABLE TO WRITE OVERRIDE-"
018572             "FILE, STATUS = " WS-OV-STATUS
018574         SET WS-ABEND-YES TO TRUE
018576         GO TO 4100-EXIT
018578     END-IF.
018580     ADD 1 TO WS-HELD-COUNT.
018582     DISPLAY "TABLEMNT0232 GRADING CHANGE HELD FOR APPROVAL - "
018584         TR-ID " " OV-OLD-GRADING " TO " OV-NEW-GRADING.
018586 4100-EXIT.
018588     EXIT.
018590
018592*=============================================================*
018594*  4110-CHECK-PRIOR-HOLD - THE OVERRIDE KEY FOR THIS          *
018596*     TRANSACTION IS ALREADY ON FILE.  READ IT BACK.  IT IS   *
018598*     THE RECORD A FAILED RUN WROTE ONLY WHEN THE NEW         *
018600*     GRADING, KEYING OPERATOR AND AUTHORIZATION ALL AGREE    *
018602*     WITH THE TRANSACTION - THEN IT IS LEFT AS FOUND AND     *
018604*     COUNTED AS HELD.  ANYTHING ELSE MEANS THE KEY BELONGS   *
018606*     TO A DIFFERENT CHANGE AND THIS ONE IS REJECTED.         *
018608*=============================================================*
018610 4110-CHECK-PRIOR-HOLD.
018612     READ OVERRIDE-FILE
018614         INVALID KEY
018616             DISPLAY "TABLEMNT0233 UNABLE TO READ OVERRIDE-"
018618                 "FILE, STATUS = " WS-OV-STATUS
018620             SET WS-ABEND-YES TO TRUE
018622             GO TO 4110-EXIT
018624     END-READ.
018626     IF OV-NEW-GRADING NOT = TR-GRADING
018628             OR OV-KEYED-BY NOT = TR-OPERATOR
018630             OR OV-AUTH-REF NOT = TR-AUTH-REF
018632         DISPLAY "TABLEMNT0234 CHANGE REJECTED, OVERRIDE KEY "
018634             "ALREADY HOLDS ANOTHER GRADING CHANGE - " OV-ID
018636             " " OV-KEYED-DATE " " OV-KEYED-SEQ
018638         ADD 1 TO WS-ERROR-COUNT
018640         SET WS-HOLD-BAD TO TRUE
018642         GO TO 4110-EXIT
018644     END-IF.
018646     DISPLAY "TABLEMNT0231 GRADING OVERRIDE ALREADY HELD "
018648         "BY THE PRIOR RUN - " TR-ID.
018650     ADD 1 TO WS-HELD-COUNT.
018652     DISPLAY "TABLEMNT0232 GRADING CHANGE HELD FOR APPROVAL - "
018654         TR-ID " " OV-OLD-GRADING " TO " OV-NEW-GRADING.
018656 4110-EXIT.
018658     EXIT.
018660
018700*=============================================================*
018800*  5000-DELETE-PLAYER - REMOVE A PLAYER-MASTER RECORD.  THE    *
018900*     RECORD IS READ FIRST SO ITS BEFORE IMAGE IS ON THE       *
021240*     BEFORE AND AFTER IMAGES.  A FAILED HISTORY WRITE STOPS   *
021241*     THE RUN - AN UPDATE WITHOUT ITS AUDIT RECORD IS WORSE    *
021242*     THAN A LATE UPDATE.                                      *
021244*     HS-KEYED-BY CARRIES THE KEYING OPERATOR WHERE ONE WAS    *
021246*     GIVEN; ONLY TABLEAPR FILLS HS-APPROVED-BY.               *
021250*=============================================================*
021260 7000-WRITE-HISTORY.
021270     MOVE TR-ID TO HS-ID.
021280     MOVE WS-SYS-DATE TO HS-RUN-DATE.
021283     MOVE TR-OPERATOR TO HS-KEYED-BY.
021286     MOVE SPACES TO HS-APPROVED-BY.
021290     MOVE TR-CODE TO HS-TRAN-CODE.
021291     MOVE WS-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
021292     MOVE WS-AFTER-IMAGE TO HS-AFTER-IMAGE.
021800     CLOSE TRANS-FILE.
021810     CLOSE HIST-FILE.
021820     CLOSE ARCHIVE-FILE.
021825     CLOSE OVERRIDE-FILE.
021830     IF WS-CLUB-CHECK-ON
021840         CLOSE CLUB-MASTER
021850     END-IF.
022100     DISPLAY "ADDED    - " WS-ADD-COUNT.
022200     DISPLAY "CHANGED  - " WS-CHANGE-COUNT.
022300     DISPLAY "DELETED  - " WS-DELETE-COUNT.
022305     DISPLAY "HELD     - " WS-HELD-COUNT.
022310     DISPLAY "RESTORED - " WS-RESTORE-COUNT.
022400     DISPLAY "REJECTED - " WS-ERROR-COUNT.
022500     IF WS-ERROR-COUNT > ZERO
022910     COMPUTE WS-RL-COUNT-1 = WS-ADD-COUNT + WS-CHANGE-COUNT
022920         + WS-DELETE-COUNT + WS-RESTORE-COUNT.
022930     MOVE WS-ERROR-COUNT TO WS-RL-COUNT-2.
022935     MOVE WS-HELD-COUNT TO WS-RL-COUNT-3.
022940     MOVE RETURN-CODE TO WS-RL-CC.
022950     PERFORM 9520-WRITE-RUN-FINISH THRU 9520-EXIT.
023000 9000-EXIT.
