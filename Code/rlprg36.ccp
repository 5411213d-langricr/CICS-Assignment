       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG36.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT SECPROF-IO ASSIGN TO SECPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SECPROF-KEY.

          SELECT AUDITLOG-OUT ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT REVIEW-RPT ASSIGN TO SECRVW
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD SECPROF-IO.
          COPY 'SECPROF'.

         FD AUDITLOG-OUT.
          COPY 'AUDITLOG'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD REVIEW-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-SECPROF-EOF               PIC X VALUE 'N'.
         01  WS-REWRITE-NEEDED            PIC X.
         01  WS-LIST-PROFILE              PIC X.
         01  WS-BATCH-USERID              PIC X(8) VALUE 'RLPRG36'.
         01  WS-DORMANT-DAYS              PIC S9(4) COMP VALUE 90.
         01  WS-LAST-USED                 PIC S9(7) COMP-3.
         01  WS-IDLE-DAYS                 PIC S9(7) COMP.
         01  WS-WORK-DATE                 PIC S9(7) COMP-3.
         01  WS-WORK-YEAR                 PIC S9(4) COMP.
         01  WS-WORK-DDD                  PIC S9(4) COMP.
         01  WS-LEAP-DAYS                 PIC S9(4) COMP.
         01  WS-DAY-NUMBER                PIC S9(7) COMP.
         01  WS-RUN-DAY-NUMBER            PIC S9(7) COMP.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC S9(7) COMP-3.
         01  WS-RUN-TIME-HMS              PIC S9(7) COMP-3.

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-DORMANT-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-REVOKED-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-CLOCK-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-LOCKED-COUNT              PIC S9(7) COMP VALUE 0.

      * THE UPDATE-TYPE AUTHORITIES TAKEN FROM A DORMANT USERID, ONE
      * LETTER EACH - ADD, UPDATE, DELETE, GRADE, OVERRIDE AND GRADE
      * APPROVE. ADMIN AUTHORITY IS LEFT FOR THE REVIEWERS TO DECIDE.
         01  WS-REVOKED-AUTHS.
          05 WS-RVK-ADD                   PIC X.
          05 WS-RVK-UPDATE                PIC X.
          05 WS-RVK-DELETE                PIC X.
          05 WS-RVK-GRADE                 PIC X.
          05 WS-RVK-OVERRIDE              PIC X.
          05 WS-RVK-GRDAPP                PIC X.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(40)
             VALUE 'DORMANT USERID REVIEW - SECPROF'.
          05 FILLER                       PIC X(9)  VALUE 'RUN DATE '.
          05 WS-HDG-DATE                  PIC 9(7).
          05 FILLER                       PIC X(24) VALUE SPACES.

         01  WS-SUB-HEADING.
          05 FILLER                       PIC X(36)
             VALUE 'USERIDS NOT USED IN THE LAST'.
          05 WS-HDG-DAYS                  PIC ZZ9.
          05 FILLER                       PIC X(41) VALUE ' DAYS'.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(10) VALUE 'USERID'.
          05 FILLER                       PIC X(9)  VALUE 'LAST ON'.
          05 FILLER                       PIC X(9)  VALUE 'GRANTED'.
          05 FILLER                       PIC X(7)  VALUE ' IDLE'.
          05 FILLER                       PIC X(8)  VALUE 'REVOKED'.
          05 FILLER                       PIC X(4)  VALUE 'ADM'.
          05 FILLER                       PIC X(33) VALUE 'NOTE'.

         01  WS-DETAIL-LINE.
          05 WS-DET-USERID                PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-LAST-ON               PIC 9(7).
          05 WS-DET-LAST-ON-X REDEFINES WS-DET-LAST-ON
                                          PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-GRANTED               PIC 9(7).
          05 WS-DET-GRANTED-X REDEFINES WS-DET-GRANTED
                                          PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-IDLE                  PIC ZZZZ9.
          05 WS-DET-IDLE-X REDEFINES WS-DET-IDLE
                                          PIC X(5).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REVOKED               PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-ADMIN                 PIC X.
          05 FILLER                       PIC X(3)  VALUE SPACES.
          05 WS-DET-NOTE                  PIC X(33).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-REVIEW-PROFILES THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN I-O SECPROF-IO.
         OPEN EXTEND AUDITLOG-OUT.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT REVIEW-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.
         MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-TIME-HMS.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         MOVE WS-RUN-DATE-JUL TO WS-WORK-DATE.
         PERFORM 4000-DAY-NUMBER THRU 4000-EXIT.
         MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

         MOVE WS-RUN-DATE-JUL TO WS-HDG-DATE.
         MOVE WS-DORMANT-DAYS TO WS-HDG-DAYS.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-SUB-HEADING AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG36' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG36' TO RUNCTL-JOB-NAME.
         MOVE WS-RUN-DATE-JUL TO RUNCTL-RUN-DATE.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
         MOVE 0 TO RUNCTL-END-TIME.
         MOVE 0 TO RUNCTL-READ-COUNT.
         MOVE 0 TO RUNCTL-WRITE-COUNT.
         MOVE 'N' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.

         IF WS-RUNCTL-EXISTS IS EQUAL TO 'Y'
          REWRITE RUNCTL-RECORD
         ELSE
          WRITE RUNCTL-RECORD
         END-IF.

        1200-EXIT.
         EXIT.

        2000-REVIEW-PROFILES.
         PERFORM 2100-READ-SECPROF THRU 2100-EXIT.

        2010-REVIEW-LOOP.
         IF WS-SECPROF-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-REVIEW-ONE-PROFILE THRU 2200-EXIT.

         PERFORM 2100-READ-SECPROF THRU 2100-EXIT.
         GO TO 2010-REVIEW-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-SECPROF.
         READ SECPROF-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-SECPROF-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      ******************************************************************
      * A USERID IS DORMANT WHEN NEITHER ITS LAST MENU SIGN-ON NOR ITS *
      * LAST GRANT IS WITHIN THE REVIEW PERIOD. A PROFILE WITH NEITHER *
      * DATE (SET UP BEFORE SIGN-ONS WERE RECORDED) HAS ITS CLOCK      *
      * STARTED TODAY INSTEAD OF LOSING ITS AUTHORITIES UNSEEN.        *
      ******************************************************************
        2200-REVIEW-ONE-PROFILE.
         MOVE 'N' TO WS-REWRITE-NEEDED.
         MOVE 'N' TO WS-LIST-PROFILE.
         MOVE SPACES TO WS-REVOKED-AUTHS.
         MOVE SPACES TO WS-DET-NOTE.
         PERFORM 2300-CLEAN-NEW-FIELDS THRU 2300-EXIT.

         MOVE SECPROF-LAST-SIGNON-DATE TO WS-LAST-USED.
         IF SECPROF-GRANT-DATE > WS-LAST-USED
          MOVE SECPROF-GRANT-DATE TO WS-LAST-USED
         END-IF.

         IF WS-LAST-USED IS EQUAL TO 0
          MOVE WS-RUN-DATE-JUL TO SECPROF-GRANT-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
          MOVE 'Y' TO WS-LIST-PROFILE
          MOVE 'NO USE ON FILE - CLOCK STARTED' TO WS-DET-NOTE
          MOVE 0 TO WS-IDLE-DAYS
          ADD 1 TO WS-CLOCK-COUNT
          GO TO 2250-FINISH-PROFILE
         END-IF.

         MOVE WS-LAST-USED TO WS-WORK-DATE.
         PERFORM 4000-DAY-NUMBER THRU 4000-EXIT.
         COMPUTE WS-IDLE-DAYS = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER.

         IF WS-IDLE-DAYS < WS-DORMANT-DAYS
          GO TO 2250-FINISH-PROFILE
         END-IF.

         ADD 1 TO WS-DORMANT-COUNT.
         MOVE 'Y' TO WS-LIST-PROFILE.
         PERFORM 2400-REVOKE-AUTHORITIES THRU 2400-EXIT.

         IF WS-REVOKED-AUTHS IS EQUAL TO SPACES
          MOVE 'DORMANT - NO UPDATE AUTHORITY' TO WS-DET-NOTE
         ELSE
          MOVE 'UPDATE AUTHORITIES REVOKED' TO WS-DET-NOTE
          MOVE WS-RUN-DATE-JUL TO SECPROF-REVOKE-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
          ADD 1 TO WS-REVOKED-COUNT
          PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
         END-IF.

        2250-FINISH-PROFILE.
         IF SECPROF-LOCKED IS EQUAL TO 'Y'
          ADD 1 TO WS-LOCKED-COUNT
          MOVE 'Y' TO WS-LIST-PROFILE
          IF WS-DET-NOTE IS EQUAL TO SPACES
           MOVE 'LOCKED AFTER REPEATED REFUSALS' TO WS-DET-NOTE
          END-IF
         END-IF.

         IF WS-REWRITE-NEEDED IS EQUAL TO 'Y'
          REWRITE SECPROF-RECORD
           INVALID KEY
            DISPLAY 'RLPRG36 REWRITE FAILED FOR ' SECPROF-USERID
          END-REWRITE
         END-IF.

         IF WS-LIST-PROFILE IS EQUAL TO 'Y'
          PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
         END-IF.

        2200-EXIT.
         EXIT.

      * PROFILES CARRIED OVER FROM BEFORE THE DATES AND COUNTS WERE
      * KEPT HAVE SPACES IN THOSE FIELDS; THEY ARE SET TO ZERO HERE.
        2300-CLEAN-NEW-FIELDS.
         IF SECPROF-LAST-SIGNON-DATE IS NOT NUMERIC
          MOVE 0 TO SECPROF-LAST-SIGNON-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.
         IF SECPROF-GRANT-DATE IS NOT NUMERIC
          MOVE 0 TO SECPROF-GRANT-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.
         IF SECPROF-REVOKE-DATE IS NOT NUMERIC
          MOVE 0 TO SECPROF-REVOKE-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.
         IF SECPROF-DENY-DATE IS NOT NUMERIC
          MOVE 0 TO SECPROF-DENY-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.
         IF SECPROF-DENY-COUNT IS NOT NUMERIC
          MOVE 0 TO SECPROF-DENY-COUNT
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.
         IF SECPROF-LOCK-DATE IS NOT NUMERIC
          MOVE 0 TO SECPROF-LOCK-DATE
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.
         IF SECPROF-LOCKED IS NOT EQUAL TO 'Y' AND
            SECPROF-LOCKED IS NOT EQUAL TO 'N'
          MOVE 'N' TO SECPROF-LOCKED
          MOVE 'Y' TO WS-REWRITE-NEEDED
         END-IF.

        2300-EXIT.
         EXIT.

        2400-REVOKE-AUTHORITIES.
         IF SECPROF-ADD-AUTH IS EQUAL TO 'Y'
          MOVE 'A' TO WS-RVK-ADD
          MOVE 'N' TO SECPROF-ADD-AUTH
         END-IF.
         IF SECPROF-UPDATE-AUTH IS EQUAL TO 'Y'
          MOVE 'U' TO WS-RVK-UPDATE
          MOVE 'N' TO SECPROF-UPDATE-AUTH
         END-IF.
         IF SECPROF-DELETE-AUTH IS EQUAL TO 'Y'
          MOVE 'D' TO WS-RVK-DELETE
          MOVE 'N' TO SECPROF-DELETE-AUTH
         END-IF.
         IF SECPROF-GRADE-AUTH IS EQUAL TO 'Y'
          MOVE 'G' TO WS-RVK-GRADE
          MOVE 'N' TO SECPROF-GRADE-AUTH
         END-IF.
         IF SECPROF-OVERRIDE-AUTH IS EQUAL TO 'Y'
          MOVE 'O' TO WS-RVK-OVERRIDE
          MOVE 'N' TO SECPROF-OVERRIDE-AUTH
         END-IF.
         IF SECPROF-GRDAPP-AUTH IS EQUAL TO 'Y'
          MOVE 'P' TO WS-RVK-GRDAPP
          MOVE 'N' TO SECPROF-GRDAPP-AUTH
         END-IF.

        2400-EXIT.
         EXIT.

        2500-WRITE-DETAIL.
         MOVE SECPROF-USERID TO WS-DET-USERID.

         IF SECPROF-LAST-SIGNON-DATE IS EQUAL TO 0
          MOVE 'NEVER' TO WS-DET-LAST-ON-X
         ELSE
          MOVE SECPROF-LAST-SIGNON-DATE TO WS-DET-LAST-ON
         END-IF.

         MOVE SECPROF-GRANT-DATE TO WS-DET-GRANTED.

         IF WS-IDLE-DAYS < WS-DORMANT-DAYS
          MOVE SPACES TO WS-DET-IDLE-X
         ELSE
          MOVE WS-IDLE-DAYS TO WS-DET-IDLE
         END-IF.

         MOVE WS-REVOKED-AUTHS TO WS-DET-REVOKED.
         MOVE SECPROF-ADMIN-AUTH TO WS-DET-ADMIN.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'PROFILES REVIEWED' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'DORMANT USERIDS' TO WS-TOT-LABEL.
         MOVE WS-DORMANT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'USERIDS WITH AUTHORITY REVOKED' TO WS-TOT-LABEL.
         MOVE WS-REVOKED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'REVIEW CLOCKS STARTED' TO WS-TOT-LABEL.
         MOVE WS-CLOCK-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'USERIDS LOCKED' TO WS-TOT-LABEL.
         MOVE WS-LOCKED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG36 PROFILES REVIEWED ' WS-READ-COUNT.
         DISPLAY 'RLPRG36 AUTHORITY REVOKED ' WS-REVOKED-COUNT.

        3000-EXIT.
         EXIT.

      * DAY NUMBER OF A JULIAN CYYDDD DATE, COUNTED FROM 1900, SO TWO
      * DATES CAN BE SUBTRACTED ACROSS A YEAR END.
        4000-DAY-NUMBER.
         COMPUTE WS-WORK-YEAR = WS-WORK-DATE / 1000.
         COMPUTE WS-WORK-DDD = WS-WORK-DATE - (WS-WORK-YEAR * 1000).
         COMPUTE WS-LEAP-DAYS = (WS-WORK-YEAR - 1) / 4.
         COMPUTE WS-DAY-NUMBER =
            (WS-WORK-YEAR * 365) + WS-LEAP-DAYS + WS-WORK-DDD.

        4000-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-REVOKED-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE SECPROF-IO.
         CLOSE AUDITLOG-OUT.
         CLOSE REVIEW-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.

        9500-WRITE-AUDIT-RECORD.
         MOVE SECPROF-USERID TO AUDITLOG-STUDENT-KEY.
         MOVE 'SEC-DORM' TO AUDITLOG-ACTION-CODE.
         MOVE 'BTCH' TO AUDITLOG-TERM-ID.
         MOVE WS-BATCH-USERID TO AUDITLOG-USERID.
         MOVE WS-RUN-TIME-HMS TO AUDITLOG-TIME.
         MOVE WS-RUN-DATE-JUL TO AUDITLOG-DATE.
         MOVE WS-REVOKED-AUTHS TO AUDITLOG-DETAIL.

         WRITE AUDITLOG-RECORD.

        9500-EXIT.
         EXIT.
