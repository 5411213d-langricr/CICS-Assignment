       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG18.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT STUACCT-IN ASSIGN TO STUACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUACCT-KEY.

          SELECT STUFILE-IN ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUFILE-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT AGED-RPT ASSIGN TO AGEDRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD STUACCT-IN.
          COPY 'STUACCT'.

         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD AGED-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-STUACCT-EOF               PIC X VALUE 'N'.
         01  WS-STUFILE-EXISTS            PIC X.
         01  WS-HAVE-STUDENT              PIC X VALUE 'N'.
         01  WS-CURR-STUDENT-KEY          PIC X(10) VALUE SPACES.
         01  WS-AGE-DAYS                  PIC S9(7) COMP.
         01  WS-WORK-DATE                 PIC S9(7) COMP-3.
         01  WS-WORK-YEAR                 PIC S9(4) COMP.
         01  WS-WORK-DDD                  PIC S9(4) COMP.
         01  WS-LEAP-DAYS                 PIC S9(4) COMP.
         01  WS-DAY-NUMBER                PIC S9(7) COMP.
         01  WS-RUN-DAY-NUMBER            PIC S9(7) COMP.
         01  WS-LINE-COUNT                PIC S9(4) COMP VALUE 99.
         01  WS-LINES-PER-PAGE            PIC S9(4) COMP VALUE 55.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-STUDENT-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC S9(7) COMP-3.

      * ONE STUDENT'S OPEN AMOUNTS BY AGE, AND THE RUN TOTALS.
         01  WS-STUDENT-BUCKETS.
          05 WS-STU-CURRENT               PIC S9(7)V99 COMP-3.
          05 WS-STU-OVER-30               PIC S9(7)V99 COMP-3.
          05 WS-STU-OVER-60               PIC S9(7)V99 COMP-3.
          05 WS-STU-OVER-90               PIC S9(7)V99 COMP-3.
          05 WS-STU-CREDIT                PIC S9(7)V99 COMP-3.
          05 WS-STU-BALANCE               PIC S9(7)V99 COMP-3.
         01  WS-RUN-BUCKETS.
          05 WS-RUN-CURRENT               PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-RUN-OVER-30               PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-RUN-OVER-60               PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-RUN-OVER-90               PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-RUN-CREDIT                PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-RUN-BALANCE               PIC S9(9)V99 COMP-3 VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(36)
             VALUE 'AGED RECEIVABLES BY STUDENT  AS OF '.
          05 WS-HDG-DATE                  PIC 9(7).
          05 FILLER                       PIC X(37) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(8)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(16) VALUE 'NAME'.
          05 FILLER                       PIC X(11) VALUE
             '   CURRENT'.
          05 FILLER                       PIC X(11) VALUE
             '   30 DAYS'.
          05 FILLER                       PIC X(11) VALUE
             '   60 DAYS'.
          05 FILLER                       PIC X(11) VALUE
             '  90+ DAYS'.
          05 FILLER                       PIC X(12) VALUE
             '   BALANCE'.

         01  WS-DETAIL-LINE.
          05 WS-DET-STUDENT-NO            PIC X(7).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-NAME                  PIC X(15).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-CURRENT               PIC ZZZ,ZZ9.99.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-OVER-30               PIC ZZZ,ZZ9.99.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-OVER-60               PIC ZZZ,ZZ9.99.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-OVER-90               PIC ZZZ,ZZ9.99.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-BALANCE               PIC ZZ,ZZ9.99-.
          05 FILLER                       PIC X(2) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(24).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(49) VALUE SPACES.

         01  WS-AMOUNT-LINE.
          05 WS-AMT-LABEL                 PIC X(24).
          05 WS-AMT-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                       PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-AGE-LEDGER THRU 2000-EXIT.
         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT STUACCT-IN.
         OPEN INPUT STUFILE-IN.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT AGED-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         MOVE WS-RUN-DATE-JUL TO WS-WORK-DATE.
         PERFORM 3000-DAY-NUMBER THRU 3000-EXIT.
         MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

        1000-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG18' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG18' TO RUNCTL-JOB-NAME.
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

        2000-AGE-LEDGER.
         PERFORM 2100-READ-STUACCT THRU 2100-EXIT.

        2010-AGE-LOOP.
         IF WS-STUACCT-EOF IS EQUAL TO 'Y'
          PERFORM 2500-PRINT-STUDENT THRU 2500-EXIT
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.

         IF STUACCT-STUDENT-KEY IS NOT EQUAL TO WS-CURR-STUDENT-KEY
          PERFORM 2500-PRINT-STUDENT THRU 2500-EXIT
          PERFORM 2200-START-STUDENT THRU 2200-EXIT
         END-IF.

         IF STUACCT-REC-TYPE IS EQUAL TO 'H'
          MOVE STUACCT-BALANCE TO WS-STU-BALANCE
         ELSE
          PERFORM 2300-AGE-ONE-ENTRY THRU 2300-EXIT
         END-IF.

         PERFORM 2100-READ-STUACCT THRU 2100-EXIT.
         GO TO 2010-AGE-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-STUACCT.
         READ STUACCT-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-STUACCT-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-START-STUDENT.
         MOVE STUACCT-STUDENT-KEY TO WS-CURR-STUDENT-KEY.
         MOVE 'Y' TO WS-HAVE-STUDENT.
         MOVE 0 TO WS-STU-CURRENT.
         MOVE 0 TO WS-STU-OVER-30.
         MOVE 0 TO WS-STU-OVER-60.
         MOVE 0 TO WS-STU-OVER-90.
         MOVE 0 TO WS-STU-CREDIT.
         MOVE 0 TO WS-STU-BALANCE.

        2200-EXIT.
         EXIT.

      * ONLY THE OPEN PART OF AN ENTRY IS AGED. AN UNPAID CHARGE IS
      * AGED FROM ITS ASSESSMENT DATE; UNAPPLIED CREDITS ARE CARRIED
      * SEPARATELY AND NET AGAINST THE BALANCE.
        2300-AGE-ONE-ENTRY.
         IF STUACCT-OPEN-AMT IS NOT GREATER THAN 0
          GO TO 2300-EXIT
         END-IF.

         IF STUACCT-REC-TYPE IS NOT EQUAL TO 'C'
          ADD STUACCT-OPEN-AMT TO WS-STU-CREDIT
          GO TO 2300-EXIT
         END-IF.

         MOVE STUACCT-TRAN-DATE TO WS-WORK-DATE.
         PERFORM 3000-DAY-NUMBER THRU 3000-EXIT.
         COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER.

         IF WS-AGE-DAYS < 30
          ADD STUACCT-OPEN-AMT TO WS-STU-CURRENT
         ELSE
         IF WS-AGE-DAYS < 60
          ADD STUACCT-OPEN-AMT TO WS-STU-OVER-30
         ELSE
         IF WS-AGE-DAYS < 90
          ADD STUACCT-OPEN-AMT TO WS-STU-OVER-60
         ELSE
          ADD STUACCT-OPEN-AMT TO WS-STU-OVER-90
         END-IF.

        2300-EXIT.
         EXIT.

        2500-PRINT-STUDENT.
         IF WS-HAVE-STUDENT IS NOT EQUAL TO 'Y'
          GO TO 2500-EXIT
         END-IF.

         MOVE 'N' TO WS-HAVE-STUDENT.

         IF WS-STU-BALANCE IS EQUAL TO 0 AND
            WS-STU-CREDIT IS EQUAL TO 0
          GO TO 2500-EXIT
         END-IF.

         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
          PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
         END-IF.

         MOVE 'Y' TO WS-STUFILE-EXISTS.
         MOVE WS-CURR-STUDENT-KEY TO STUFILE-KEY.

         READ STUFILE-IN
          INVALID KEY
           MOVE 'N' TO WS-STUFILE-EXISTS
         END-READ.

         MOVE WS-CURR-STUDENT-KEY (4:7) TO WS-DET-STUDENT-NO.
         IF WS-STUFILE-EXISTS IS EQUAL TO 'Y'
          MOVE STUFILE-NAME TO WS-DET-NAME
         ELSE
          MOVE 'NOT ON STUFILE' TO WS-DET-NAME
         END-IF.

         MOVE WS-STU-CURRENT TO WS-DET-CURRENT.
         MOVE WS-STU-OVER-30 TO WS-DET-OVER-30.
         MOVE WS-STU-OVER-60 TO WS-DET-OVER-60.
         MOVE WS-STU-OVER-90 TO WS-DET-OVER-90.
         MOVE WS-STU-BALANCE TO WS-DET-BALANCE.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
         ADD 1 TO WS-LINE-COUNT.

         ADD 1 TO WS-STUDENT-COUNT.
         ADD WS-STU-CURRENT TO WS-RUN-CURRENT.
         ADD WS-STU-OVER-30 TO WS-RUN-OVER-30.
         ADD WS-STU-OVER-60 TO WS-RUN-OVER-60.
         ADD WS-STU-OVER-90 TO WS-RUN-OVER-90.
         ADD WS-STU-CREDIT TO WS-RUN-CREDIT.
         ADD WS-STU-BALANCE TO WS-RUN-BALANCE.

        2500-EXIT.
         EXIT.

        2600-PRINT-HEADINGS.
         MOVE WS-RUN-DATE-JUL TO WS-HDG-DATE.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING PAGE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.
         MOVE 3 TO WS-LINE-COUNT.

        2600-EXIT.
         EXIT.

      * DAY NUMBER OF A JULIAN CYYDDD DATE, COUNTED FROM 1900, SO TWO
      * DATES CAN BE SUBTRACTED ACROSS A YEAR END.
        3000-DAY-NUMBER.
         COMPUTE WS-WORK-YEAR = WS-WORK-DATE / 1000.
         COMPUTE WS-WORK-DDD = WS-WORK-DATE - (WS-WORK-YEAR * 1000).
         COMPUTE WS-LEAP-DAYS = (WS-WORK-YEAR - 1) / 4.
         COMPUTE WS-DAY-NUMBER =
            (WS-WORK-YEAR * 365) + WS-LEAP-DAYS + WS-WORK-DDD.

        3000-EXIT.
         EXIT.

        8000-PRINT-TOTALS.
         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
          PERFORM 2600-PRINT-HEADINGS THRU 2600-EXIT
         END-IF.

         MOVE 'STUDENTS LISTED' TO WS-TOT-LABEL.
         MOVE WS-STUDENT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'TOTAL CURRENT' TO WS-AMT-LABEL.
         MOVE WS-RUN-CURRENT TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 2 LINES.

         MOVE 'TOTAL 30 DAYS' TO WS-AMT-LABEL.
         MOVE WS-RUN-OVER-30 TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         MOVE 'TOTAL 60 DAYS' TO WS-AMT-LABEL.
         MOVE WS-RUN-OVER-60 TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         MOVE 'TOTAL 90+ DAYS' TO WS-AMT-LABEL.
         MOVE WS-RUN-OVER-90 TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         MOVE 'UNAPPLIED CREDITS' TO WS-AMT-LABEL.
         MOVE WS-RUN-CREDIT TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         MOVE 'NET RECEIVABLE' TO WS-AMT-LABEL.
         MOVE WS-RUN-BALANCE TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG18 LEDGER RECORDS READ ' WS-READ-COUNT.
         DISPLAY 'RLPRG18 STUDENTS LISTED     ' WS-STUDENT-COUNT.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-STUDENT-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE STUACCT-IN.
         CLOSE STUFILE-IN.
         CLOSE AGED-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
