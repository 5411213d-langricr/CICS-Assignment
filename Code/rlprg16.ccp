       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG16.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT CHARGE-FILE ASSIGN TO TUITCHG
           ORGANIZATION IS SEQUENTIAL.

          SELECT PAYMENT-FILE ASSIGN TO BURSPAY
           ORGANIZATION IS SEQUENTIAL.

          SELECT STUACCT-IO ASSIGN TO STUACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUACCT-KEY.

          SELECT STUFILE-IN ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUFILE-KEY.

          SELECT REFREQ-IO ASSIGN TO REFREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REFREQ-KEY.

          SELECT REFSCHD-IN ASSIGN TO REFSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REFSCHD-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT EXCEPT-RPT ASSIGN TO ACCTERR
           ORGANIZATION IS SEQUENTIAL.

          SELECT REFUND-RPT ASSIGN TO REFREG
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD CHARGE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS.
          COPY 'TUITCHG'.

         FD PAYMENT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS.
         01  PAYMENT-REC.
             05 PAY-STUDENT-NO              PIC X(7).
             05 PAY-AMOUNT                  PIC 9(7)V99.
             05 PAY-DATE                    PIC 9(7).
             05 PAY-RECEIPT-NO              PIC X(10).
             05 FILLER                      PIC X(7).

         FD STUACCT-IO.
          COPY 'STUACCT'.

         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD REFREQ-IO.
          COPY 'REFREQ'.

         FD REFSCHD-IN.
          COPY 'REFSCHD'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

         FD REFUND-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 REG-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-CHARGE-EOF                PIC X VALUE 'N'.
         01  WS-PAYMENT-EOF               PIC X VALUE 'N'.
         01  WS-LEDGER-EOF                PIC X VALUE 'N'.
         01  WS-REFREQ-EOF                PIC X VALUE 'N'.
         01  WS-SCHED-EXISTS              PIC X.
         01  WS-ACCOUNT-EXISTS            PIC X.
         01  WS-STUFILE-EXISTS            PIC X.
         01  WS-RECEIPT-FOUND             PIC X.
         01  WS-BATCH-USERID              PIC X(8) VALUE 'RLPRG16'.
         01  WS-ACCT-STUDENT-KEY          PIC X(10).
         01  WS-MATCH-TERM                PIC X(6).
         01  WS-MATCH-COURSE              PIC X(8).
         01  WS-MATCH-RECEIPT             PIC X(10).
         01  WS-MATCH-DATE                PIC S9(7) COMP-3.
         01  WS-CHARGE-ON-LEDGER          PIC X.
         01  WS-ORIG-CREDITED             PIC X.
         01  WS-NET-CHARGED               PIC S9(7)V99 COMP-3.
         01  WS-APPLY-AMT                 PIC S9(7)V99 COMP-3.
         01  WS-ORIG-SEQ                  PIC 9(5).
         01  WS-ORIG-AMT                  PIC S9(7)V99 COMP-3.
         01  WS-REFUND-PCT                PIC 9(3).
         01  WS-REFUND-AMT                PIC S9(7)V99 COMP-3.
         01  WS-TIER-IDX                  PIC S9(4) COMP.

      * NEW LEDGER ENTRY BUILT BY THE CHARGE OR PAYMENT PARAGRAPH AND
      * WRITTEN BY 3200-WRITE-ENTRY.
         01  WS-NEW-ENTRY.
          05 WS-NEW-TYPE                  PIC X.
          05 WS-NEW-TERM                  PIC X(6).
          05 WS-NEW-COURSE                PIC X(8).
          05 WS-NEW-AMOUNT                PIC S9(7)V99 COMP-3.
          05 WS-NEW-DATE                  PIC S9(7) COMP-3.
          05 WS-NEW-REFERENCE             PIC X(10).

      * OPEN ITEMS FOR ONE STUDENT IN LEDGER SEQUENCE - CHARGES WITH
      * AN UNPAID AMOUNT AND CREDITS NOT YET FULLY APPLIED.
         01  WS-OI-MAX                    PIC S9(4) COMP VALUE 300.
         01  WS-OI-COUNT                  PIC S9(4) COMP VALUE 0.
         01  WS-OI-IDX                    PIC S9(4) COMP.
         01  WS-CHG-IDX                   PIC S9(4) COMP.
         01  WS-CRD-IDX                   PIC S9(4) COMP.
         01  WS-OI-TABLE.
          05 WS-OI-ENTRY OCCURS 300 TIMES.
           10 WS-OI-SEQ-NO                PIC 9(5).
           10 WS-OI-TYPE                  PIC X.
           10 WS-OI-OPEN-AMT              PIC S9(7)V99 COMP-3.
           10 WS-OI-CHANGED               PIC X.

         01  WS-CHG-READ                  PIC S9(7) COMP VALUE 0.
         01  WS-CHG-POSTED                PIC S9(7) COMP VALUE 0.
         01  WS-CHG-ALREADY               PIC S9(7) COMP VALUE 0.
         01  WS-PAY-READ                  PIC S9(7) COMP VALUE 0.
         01  WS-PAY-POSTED                PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-ACCT-OPENED               PIC S9(7) COMP VALUE 0.
         01  WS-CHG-TOTAL                 PIC S9(9)V99 COMP-3 VALUE 0.
         01  WS-PAY-TOTAL                 PIC S9(9)V99 COMP-3 VALUE 0.
         01  WS-REF-READ                  PIC S9(7) COMP VALUE 0.
         01  WS-REF-POSTED                PIC S9(7) COMP VALUE 0.
         01  WS-REF-NONE                  PIC S9(7) COMP VALUE 0.
         01  WS-REF-HELD                  PIC S9(7) COMP VALUE 0.
         01  WS-REF-TOTAL                 PIC S9(9)V99 COMP-3 VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC S9(7) COMP-3.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(36)
             VALUE 'STUDENT ACCOUNT POSTING - EXCEPTIONS'.
          05 FILLER                       PIC X(44) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(9)  VALUE 'SOURCE'.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(12) VALUE 'REFERENCE'.
          05 FILLER                       PIC X(14) VALUE
             '      AMOUNT'.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(6)  VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-SOURCE                PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-STUDENT-NO            PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REFERENCE             PIC X(10).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-AMOUNT                PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(30).
          05 FILLER                       PIC X(6)  VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(24).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(49) VALUE SPACES.

         01  WS-AMOUNT-LINE.
          05 WS-AMT-LABEL                 PIC X(24).
          05 WS-AMT-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(42) VALUE SPACES.

         01  WS-REG-HEADING-LINE.
          05 FILLER                       PIC X(24)
             VALUE 'TUITION REFUND REGISTER'.
          05 FILLER                       PIC X(9)  VALUE 'RUN DATE '.
          05 WS-REG-RUN-DATE              PIC 9(7).
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-REG-COLUMN-LINE.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(8)  VALUE 'TERM'.
          05 FILLER                       PIC X(10) VALUE 'COURSE'.
          05 FILLER                       PIC X(9)  VALUE 'DROPPED'.
          05 FILLER                       PIC X(6)  VALUE 'HOW'.
          05 FILLER                       PIC X(5)  VALUE 'PCT'.
          05 FILLER                       PIC X(6)  VALUE 'CHARGE'.
          05 FILLER                       PIC X(12) VALUE
             '    ORIGINAL'.
          05 FILLER                       PIC X(12) VALUE
             '      REFUND'.
          05 FILLER                       PIC X(3)  VALUE SPACES.

         01  WS-REG-DETAIL-LINE.
          05 WS-REG-STUDENT-NO            PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-TERM                  PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-COURSE                PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-DROP-DATE             PIC 9(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-SOURCE                PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-PCT                   PIC ZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-CHG-SEQ               PIC 9(5).
          05 FILLER                       PIC X(1)  VALUE SPACES.
          05 WS-REG-ORIG-AMT              PIC ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-REG-REFUND-AMT            PIC ZZZ,ZZ9.99.
          05 FILLER                       PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-POST-CHARGES THRU 2000-EXIT.
         PERFORM 2500-POST-PAYMENTS THRU 2500-EXIT.
         PERFORM 5000-POST-REFUNDS THRU 5000-EXIT.
         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT CHARGE-FILE.
         OPEN INPUT PAYMENT-FILE.
         OPEN I-O STUACCT-IO.
         OPEN INPUT STUFILE-IN.
         OPEN I-O REFREQ-IO.
         OPEN INPUT REFSCHD-IN.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT EXCEPT-RPT.
         OPEN OUTPUT REFUND-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

         MOVE WS-RUN-DATE-JUL TO WS-REG-RUN-DATE.
         WRITE REG-LINE FROM WS-REG-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE REG-LINE FROM WS-REG-COLUMN-LINE
          AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG16' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG16' TO RUNCTL-JOB-NAME.
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

      * TUITION CHARGES. THE ASSESSMENT FILE IS RE-READ EVERY NIGHT,
      * SO A CHARGE ALREADY ON THE LEDGER FOR THE SAME TERM, COURSE
      * AND ASSESSMENT DATE IS NOT TAKEN IN A SECOND TIME. A NEW
      * ASSESSMENT RUN RE-DATES EVERY CHARGE, SO A COURSE WHOSE LATEST
      * CHARGE HAS HAD NO CREDIT POSTED AGAINST IT IS NOT BILLED AGAIN
      * EITHER. A COURSE RE-ADDED AFTER A DROP, WHOLE OR PARTIAL REFUND
      * ALIKE, IS BILLED ON ITS NEXT ASSESSMENT.
        2000-POST-CHARGES.
         PERFORM 2100-READ-CHARGE THRU 2100-EXIT.

        2010-CHARGE-LOOP.
         IF WS-CHARGE-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-CHG-READ.
         PERFORM 2200-POST-ONE-CHARGE THRU 2200-EXIT.
         PERFORM 2100-READ-CHARGE THRU 2100-EXIT.
         GO TO 2010-CHARGE-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-CHARGE.
         READ CHARGE-FILE
          AT END
           MOVE 'Y' TO WS-CHARGE-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-POST-ONE-CHARGE.
         IF CHG-FEE IS NOT NUMERIC
          MOVE 'CHARGE' TO WS-DET-SOURCE
          MOVE CHG-STUDENT-NO TO WS-DET-STUDENT-NO
          MOVE CHG-COURSE TO WS-DET-REFERENCE
          MOVE 0 TO WS-DET-AMOUNT
          MOVE 'CHARGE AMOUNT NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF CHG-FEE IS EQUAL TO 0
          GO TO 2200-EXIT
         END-IF.

         MOVE 'XXX' TO WS-ACCT-STUDENT-KEY (1:3).
         MOVE CHG-STUDENT-NO TO WS-ACCT-STUDENT-KEY (4:7).
         PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT.

         MOVE CHG-TERM TO WS-MATCH-TERM.
         MOVE CHG-COURSE TO WS-MATCH-COURSE.
         MOVE SPACES TO WS-MATCH-RECEIPT.
         MOVE CHG-ASSESS-DATE TO WS-MATCH-DATE.
         PERFORM 3100-SCAN-LEDGER THRU 3100-EXIT.

         IF WS-CHARGE-ON-LEDGER IS EQUAL TO 'Y'
          ADD 1 TO WS-CHG-ALREADY
          GO TO 2200-EXIT
         END-IF.

         IF WS-ORIG-SEQ > 0 AND
            WS-ORIG-CREDITED IS EQUAL TO 'N'
          ADD 1 TO WS-CHG-ALREADY
          GO TO 2200-EXIT
         END-IF.

         MOVE 'C' TO WS-NEW-TYPE.
         MOVE CHG-TERM TO WS-NEW-TERM.
         MOVE CHG-COURSE TO WS-NEW-COURSE.
         MOVE CHG-FEE TO WS-NEW-AMOUNT.
         MOVE CHG-ASSESS-DATE TO WS-NEW-DATE.
         MOVE SPACES TO WS-NEW-REFERENCE.
         PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT.
         PERFORM 4000-APPLY-CREDITS THRU 4000-EXIT.

         ADD 1 TO WS-CHG-POSTED.
         ADD CHG-FEE TO WS-CHG-TOTAL.

        2200-EXIT.
         EXIT.

      * BURSAR PAYMENTS. A RECEIPT NUMBER ALREADY ON THE STUDENT'S
      * LEDGER IS REJECTED SO A RE-SENT PAYMENT FILE CANNOT POST TWICE.
        2500-POST-PAYMENTS.
         PERFORM 2600-READ-PAYMENT THRU 2600-EXIT.

        2510-PAYMENT-LOOP.
         IF WS-PAYMENT-EOF IS EQUAL TO 'Y'
          GO TO 2500-EXIT
         END-IF.

         ADD 1 TO WS-PAY-READ.
         PERFORM 2700-POST-ONE-PAYMENT THRU 2700-EXIT.
         PERFORM 2600-READ-PAYMENT THRU 2600-EXIT.
         GO TO 2510-PAYMENT-LOOP.

        2500-EXIT.
         EXIT.

        2600-READ-PAYMENT.
         READ PAYMENT-FILE
          AT END
           MOVE 'Y' TO WS-PAYMENT-EOF
         END-READ.

        2600-EXIT.
         EXIT.

        2700-POST-ONE-PAYMENT.
         MOVE 'PAYMENT' TO WS-DET-SOURCE.
         MOVE PAY-STUDENT-NO TO WS-DET-STUDENT-NO.
         MOVE PAY-RECEIPT-NO TO WS-DET-REFERENCE.
         MOVE 0 TO WS-DET-AMOUNT.

         IF PAY-STUDENT-NO IS NOT NUMERIC
          MOVE 'STUDENT NUMBER NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
          GO TO 2700-EXIT
         END-IF.

         IF PAY-AMOUNT IS NOT NUMERIC
          MOVE 'PAYMENT AMOUNT NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
          GO TO 2700-EXIT
         END-IF.

         MOVE PAY-AMOUNT TO WS-DET-AMOUNT.

         IF PAY-AMOUNT IS EQUAL TO 0
          MOVE 'PAYMENT AMOUNT IS ZERO' TO WS-DET-REASON
          PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
          GO TO 2700-EXIT
         END-IF.

         IF PAY-RECEIPT-NO IS EQUAL TO SPACES
          MOVE 'RECEIPT NUMBER MISSING' TO WS-DET-REASON
          PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
          GO TO 2700-EXIT
         END-IF.

         MOVE 'XXX' TO WS-ACCT-STUDENT-KEY (1:3).
         MOVE PAY-STUDENT-NO TO WS-ACCT-STUDENT-KEY (4:7).

         MOVE 'Y' TO WS-STUFILE-EXISTS.
         MOVE WS-ACCT-STUDENT-KEY TO STUFILE-KEY.

         READ STUFILE-IN
          INVALID KEY
           MOVE 'N' TO WS-STUFILE-EXISTS
         END-READ.

         IF WS-STUFILE-EXISTS IS EQUAL TO 'N'
          MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY
          MOVE 0 TO STUACCT-SEQ-NO
          READ STUACCT-IO
           INVALID KEY
            MOVE 'STUDENT NOT ON FILE' TO WS-DET-REASON
            PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
            GO TO 2700-EXIT
          END-READ
         END-IF.

         PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT.

         MOVE SPACES TO WS-MATCH-TERM.
         MOVE SPACES TO WS-MATCH-COURSE.
         MOVE PAY-RECEIPT-NO TO WS-MATCH-RECEIPT.
         MOVE 0 TO WS-MATCH-DATE.
         PERFORM 3100-SCAN-LEDGER THRU 3100-EXIT.

         IF WS-RECEIPT-FOUND IS EQUAL TO 'Y'
          MOVE 'RECEIPT ALREADY POSTED' TO WS-DET-REASON
          PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
          GO TO 2700-EXIT
         END-IF.

         MOVE 'P' TO WS-NEW-TYPE.
         MOVE SPACES TO WS-NEW-TERM.
         MOVE SPACES TO WS-NEW-COURSE.
         MOVE PAY-AMOUNT TO WS-NEW-AMOUNT.
         IF PAY-DATE IS NUMERIC AND PAY-DATE > 0
          MOVE PAY-DATE TO WS-NEW-DATE
         ELSE
          MOVE WS-RUN-DATE-JUL TO WS-NEW-DATE
         END-IF.
         MOVE PAY-RECEIPT-NO TO WS-NEW-REFERENCE.
         PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT.
         PERFORM 4000-APPLY-CREDITS THRU 4000-EXIT.

         ADD 1 TO WS-PAY-POSTED.
         ADD PAY-AMOUNT TO WS-PAY-TOTAL.

        2700-EXIT.
         EXIT.

        2900-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2900-EXIT.
         EXIT.

      * READ THE ACCOUNT HEADER, OPENING A NEW ACCOUNT THE FIRST TIME
      * A STUDENT IS CHARGED OR PAYS.
        3000-OPEN-ACCOUNT.
         MOVE 'Y' TO WS-ACCOUNT-EXISTS.
         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.

         READ STUACCT-IO
          INVALID KEY
           MOVE 'N' TO WS-ACCOUNT-EXISTS
         END-READ.

         IF WS-ACCOUNT-EXISTS IS EQUAL TO 'Y'
          GO TO 3000-EXIT
         END-IF.

         MOVE SPACES TO STUACCT-RECORD.
         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.
         MOVE 'H' TO STUACCT-REC-TYPE.
         MOVE 0 TO STUACCT-BALANCE.
         MOVE 0 TO STUACCT-TOT-CHARGED.
         MOVE 0 TO STUACCT-TOT-CREDITED.
         MOVE 0 TO STUACCT-LAST-SEQ.
         MOVE 0 TO STUACCT-LAST-CHG-DATE.
         MOVE 0 TO STUACCT-LAST-PAY-DATE.

         WRITE STUACCT-RECORD
          INVALID KEY
           GO TO 3000-EXIT
         END-WRITE.

         ADD 1 TO WS-ACCT-OPENED.

        3000-EXIT.
         EXIT.

      * ONE PASS OF THE STUDENT'S LEDGER - NETS CHARGES LESS
      * ADJUSTMENTS FOR THE MATCH TERM AND COURSE, NOTES THE LATEST
      * SUCH CHARGE AND WHETHER A CREDIT HAS BEEN POSTED SINCE IT,
      * LOOKS FOR A CHARGE CARRYING THE MATCH ASSESSMENT DATE AND FOR
      * THE MATCH RECEIPT NUMBER, AND LOADS THE OPEN-ITEM TABLE.
        3100-SCAN-LEDGER.
         MOVE 0 TO WS-NET-CHARGED.
         MOVE 0 TO WS-ORIG-SEQ.
         MOVE 0 TO WS-ORIG-AMT.
         MOVE 'N' TO WS-CHARGE-ON-LEDGER.
         MOVE 'N' TO WS-ORIG-CREDITED.
         MOVE 'N' TO WS-RECEIPT-FOUND.
         MOVE 0 TO WS-OI-COUNT.
         MOVE 'N' TO WS-LEDGER-EOF.
         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.

         START STUACCT-IO KEY IS GREATER THAN STUACCT-KEY
          INVALID KEY
           GO TO 3100-EXIT
         END-START.

        3110-SCAN-LOOP.
         READ STUACCT-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-LEDGER-EOF
         END-READ.

         IF WS-LEDGER-EOF IS EQUAL TO 'Y'
          GO TO 3100-EXIT
         END-IF.

         IF STUACCT-STUDENT-KEY IS NOT EQUAL TO WS-ACCT-STUDENT-KEY
          GO TO 3100-EXIT
         END-IF.

         IF STUACCT-TERM IS EQUAL TO WS-MATCH-TERM AND
            STUACCT-COURSE IS EQUAL TO WS-MATCH-COURSE AND
            WS-MATCH-COURSE IS NOT EQUAL TO SPACES
          IF STUACCT-REC-TYPE IS EQUAL TO 'C'
           ADD STUACCT-AMOUNT TO WS-NET-CHARGED
           MOVE STUACCT-SEQ-NO TO WS-ORIG-SEQ
           MOVE STUACCT-AMOUNT TO WS-ORIG-AMT
           MOVE 'N' TO WS-ORIG-CREDITED
           IF STUACCT-TRAN-DATE IS EQUAL TO WS-MATCH-DATE AND
              WS-MATCH-DATE > 0
            MOVE 'Y' TO WS-CHARGE-ON-LEDGER
           END-IF
          END-IF
          IF STUACCT-REC-TYPE IS EQUAL TO 'A'
           SUBTRACT STUACCT-AMOUNT FROM WS-NET-CHARGED
           MOVE 'Y' TO WS-ORIG-CREDITED
          END-IF
         END-IF.

         IF STUACCT-REC-TYPE IS EQUAL TO 'P' AND
            STUACCT-REFERENCE IS EQUAL TO WS-MATCH-RECEIPT AND
            WS-MATCH-RECEIPT IS NOT EQUAL TO SPACES
          MOVE 'Y' TO WS-RECEIPT-FOUND
         END-IF.

         IF STUACCT-OPEN-AMT > 0
          PERFORM 3150-ADD-OPEN-ITEM THRU 3150-EXIT
         END-IF.

         GO TO 3110-SCAN-LOOP.

        3100-EXIT.
         EXIT.

        3150-ADD-OPEN-ITEM.
         IF WS-OI-COUNT >= WS-OI-MAX
          DISPLAY 'RLPRG16 OPEN-ITEM TABLE FULL FOR '
                  WS-ACCT-STUDENT-KEY
          GO TO 3150-EXIT
         END-IF.

         ADD 1 TO WS-OI-COUNT.
         MOVE STUACCT-SEQ-NO TO WS-OI-SEQ-NO(WS-OI-COUNT).
         MOVE STUACCT-REC-TYPE TO WS-OI-TYPE(WS-OI-COUNT).
         MOVE STUACCT-OPEN-AMT TO WS-OI-OPEN-AMT(WS-OI-COUNT).
         MOVE 'N' TO WS-OI-CHANGED(WS-OI-COUNT).

        3150-EXIT.
         EXIT.

      * TAKE THE NEXT SEQUENCE NUMBER FROM THE HEADER, ROLL THE NEW
      * ENTRY INTO THE HEADER TOTALS, AND WRITE THE ENTRY.
        3200-WRITE-ENTRY.
         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.

         READ STUACCT-IO
          INVALID KEY
           DISPLAY 'RLPRG16 ACCOUNT HEADER MISSING FOR '
                   WS-ACCT-STUDENT-KEY
           GO TO 3200-EXIT
         END-READ.

         ADD 1 TO STUACCT-LAST-SEQ.
         IF WS-NEW-TYPE IS EQUAL TO 'C'
          ADD WS-NEW-AMOUNT TO STUACCT-BALANCE
          ADD WS-NEW-AMOUNT TO STUACCT-TOT-CHARGED
          MOVE WS-NEW-DATE TO STUACCT-LAST-CHG-DATE
         ELSE
          SUBTRACT WS-NEW-AMOUNT FROM STUACCT-BALANCE
          ADD WS-NEW-AMOUNT TO STUACCT-TOT-CREDITED
          IF WS-NEW-TYPE IS EQUAL TO 'P'
           MOVE WS-NEW-DATE TO STUACCT-LAST-PAY-DATE
          END-IF
         END-IF.

         REWRITE STUACCT-RECORD
          INVALID KEY
           DISPLAY 'RLPRG16 ACCOUNT HEADER REWRITE FAILED '
                   WS-ACCT-STUDENT-KEY
           GO TO 3200-EXIT
         END-REWRITE.

         MOVE STUACCT-LAST-SEQ TO STUACCT-SEQ-NO.
         MOVE WS-NEW-TYPE TO STUACCT-REC-TYPE.
         MOVE SPACES TO STUACCT-ENTRY.
         MOVE WS-NEW-TERM TO STUACCT-TERM.
         MOVE WS-NEW-COURSE TO STUACCT-COURSE.
         MOVE WS-NEW-AMOUNT TO STUACCT-AMOUNT.
         MOVE WS-NEW-AMOUNT TO STUACCT-OPEN-AMT.
         MOVE WS-NEW-DATE TO STUACCT-TRAN-DATE.
         MOVE WS-NEW-REFERENCE TO STUACCT-REFERENCE.
         MOVE WS-BATCH-USERID TO STUACCT-POST-JOB.

         WRITE STUACCT-RECORD
          INVALID KEY
           DISPLAY 'RLPRG16 DUPLICATE LEDGER KEY ' STUACCT-KEY
           GO TO 3200-EXIT
         END-WRITE.

         PERFORM 3150-ADD-OPEN-ITEM THRU 3150-EXIT.

        3200-EXIT.
         EXIT.

      * APPLY OPEN CREDITS TO OPEN CHARGES, OLDEST FIRST ON BOTH
      * SIDES, THEN REWRITE EVERY ENTRY WHOSE OPEN AMOUNT CHANGED.
        4000-APPLY-CREDITS.
         MOVE 1 TO WS-CHG-IDX.
         MOVE 1 TO WS-CRD-IDX.

        4010-APPLY-LOOP.
         PERFORM 4100-NEXT-OPEN-CHARGE THRU 4100-EXIT.
         PERFORM 4200-NEXT-OPEN-CREDIT THRU 4200-EXIT.

         IF WS-CHG-IDX > WS-OI-COUNT OR
            WS-CRD-IDX > WS-OI-COUNT
          GO TO 4050-REWRITE-CHANGED
         END-IF.

         IF WS-OI-OPEN-AMT(WS-CHG-IDX) < WS-OI-OPEN-AMT(WS-CRD-IDX)
          MOVE WS-OI-OPEN-AMT(WS-CHG-IDX) TO WS-APPLY-AMT
         ELSE
          MOVE WS-OI-OPEN-AMT(WS-CRD-IDX) TO WS-APPLY-AMT
         END-IF.

         SUBTRACT WS-APPLY-AMT FROM WS-OI-OPEN-AMT(WS-CHG-IDX).
         SUBTRACT WS-APPLY-AMT FROM WS-OI-OPEN-AMT(WS-CRD-IDX).
         MOVE 'Y' TO WS-OI-CHANGED(WS-CHG-IDX).
         MOVE 'Y' TO WS-OI-CHANGED(WS-CRD-IDX).
         GO TO 4010-APPLY-LOOP.

        4050-REWRITE-CHANGED.
         PERFORM 4300-REWRITE-ONE-ITEM THRU 4300-EXIT
          VARYING WS-OI-IDX FROM 1 BY 1
          UNTIL WS-OI-IDX > WS-OI-COUNT.

        4000-EXIT.
         EXIT.

        4100-NEXT-OPEN-CHARGE.
         IF WS-CHG-IDX > WS-OI-COUNT
          GO TO 4100-EXIT
         END-IF.

         IF WS-OI-TYPE(WS-CHG-IDX) IS EQUAL TO 'C' AND
            WS-OI-OPEN-AMT(WS-CHG-IDX) > 0
          GO TO 4100-EXIT
         END-IF.

         ADD 1 TO WS-CHG-IDX.
         GO TO 4100-NEXT-OPEN-CHARGE.

        4100-EXIT.
         EXIT.

        4200-NEXT-OPEN-CREDIT.
         IF WS-CRD-IDX > WS-OI-COUNT
          GO TO 4200-EXIT
         END-IF.

         IF WS-OI-TYPE(WS-CRD-IDX) IS NOT EQUAL TO 'C' AND
            WS-OI-OPEN-AMT(WS-CRD-IDX) > 0
          GO TO 4200-EXIT
         END-IF.

         ADD 1 TO WS-CRD-IDX.
         GO TO 4200-NEXT-OPEN-CREDIT.

        4200-EXIT.
         EXIT.

        4300-REWRITE-ONE-ITEM.
         IF WS-OI-CHANGED(WS-OI-IDX) IS NOT EQUAL TO 'Y'
          GO TO 4300-EXIT
         END-IF.

         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE WS-OI-SEQ-NO(WS-OI-IDX) TO STUACCT-SEQ-NO.

         READ STUACCT-IO
          INVALID KEY
           GO TO 4300-EXIT
         END-READ.

         MOVE WS-OI-OPEN-AMT(WS-OI-IDX) TO STUACCT-OPEN-AMT.

         REWRITE STUACCT-RECORD
          INVALID KEY
           GO TO 4300-EXIT
         END-REWRITE.

         MOVE 'N' TO WS-OI-CHANGED(WS-OI-IDX).

        4300-EXIT.
         EXIT.

      * REFUND REQUESTS QUEUED BY DROPS AND CANCELLATIONS. EACH IS
      * PRICED AS A PERCENTAGE OF THE ORIGINAL CHARGE AND POSTED AS A
      * CREDIT ADJUSTMENT REFERENCING THAT CHARGE. A DROP IN A TERM
      * WITH NO REFUND SCHEDULE STAYS PENDING UNTIL ONE IS LOADED.
        5000-POST-REFUNDS.
         MOVE LOW-VALUES TO REFREQ-KEY.

         START REFREQ-IO KEY IS GREATER THAN OR EQUAL TO REFREQ-KEY
          INVALID KEY
           MOVE 'Y' TO WS-REFREQ-EOF
         END-START.

        5010-REFUND-LOOP.
         IF WS-REFREQ-EOF IS EQUAL TO 'Y'
          GO TO 5000-EXIT
         END-IF.

         READ REFREQ-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-REFREQ-EOF
         END-READ.

         IF WS-REFREQ-EOF IS EQUAL TO 'Y'
          GO TO 5000-EXIT
         END-IF.

         IF REFREQ-STATUS IS EQUAL TO 'P'
          ADD 1 TO WS-REF-READ
          PERFORM 5200-POST-ONE-REFUND THRU 5200-EXIT
         END-IF.

         GO TO 5010-REFUND-LOOP.

        5000-EXIT.
         EXIT.

        5200-POST-ONE-REFUND.
         MOVE 'REFUND' TO WS-DET-SOURCE.
         MOVE REFREQ-STUDENT-KEY (4:7) TO WS-DET-STUDENT-NO.
         MOVE REFREQ-COURSE TO WS-DET-REFERENCE.
         MOVE 0 TO WS-DET-AMOUNT.

         IF REFREQ-SOURCE IS EQUAL TO 'C'
          MOVE 100 TO WS-REFUND-PCT
         ELSE
          PERFORM 5300-FIND-REFUND-PCT THRU 5300-EXIT
          IF WS-SCHED-EXISTS IS EQUAL TO 'N'
           ADD 1 TO WS-REF-HELD
           MOVE 'NO REFUND SCHEDULE FOR TERM' TO WS-DET-REASON
           PERFORM 5800-WRITE-REFUND-NOTE THRU 5800-EXIT
           GO TO 5200-EXIT
          END-IF
         END-IF.

         MOVE REFREQ-STUDENT-KEY TO WS-ACCT-STUDENT-KEY.
         MOVE 'Y' TO WS-ACCOUNT-EXISTS.
         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.

         READ STUACCT-IO
          INVALID KEY
           MOVE 'N' TO WS-ACCOUNT-EXISTS
         END-READ.

         MOVE 0 TO WS-ORIG-SEQ.
         MOVE 0 TO WS-ORIG-AMT.
         MOVE 0 TO WS-NET-CHARGED.
         IF WS-ACCOUNT-EXISTS IS EQUAL TO 'Y'
          MOVE REFREQ-TERM TO WS-MATCH-TERM
          MOVE REFREQ-COURSE TO WS-MATCH-COURSE
          MOVE SPACES TO WS-MATCH-RECEIPT
          MOVE 0 TO WS-MATCH-DATE
          PERFORM 3100-SCAN-LEDGER THRU 3100-EXIT
         END-IF.

         MOVE 0 TO WS-REFUND-AMT.
         IF WS-NET-CHARGED > 0
          COMPUTE WS-REFUND-AMT ROUNDED =
                  WS-ORIG-AMT * WS-REFUND-PCT / 100
          IF WS-REFUND-AMT > WS-NET-CHARGED
           MOVE WS-NET-CHARGED TO WS-REFUND-AMT
          END-IF
         END-IF.

         MOVE WS-REFUND-PCT TO REFREQ-PCT.
         MOVE WS-ORIG-SEQ TO REFREQ-CHG-SEQ.
         MOVE WS-REFUND-AMT TO REFREQ-REFUND-AMT.
         MOVE WS-RUN-DATE-JUL TO REFREQ-POSTED-DATE.

         IF WS-REFUND-AMT IS EQUAL TO 0
          MOVE 'N' TO REFREQ-STATUS
          ADD 1 TO WS-REF-NONE
          MOVE 'CHARGE ALREADY CREDITED' TO WS-DET-REASON
          IF WS-ORIG-SEQ IS EQUAL TO 0
           MOVE 'NO CHARGE ON FILE FOR TERM' TO WS-DET-REASON
          END-IF
          IF WS-NET-CHARGED > 0
           MOVE 'DROPPED PAST REFUND SCHEDULE' TO WS-DET-REASON
          END-IF
          PERFORM 5800-WRITE-REFUND-NOTE THRU 5800-EXIT
          PERFORM 5500-REWRITE-REQUEST THRU 5500-EXIT
          GO TO 5200-EXIT
         END-IF.

         MOVE 'A' TO WS-NEW-TYPE.
         MOVE REFREQ-TERM TO WS-NEW-TERM.
         MOVE REFREQ-COURSE TO WS-NEW-COURSE.
         MOVE WS-REFUND-AMT TO WS-NEW-AMOUNT.
         MOVE REFREQ-DROP-DATE TO WS-NEW-DATE.
         MOVE WS-ORIG-SEQ TO WS-NEW-REFERENCE.
         PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT.
         PERFORM 4000-APPLY-CREDITS THRU 4000-EXIT.

         MOVE 'A' TO REFREQ-STATUS.
         PERFORM 5500-REWRITE-REQUEST THRU 5500-EXIT.
         PERFORM 5900-WRITE-REGISTER THRU 5900-EXIT.

         ADD 1 TO WS-REF-POSTED.
         ADD WS-REFUND-AMT TO WS-REF-TOTAL.

        5200-EXIT.
         EXIT.

      * THE FIRST TIER WHOSE THROUGH DATE IS ON OR AFTER THE DROP DATE
      * GIVES THE PERCENTAGE; PAST THE LAST TIER NOTHING IS REFUNDED.
        5300-FIND-REFUND-PCT.
         MOVE 0 TO WS-REFUND-PCT.
         MOVE 'Y' TO WS-SCHED-EXISTS.
         MOVE REFREQ-TERM TO REFSCHD-TERM-CODE.

         READ REFSCHD-IN
          INVALID KEY
           MOVE 'N' TO WS-SCHED-EXISTS
           GO TO 5300-EXIT
         END-READ.

         MOVE 1 TO WS-TIER-IDX.

        5310-TIER-LOOP.
         IF WS-TIER-IDX > 5
          GO TO 5300-EXIT
         END-IF.

         IF REFSCHD-THRU-DATE(WS-TIER-IDX) IS EQUAL TO 0
          GO TO 5300-EXIT
         END-IF.

         IF REFREQ-DROP-DATE IS NOT GREATER THAN
            REFSCHD-THRU-DATE(WS-TIER-IDX)
          MOVE REFSCHD-PCT(WS-TIER-IDX) TO WS-REFUND-PCT
          GO TO 5300-EXIT
         END-IF.

         ADD 1 TO WS-TIER-IDX.
         GO TO 5310-TIER-LOOP.

        5300-EXIT.
         EXIT.

        5500-REWRITE-REQUEST.
         REWRITE REFREQ-RECORD
          INVALID KEY
           DISPLAY 'RLPRG16 REFUND REQUEST REWRITE FAILED '
                   REFREQ-STUDENT-KEY ' ' REFREQ-COURSE
         END-REWRITE.

        5500-EXIT.
         EXIT.

      * A REFUND REQUEST THAT POSTED NOTHING IS NOTED ON THE EXCEPTION
      * REPORT BUT NOT COUNTED AS A REJECTED RECORD.
        5800-WRITE-REFUND-NOTE.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        5800-EXIT.
         EXIT.

        5900-WRITE-REGISTER.
         MOVE REFREQ-STUDENT-KEY (4:7) TO WS-REG-STUDENT-NO.
         MOVE REFREQ-TERM TO WS-REG-TERM.
         MOVE REFREQ-COURSE TO WS-REG-COURSE.
         MOVE REFREQ-DROP-DATE TO WS-REG-DROP-DATE.
         IF REFREQ-SOURCE IS EQUAL TO 'C'
          MOVE 'CANC' TO WS-REG-SOURCE
         ELSE
          MOVE 'DROP' TO WS-REG-SOURCE
         END-IF.
         MOVE WS-REFUND-PCT TO WS-REG-PCT.
         MOVE WS-ORIG-SEQ TO WS-REG-CHG-SEQ.
         MOVE WS-ORIG-AMT TO WS-REG-ORIG-AMT.
         MOVE WS-REFUND-AMT TO WS-REG-REFUND-AMT.
         WRITE REG-LINE FROM WS-REG-DETAIL-LINE AFTER ADVANCING 1 LINE.

        5900-EXIT.
         EXIT.

        8000-PRINT-TOTALS.
         MOVE 'CHARGES READ' TO WS-TOT-LABEL.
         MOVE WS-CHG-READ TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'CHARGES POSTED' TO WS-TOT-LABEL.
         MOVE WS-CHG-POSTED TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'CHARGES ALREADY ON FILE' TO WS-TOT-LABEL.
         MOVE WS-CHG-ALREADY TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'PAYMENTS READ' TO WS-TOT-LABEL.
         MOVE WS-PAY-READ TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'PAYMENTS POSTED' TO WS-TOT-LABEL.
         MOVE WS-PAY-POSTED TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'REFUND REQUESTS READ' TO WS-TOT-LABEL.
         MOVE WS-REF-READ TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'REFUNDS WITHOUT CREDIT' TO WS-TOT-LABEL.
         MOVE WS-REF-NONE TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'REFUNDS LEFT PENDING' TO WS-TOT-LABEL.
         MOVE WS-REF-HELD TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ACCOUNTS OPENED' TO WS-TOT-LABEL.
         MOVE WS-ACCT-OPENED TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'TOTAL CHARGED' TO WS-AMT-LABEL.
         MOVE WS-CHG-TOTAL TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 2 LINES.

         MOVE 'TOTAL PAID' TO WS-AMT-LABEL.
         MOVE WS-PAY-TOTAL TO WS-AMT-TOTAL.
         WRITE RPT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ADJUSTMENTS POSTED' TO WS-TOT-LABEL.
         MOVE WS-REF-POSTED TO WS-TOT-COUNT.
         WRITE REG-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'TOTAL REFUNDED' TO WS-AMT-LABEL.
         MOVE WS-REF-TOTAL TO WS-AMT-TOTAL.
         WRITE REG-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG16 CHARGES POSTED     ' WS-CHG-POSTED.
         DISPLAY 'RLPRG16 PAYMENTS POSTED    ' WS-PAY-POSTED.
         DISPLAY 'RLPRG16 REFUNDS POSTED     ' WS-REF-POSTED.
         DISPLAY 'RLPRG16 RECORDS REJECTED   ' WS-REJ-COUNT.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         COMPUTE RUNCTL-READ-COUNT =
            WS-CHG-READ + WS-PAY-READ + WS-REF-READ.
         COMPUTE RUNCTL-WRITE-COUNT =
            WS-CHG-POSTED + WS-PAY-POSTED + WS-REF-POSTED.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE CHARGE-FILE.
         CLOSE PAYMENT-FILE.
         CLOSE STUACCT-IO.
         CLOSE STUFILE-IN.
         CLOSE REFREQ-IO.
         CLOSE REFSCHD-IN.
         CLOSE EXCEPT-RPT.
         CLOSE REFUND-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
