          SELECT CHARGE-FILE ASSIGN TO TUITCHG
           ORGANIZATION IS SEQUENTIAL.

          SELECT ADDRFLG-FILE ASSIGN TO ADDRFLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADDRFLG-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT INVOICE-PRT ASSIGN TO INVPRNT
           ORGANIZATION IS SEQUENTIAL.

          SELECT NOADDR-RPT ASSIGN TO INVNOADR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD STUFILE-IN.
         FD CHARGE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS.
          COPY 'TUITCHG'.

         FD ADDRFLG-FILE.
          COPY 'ADDRFLG'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD INVOICE-PRT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 PRT-LINE                      PIC X(80).

         FD NOADDR-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-STUFILE-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-PRINT-INVOICE             PIC X.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-ENROLL-COUNT              PIC S9(4) COMP.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-GRAND-TOTAL               PIC S9(9)V99 COMP-3 VALUE 0.
         01  WS-INVOICE-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-CHARGE-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-NOADDR-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).

         01  WS-NAME-LINE.

         01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

         01  WS-NOADDR-HEADING.
          05 FILLER                       PIC X(40)
             VALUE 'TUITION INVOICES - NO VALID ADDRESS'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-NOADDR-COLUMNS.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(22) VALUE 'NAME'.
          05 FILLER                       PIC X(9)  VALUE 'FLAGGED'.
          05 FILLER                       PIC X(14) VALUE '     AMOUNT'.
          05 FILLER                       PIC X(26) VALUE 'REASON'.

         01  WS-NOADDR-LINE.
          05 WS-NA-STUDENT                PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-NAME                   PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-FLAG-DATE              PIC 9(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-REASON                 PIC X(20).
          05 FILLER                       PIC X(6)  VALUE SPACES.

         01  WS-NOADDR-TOTAL.
          05 FILLER                       PIC X(30)
             VALUE 'INVOICES NOT PRINTED'.
          05 WS-NA-TOT-COUNT              PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-ASSESS-STUFILE THRU 2000-EXIT.
         PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.
         OPEN INPUT TERMCTL-FILE.
         OPEN OUTPUT CHARGE-FILE.
         OPEN OUTPUT INVOICE-PRT.
         OPEN INPUT ADDRFLG-FILE.
         OPEN OUTPUT NOADDR-RPT.
         OPEN I-O RUNCTL-FILE.

         WRITE RPT-LINE FROM WS-NOADDR-HEADING AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-NOADDR-COLUMNS AFTER ADVANCING 2 LINES.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT.
         PERFORM 1200-RECORD-START THRU 1200-EXIT.

        1000-EXIT.
         EXIT.
        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG3' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG3' TO RUNCTL-JOB-NAME.
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

        2000-ASSESS-STUFILE.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.


         MOVE 0 TO WS-STUDENT-TOTAL.

      * A STUDENT WHOSE ADDRESS IS FLAGGED UNDELIVERABLE IS STILL
      * CHARGED BUT NO INVOICE IS PRINTED - THEY ARE LISTED ON THE NO
      * VALID ADDRESS REPORT WITH THE AMOUNT ASSESSED.
         MOVE 'N' TO WS-PRINT-INVOICE.
         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.
         READ ADDRFLG-FILE
          INVALID KEY
           MOVE 'Y' TO WS-PRINT-INVOICE
         END-READ.

         IF WS-PRINT-INVOICE IS EQUAL TO 'Y'
          PERFORM 2300-PRINT-ADDRESS-BLOCK THRU 2300-EXIT
         END-IF.

         PERFORM 2400-PRICE-ONE-COURSE THRU 2400-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         ADD WS-STUDENT-TOTAL TO WS-GRAND-TOTAL.

         IF WS-PRINT-INVOICE IS EQUAL TO 'N'
          PERFORM 2600-WRITE-NO-ADDRESS THRU 2600-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE WS-STUDENT-TOTAL TO WS-INV-TOTAL.
         WRITE PRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
         WRITE PRT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
         WRITE PRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
         WRITE PRT-LINE FROM WS-REMIT-LINE AFTER ADVANCING 1 LINE.

         ADD 1 TO WS-INVOICE-COUNT.

        2200-EXIT.
          MOVE 0 TO WS-INV-FEE
         END-IF.

         IF WS-PRINT-INVOICE IS EQUAL TO 'Y'
          WRITE PRT-LINE FROM WS-CHARGE-LINE AFTER ADVANCING 1 LINE
         END-IF.

        2400-EXIT.
         EXIT.
        2500-EXIT.
         EXIT.

        2600-WRITE-NO-ADDRESS.
         ADD 1 TO WS-NOADDR-COUNT.
         MOVE STUFILE-STUDENT-NO TO WS-NA-STUDENT.
         MOVE STUFILE-NAME TO WS-NA-NAME.
         MOVE ADDRFLG-FLAG-DATE TO WS-NA-FLAG-DATE.
         MOVE WS-STUDENT-TOTAL TO WS-NA-AMOUNT.
         MOVE ADDRFLG-REASON TO WS-NA-REASON.
         WRITE RPT-LINE FROM WS-NOADDR-LINE AFTER ADVANCING 1 LINE.

        2600-EXIT.
         EXIT.

        8000-DISPLAY-TOTALS.
         MOVE WS-NOADDR-COUNT TO WS-NA-TOT-COUNT.
         WRITE RPT-LINE FROM WS-NOADDR-TOTAL AFTER ADVANCING 2 LINES.

         DISPLAY 'RLPRG3 INVOICES PRINTED  ' WS-INVOICE-COUNT.
         DISPLAY 'RLPRG3 CHARGES WRITTEN   ' WS-CHARGE-COUNT.
         DISPLAY 'RLPRG3 TOTAL ASSESSED    ' WS-GRAND-TOTAL.
         DISPLAY 'RLPRG3 NO VALID ADDRESS  ' WS-NOADDR-COUNT.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         COMPUTE RUNCTL-READ-COUNT =
            WS-INVOICE-COUNT + WS-NOADDR-COUNT.
         MOVE WS-CHARGE-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE COURSEM-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE CHARGE-FILE.
         CLOSE INVOICE-PRT.
         CLOSE ADDRFLG-FILE.
         CLOSE NOADDR-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
