          SELECT AUDARCH-OUT ASSIGN TO AUDARCH
           ORGANIZATION IS SEQUENTIAL.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT SUMMARY-RPT ASSIGN TO AUDSRPT
           ORGANIZATION IS SEQUENTIAL.

          RECORD CONTAINS 50 CHARACTERS.
         01 AUDARCH-REC                   PIC X(50).

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD SUMMARY-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
        WORKING-STORAGE SECTION.
         01  WS-AUDITLOG-EOF              PIC X VALUE 'N'.
         01  WS-AUDARCH-EOF               PIC X VALUE 'N'.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-RECORD-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-RETAIN-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-RETAIN-DAYS               PIC S9(4) COMP VALUE 7.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-TODAY-JUL                 PIC S9(7) COMP-3.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).
         01  WS-CUT-CCYY                  PIC S9(4) COMP.
         01  WS-CUT-DDD                   PIC S9(4) COMP.
         01  WS-RETAIN-CUTOFF             PIC S9(7) COMP-3.
         PERFORM 2000-ARCHIVE-AUDITLOG THRU 2000-EXIT.
         PERFORM 4000-RESET-AUDITLOG THRU 4000-EXIT.
         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.
         OPEN INPUT AUDITLOG-IN.
         OPEN OUTPUT AUDARCH-OUT.
         OPEN OUTPUT SUMMARY-RPT.
         OPEN I-O RUNCTL-FILE.

         PERFORM 1100-CLEAR-ONE-HOUR THRU 1100-EXIT
          VARYING WS-IDX FROM 1 BY 1
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-TODAY-JUL
         END-IF.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-TODAY-JUL TO WS-RUN-DATE-JUL.
         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         DIVIDE WS-TODAY-JUL BY 1000
          GIVING WS-CUT-CCYY REMAINDER WS-CUT-DDD.
        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRGY' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRGY' TO RUNCTL-JOB-NAME.
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

        2000-ARCHIVE-AUDITLOG.
         PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.

        4100-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-RECORD-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-RETAIN-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE AUDITLOG-IN.
         CLOSE AUDARCH-OUT.
         CLOSE SUMMARY-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
