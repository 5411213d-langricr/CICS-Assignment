
          SELECT GPA-SORT-FILE ASSIGN TO SRTWORK.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT STANDING-RPT ASSIGN TO STNDRPT
           ORGANIZATION IS SEQUENTIAL.

          05 SORT-TERM                    PIC X(6).
          05 SORT-GRADE                   PIC X(2).

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD STANDING-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  WS-CRSHIST-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-SORT-EOF                  PIC X VALUE 'N'.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-STUDENT-EXISTS            PIC X.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-CURR-STUDENT-KEY          PIC X(10) VALUE LOW-VALUES.
         01  WS-PROBATION-COUNT           PIC S9(7) COMP VALUE 0.
         01  WS-DEANSLIST-COUNT           PIC S9(7) COMP VALUE 0.
         01  WS-NOSTU-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).

      ******************************************************************
      * GRADE-POINT MAP - EQUAL WEIGHT PER COURSE. GRADES NOT IN THE  *
          OUTPUT PROCEDURE 3000-COMPUTE-STANDINGS THRU 3000-EXIT.

         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.
         OPEN I-O STUFILE-IO.
         OPEN INPUT TERMCTL-FILE.
         OPEN OUTPUT STANDING-RPT.
         OPEN I-O RUNCTL-FILE.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT.
         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.
        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG4' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG4' TO RUNCTL-JOB-NAME.
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

        2000-BUILD-SORT-FILE.
         PERFORM 2100-READ-GRADEF THRU 2100-EXIT.

        4000-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         COMPUTE RUNCTL-READ-COUNT =
            WS-STUDENT-COUNT + WS-NOSTU-COUNT.
         MOVE WS-STUDENT-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE GRADEF-IN.
         CLOSE CRSHIST-IN.
         CLOSE STUFILE-IO.
         CLOSE TERMCTL-FILE.
         CLOSE STANDING-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
