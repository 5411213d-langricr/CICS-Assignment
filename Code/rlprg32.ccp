       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG32.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT JOBDEP-FILE ASSIGN TO JOBDEP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOBDEP-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT RUNBPARM-FILE ASSIGN TO RUNBPARM
           ORGANIZATION IS SEQUENTIAL.

          SELECT RUNBOOK-RPT ASSIGN TO RUNBOOK
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD JOBDEP-FILE.
          COPY 'JOBDEP'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

      * OPTIONAL CARD: THE NIGHT TO REPORT (CYYDDD). WITH NO CARD THE
      * NIGHT IS THE LATEST BUSINESS DATE THE GATE STEP HAS CHECKED.
         FD RUNBPARM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  RUNBPARM-REC.
             05 PARM-NIGHT-DATE             PIC X(7).
             05 PARM-NIGHT-DATE-N REDEFINES PARM-NIGHT-DATE
                                            PIC 9(7).
             05 FILLER                      PIC X(73).

         FD RUNBOOK-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-JOBDEP-EOF                PIC X VALUE 'N'.
         01  WS-PRED-EOF                  PIC X VALUE 'N'.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-NIGHT-DATE                PIC 9(7) VALUE 0.
         01  WS-JOB-COUNT                 PIC S9(4) COMP VALUE 0.
         01  WS-JOB-MAX                   PIC S9(4) COMP VALUE 200.
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-PRINTED                   PIC S9(4) COMP VALUE 0.
         01  WS-LOW-IDX                   PIC S9(4) COMP.
         01  WS-COMPLETE-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-INCOMPLETE-COUNT          PIC S9(7) COMP VALUE 0.
         01  WS-HELD-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-NOT-RUN-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-DATE-JUL              PIC 9(7).

      * THE JOB HEADERS, PRINTED IN CHAIN SEQUENCE.
         01  WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 200 TIMES.
           10 WS-JT-JOB-NAME              PIC X(8).
           10 WS-JT-CHAIN-SEQ             PIC 9(3).
           10 WS-JT-DESC                  PIC X(20).
           10 WS-JT-GATE-DATE             PIC S9(7) COMP-3.
           10 WS-JT-GATE-TIME             PIC S9(7) COMP-3.
           10 WS-JT-GATE-RESULT           PIC X.
           10 WS-JT-GATE-REASON           PIC X(30).
           10 WS-JT-PRINTED               PIC X.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(30)
             VALUE 'NIGHTLY BATCH RUN-BOOK - NIGHT'.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HDG-NIGHT                 PIC 9(7).
          05 FILLER                       PIC X(42) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(4)  VALUE 'SEQ'.
          05 FILLER                       PIC X(9)  VALUE 'JOB'.
          05 FILLER                       PIC X(21) VALUE 'DESCRIPTION'.
          05 FILLER                       PIC X(15) VALUE 'STATUS'.
          05 FILLER                       PIC X(7)  VALUE 'START'.
          05 FILLER                       PIC X(7)  VALUE 'END'.
          05 FILLER                       PIC X(17) VALUE '   WRITTEN'.

         01  WS-DETAIL-LINE.
          05 WS-DET-SEQ                   PIC ZZ9.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-JOB                   PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-DESC                  PIC X(20).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-STATUS                PIC X(14).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-START                 PIC 9(6).
          05 WS-DET-START-X REDEFINES WS-DET-START
                                          PIC X(6).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-END                   PIC 9(6).
          05 WS-DET-END-X REDEFINES WS-DET-END
                                          PIC X(6).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-WRITTEN               PIC ZZZZZZ9.
          05 WS-DET-WRITTEN-X REDEFINES WS-DET-WRITTEN
                                          PIC X(7).
          05 FILLER                       PIC X(10) VALUE SPACES.

         01  WS-HOLD-LINE.
          05 FILLER                       PIC X(13) VALUE SPACES.
          05 FILLER                       PIC X(10) VALUE 'HELD AT'.
          05 WS-HLD-TIME                  PIC 9(6).
          05 FILLER                       PIC X(2) VALUE SPACES.
          05 WS-HLD-REASON                PIC X(30).
          05 FILLER                       PIC X(19) VALUE SPACES.

         01  WS-PRED-LINE.
          05 FILLER                       PIC X(13) VALUE SPACES.
          05 FILLER                       PIC X(6)  VALUE 'AFTER'.
          05 WS-PRD-JOB                   PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-PRD-RULE                  PIC X(16).
          05 FILLER                       PIC X(9)  VALUE 'LAST RUN'.
          05 WS-PRD-DATE                  PIC 9(7).
          05 WS-PRD-DATE-X REDEFINES WS-PRD-DATE
                                          PIC X(7).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-PRD-STATUS                PIC X(14).
          05 FILLER                       PIC X(5) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-LOAD-JOBS THRU 2000-EXIT.
         PERFORM 3000-PRINT-CHAIN THRU 3000-EXIT.
         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT RUNBPARM-FILE.
         OPEN INPUT JOBDEP-FILE.
         OPEN INPUT RUNCTL-FILE.
         OPEN OUTPUT RUNBOOK-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         READ RUNBPARM-FILE
          AT END
           MOVE SPACES TO PARM-NIGHT-DATE
         END-READ.

         IF PARM-NIGHT-DATE IS NUMERIC
          MOVE PARM-NIGHT-DATE-N TO WS-NIGHT-DATE
         END-IF.

        1000-EXIT.
         EXIT.

        2000-LOAD-JOBS.
         PERFORM 2100-READ-JOBDEP THRU 2100-EXIT.

        2010-LOAD-LOOP.
         IF WS-JOBDEP-EOF IS EQUAL TO 'Y'
          GO TO 2050-SET-NIGHT
         END-IF.

         IF JOBDEP-PRED-NAME IS EQUAL TO SPACES
          PERFORM 2200-TABLE-ONE-JOB THRU 2200-EXIT
         END-IF.

         PERFORM 2100-READ-JOBDEP THRU 2100-EXIT.
         GO TO 2010-LOAD-LOOP.

      * NO NIGHT ON THE CARD - TAKE THE LATEST NIGHT THE GATE HAS SEEN,
      * OR TODAY IF NOTHING HAS BEEN GATED YET.
        2050-SET-NIGHT.
         IF WS-NIGHT-DATE IS EQUAL TO 0
          PERFORM 2300-FIND-LATEST-GATE THRU 2300-EXIT
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-JOB-COUNT
         END-IF.

         IF WS-NIGHT-DATE IS EQUAL TO 0
          MOVE WS-RUN-DATE-JUL TO WS-NIGHT-DATE
         END-IF.

         MOVE WS-NIGHT-DATE TO WS-HDG-NIGHT.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        2000-EXIT.
         EXIT.

        2100-READ-JOBDEP.
         READ JOBDEP-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-JOBDEP-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-TABLE-ONE-JOB.
         IF WS-JOB-COUNT >= WS-JOB-MAX
          DISPLAY 'RLPRG32 JOB TABLE FULL - ' JOBDEP-JOB-NAME
                  ' NOT REPORTED'
          GO TO 2200-EXIT
         END-IF.

         ADD 1 TO WS-JOB-COUNT.
         MOVE JOBDEP-JOB-NAME TO WS-JT-JOB-NAME (WS-JOB-COUNT).
         MOVE JOBDEP-CHAIN-SEQ TO WS-JT-CHAIN-SEQ (WS-JOB-COUNT).
         MOVE JOBDEP-DESC TO WS-JT-DESC (WS-JOB-COUNT).
         MOVE JOBDEP-GATE-DATE TO WS-JT-GATE-DATE (WS-JOB-COUNT).
         MOVE JOBDEP-GATE-TIME TO WS-JT-GATE-TIME (WS-JOB-COUNT).
         MOVE JOBDEP-GATE-RESULT TO WS-JT-GATE-RESULT (WS-JOB-COUNT).
         MOVE JOBDEP-GATE-REASON TO WS-JT-GATE-REASON (WS-JOB-COUNT).
         MOVE 'N' TO WS-JT-PRINTED (WS-JOB-COUNT).

        2200-EXIT.
         EXIT.

        2300-FIND-LATEST-GATE.
         IF WS-JT-GATE-DATE (WS-IDX) > WS-NIGHT-DATE
          MOVE WS-JT-GATE-DATE (WS-IDX) TO WS-NIGHT-DATE
         END-IF.

        2300-EXIT.
         EXIT.

        3000-PRINT-CHAIN.
         IF WS-PRINTED >= WS-JOB-COUNT
          GO TO 3000-EXIT
         END-IF.

         MOVE 0 TO WS-LOW-IDX.
         PERFORM 3100-FIND-NEXT-JOB THRU 3100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JOB-COUNT.

         MOVE 'Y' TO WS-JT-PRINTED (WS-LOW-IDX).
         ADD 1 TO WS-PRINTED.
         PERFORM 3200-PRINT-ONE-JOB THRU 3200-EXIT.
         GO TO 3000-PRINT-CHAIN.

        3000-EXIT.
         EXIT.

        3100-FIND-NEXT-JOB.
         IF WS-JT-PRINTED (WS-IDX) IS EQUAL TO 'Y'
          GO TO 3100-EXIT
         END-IF.

         IF WS-LOW-IDX IS EQUAL TO 0
          MOVE WS-IDX TO WS-LOW-IDX
          GO TO 3100-EXIT
         END-IF.

         IF WS-JT-CHAIN-SEQ (WS-IDX) < WS-JT-CHAIN-SEQ (WS-LOW-IDX)
          MOVE WS-IDX TO WS-LOW-IDX
         END-IF.

        3100-EXIT.
         EXIT.

      * A JOB WHOSE RUN-CONTROL RECORD IS DATED THE NIGHT OR LATER RAN;
      * OTHERWISE A HOLD BY THE GATE THAT NIGHT EXPLAINS WHY NOT.
        3200-PRINT-ONE-JOB.
         MOVE WS-JT-CHAIN-SEQ (WS-LOW-IDX) TO WS-DET-SEQ.
         MOVE WS-JT-JOB-NAME (WS-LOW-IDX) TO WS-DET-JOB.
         MOVE WS-JT-DESC (WS-LOW-IDX) TO WS-DET-DESC.
         MOVE SPACES TO WS-DET-START-X.
         MOVE SPACES TO WS-DET-END-X.
         MOVE SPACES TO WS-DET-WRITTEN-X.

         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE WS-JT-JOB-NAME (WS-LOW-IDX) TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         IF WS-RUNCTL-EXISTS IS EQUAL TO 'Y' AND
            RUNCTL-RUN-DATE >= WS-NIGHT-DATE
          MOVE RUNCTL-START-TIME TO WS-DET-START
          IF RUNCTL-COMPLETE-FLAG IS EQUAL TO 'Y'
           MOVE 'COMPLETE' TO WS-DET-STATUS
           MOVE RUNCTL-END-TIME TO WS-DET-END
           MOVE RUNCTL-WRITE-COUNT TO WS-DET-WRITTEN
           ADD 1 TO WS-COMPLETE-COUNT
          ELSE
           MOVE 'NOT COMPLETE' TO WS-DET-STATUS
           ADD 1 TO WS-INCOMPLETE-COUNT
          END-IF
          WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 2 LINES
         ELSE
          IF WS-JT-GATE-RESULT (WS-LOW-IDX) IS EQUAL TO 'H' AND
             WS-JT-GATE-DATE (WS-LOW-IDX) >= WS-NIGHT-DATE
           MOVE 'HELD' TO WS-DET-STATUS
           ADD 1 TO WS-HELD-COUNT
           WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 2 LINES
           MOVE WS-JT-GATE-TIME (WS-LOW-IDX) TO WS-HLD-TIME
           MOVE WS-JT-GATE-REASON (WS-LOW-IDX) TO WS-HLD-REASON
           WRITE RPT-LINE FROM WS-HOLD-LINE AFTER ADVANCING 1 LINE
          ELSE
           MOVE 'NOT RUN' TO WS-DET-STATUS
           ADD 1 TO WS-NOT-RUN-COUNT
           WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 2 LINES
          END-IF
         END-IF.

         PERFORM 3300-PRINT-PREDECESSORS THRU 3300-EXIT.

        3200-EXIT.
         EXIT.

        3300-PRINT-PREDECESSORS.
         MOVE 'N' TO WS-PRED-EOF.
         MOVE WS-JT-JOB-NAME (WS-LOW-IDX) TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         START JOBDEP-FILE KEY IS GREATER THAN JOBDEP-KEY
          INVALID KEY
           GO TO 3300-EXIT
         END-START.

         PERFORM 3350-READ-NEXT-PRED THRU 3350-EXIT.

        3310-PRED-LOOP.
         IF WS-PRED-EOF IS EQUAL TO 'Y'
          GO TO 3300-EXIT
         END-IF.

         PERFORM 3400-PRINT-ONE-PRED THRU 3400-EXIT.
         PERFORM 3350-READ-NEXT-PRED THRU 3350-EXIT.
         GO TO 3310-PRED-LOOP.

        3300-EXIT.
         EXIT.

        3350-READ-NEXT-PRED.
         READ JOBDEP-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-PRED-EOF
           GO TO 3350-EXIT
         END-READ.

         IF JOBDEP-JOB-NAME IS NOT EQUAL TO WS-JT-JOB-NAME (WS-LOW-IDX)
          MOVE 'Y' TO WS-PRED-EOF
         END-IF.

        3350-EXIT.
         EXIT.

        3400-PRINT-ONE-PRED.
         MOVE JOBDEP-PRED-NAME TO WS-PRD-JOB.

         IF JOBDEP-TODAY-FLAG IS EQUAL TO 'Y'
          MOVE 'SAME NIGHT' TO WS-PRD-RULE
         ELSE
          MOVE 'SINCE LAST RUN' TO WS-PRD-RULE
         END-IF.

         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE JOBDEP-PRED-NAME TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         IF WS-RUNCTL-EXISTS IS EQUAL TO 'N'
          MOVE SPACES TO WS-PRD-DATE-X
          MOVE 'NO RUN RECORD' TO WS-PRD-STATUS
         ELSE
          MOVE RUNCTL-RUN-DATE TO WS-PRD-DATE
          IF RUNCTL-COMPLETE-FLAG IS EQUAL TO 'Y'
           MOVE 'COMPLETE' TO WS-PRD-STATUS
          ELSE
           MOVE 'NOT COMPLETE' TO WS-PRD-STATUS
          END-IF
         END-IF.

         WRITE RPT-LINE FROM WS-PRED-LINE AFTER ADVANCING 1 LINE.

        3400-EXIT.
         EXIT.

        4000-PRINT-TOTALS.
         MOVE 'JOBS IN CHAIN' TO WS-TOT-LABEL.
         MOVE WS-JOB-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'COMPLETE' TO WS-TOT-LABEL.
         MOVE WS-COMPLETE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'STARTED BUT NOT COMPLETE' TO WS-TOT-LABEL.
         MOVE WS-INCOMPLETE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'HELD BY GATE' TO WS-TOT-LABEL.
         MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'NOT RUN' TO WS-TOT-LABEL.
         MOVE WS-NOT-RUN-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

        4000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE RUNBPARM-FILE.
         CLOSE JOBDEP-FILE.
         CLOSE RUNCTL-FILE.
         CLOSE RUNBOOK-RPT.

        9000-EXIT.
         EXIT.
