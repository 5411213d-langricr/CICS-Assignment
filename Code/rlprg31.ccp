       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG31.
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

          SELECT GATEPARM-FILE ASSIGN TO GATEPARM
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD JOBDEP-FILE.
          COPY 'JOBDEP'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

      * ONE CARD: THE JOB ABOUT TO BE STARTED, AND OPTIONALLY THE
      * NIGHT'S BUSINESS DATE (CYYDDD) FOR A CHAIN THAT RUNS PAST
      * MIDNIGHT. BLANK DATE IS TODAY.
         FD GATEPARM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  GATEPARM-REC.
             05 PARM-JOB-NAME               PIC X(8).
             05 FILLER                      PIC X.
             05 PARM-BUSINESS-DATE          PIC X(7).
             05 PARM-BUSINESS-DATE-N REDEFINES PARM-BUSINESS-DATE
                                            PIC 9(7).
             05 FILLER                      PIC X(64).

        WORKING-STORAGE SECTION.
         01  WS-GATEPARM-EOF              PIC X VALUE 'N'.
         01  WS-JOBDEP-EOF                PIC X VALUE 'N'.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-HEADER-EXISTS             PIC X VALUE 'Y'.
         01  WS-JOB-NAME                  PIC X(8).
         01  WS-PRED-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-HELD-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-BUSINESS-DATE             PIC 9(7).
         01  WS-OWN-LAST-RUN              PIC S9(13) COMP-3 VALUE 0.
         01  WS-PRED-RUN                  PIC S9(13) COMP-3 VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).

         01  WS-HOLD-REASON.
          05 WS-HOLD-PRED                 PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HOLD-TEXT                 PIC X(21).
         01  WS-FIRST-REASON              PIC X(30).

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         IF WS-GATEPARM-EOF IS EQUAL TO 'Y'
          DISPLAY 'RLPRG31 NO GATE PARAMETER CARD - NOTHING RELEASED'
          MOVE 12 TO RETURN-CODE
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         PERFORM 2000-CHECK-JOB THRU 2000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT GATEPARM-FILE.
         OPEN I-O JOBDEP-FILE.
         OPEN INPUT RUNCTL-FILE.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         READ GATEPARM-FILE
          AT END
           MOVE 'Y' TO WS-GATEPARM-EOF
           GO TO 1000-EXIT
         END-READ.

         IF PARM-JOB-NAME IS EQUAL TO SPACES
          MOVE 'Y' TO WS-GATEPARM-EOF
          GO TO 1000-EXIT
         END-IF.

         MOVE PARM-JOB-NAME TO WS-JOB-NAME.

         IF PARM-BUSINESS-DATE IS NUMERIC
          MOVE PARM-BUSINESS-DATE-N TO WS-BUSINESS-DATE
         ELSE
          MOVE WS-RUN-DATE-JUL TO WS-BUSINESS-DATE
         END-IF.

        1000-EXIT.
         EXIT.

        2000-CHECK-JOB.
         MOVE 'Y' TO WS-HEADER-EXISTS.
         MOVE WS-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         READ JOBDEP-FILE
          INVALID KEY
           MOVE 'N' TO WS-HEADER-EXISTS
         END-READ.

      * A JOB NOBODY HAS TABLED IS LET THROUGH, BUT WITH A WARNING
      * RETURN CODE SO THE OMISSION GETS NOTICED.
         IF WS-HEADER-EXISTS IS EQUAL TO 'N'
          DISPLAY 'RLPRG31 ' WS-JOB-NAME
                  ' NOT ON DEPENDENCY TABLE - RELEASED'
          MOVE 4 TO RETURN-CODE
          GO TO 2000-EXIT
         END-IF.

         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE WS-JOB-NAME TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         IF WS-RUNCTL-EXISTS IS EQUAL TO 'Y'
          COMPUTE WS-OWN-LAST-RUN =
           (RUNCTL-RUN-DATE * 1000000) + RUNCTL-START-TIME
         ELSE
          MOVE 0 TO WS-OWN-LAST-RUN
         END-IF.

         MOVE SPACES TO WS-FIRST-REASON.
         PERFORM 2100-CHECK-PREDECESSORS THRU 2100-EXIT.
         PERFORM 2500-RECORD-RESULT THRU 2500-EXIT.

         DISPLAY 'RLPRG31 ' WS-JOB-NAME ' BUSINESS DATE '
                 WS-BUSINESS-DATE.
         DISPLAY 'RLPRG31 PREDECESSORS CHECKED ' WS-PRED-COUNT.

         IF WS-HELD-COUNT > 0
          DISPLAY 'RLPRG31 ' WS-JOB-NAME ' HELD - ' WS-FIRST-REASON
          MOVE 8 TO RETURN-CODE
         ELSE
          DISPLAY 'RLPRG31 ' WS-JOB-NAME ' RELEASED'
          MOVE 0 TO RETURN-CODE
         END-IF.

        2000-EXIT.
         EXIT.

      * THE PREDECESSOR ENTRIES FOLLOW THE HEADER IN KEY ORDER.
        2100-CHECK-PREDECESSORS.
         MOVE WS-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         START JOBDEP-FILE KEY IS GREATER THAN JOBDEP-KEY
          INVALID KEY
           GO TO 2100-EXIT
         END-START.

         PERFORM 2150-READ-NEXT-ENTRY THRU 2150-EXIT.

        2110-PREDECESSOR-LOOP.
         IF WS-JOBDEP-EOF IS EQUAL TO 'Y'
          GO TO 2100-EXIT
         END-IF.

         ADD 1 TO WS-PRED-COUNT.
         PERFORM 2200-CHECK-ONE-PREDECESSOR THRU 2200-EXIT.
         PERFORM 2150-READ-NEXT-ENTRY THRU 2150-EXIT.
         GO TO 2110-PREDECESSOR-LOOP.

        2100-EXIT.
         EXIT.

        2150-READ-NEXT-ENTRY.
         READ JOBDEP-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-JOBDEP-EOF
           GO TO 2150-EXIT
         END-READ.

         IF JOBDEP-JOB-NAME IS NOT EQUAL TO WS-JOB-NAME
          MOVE 'Y' TO WS-JOBDEP-EOF
         END-IF.

        2150-EXIT.
         EXIT.

        2200-CHECK-ONE-PREDECESSOR.
         MOVE JOBDEP-PRED-NAME TO WS-HOLD-PRED.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE JOBDEP-PRED-NAME TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         IF WS-RUNCTL-EXISTS IS EQUAL TO 'N'
          MOVE 'NO RUN RECORD' TO WS-HOLD-TEXT
          PERFORM 2300-HOLD-JOB THRU 2300-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF RUNCTL-COMPLETE-FLAG IS NOT EQUAL TO 'Y'
          MOVE 'INCOMPLETE' TO WS-HOLD-TEXT
          PERFORM 2300-HOLD-JOB THRU 2300-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF JOBDEP-TODAY-FLAG IS EQUAL TO 'Y'
          IF RUNCTL-RUN-DATE < WS-BUSINESS-DATE
           MOVE 'NOT RUN TODAY' TO WS-HOLD-TEXT
           PERFORM 2300-HOLD-JOB THRU 2300-EXIT
           GO TO 2200-EXIT
          END-IF
         ELSE
          COMPUTE WS-PRED-RUN =
           (RUNCTL-RUN-DATE * 1000000) + RUNCTL-START-TIME
          IF WS-PRED-RUN < WS-OWN-LAST-RUN
           MOVE 'NOT RUN SINCE LAST' TO WS-HOLD-TEXT
           PERFORM 2300-HOLD-JOB THRU 2300-EXIT
           GO TO 2200-EXIT
          END-IF
         END-IF.

         DISPLAY 'RLPRG31 PREDECESSOR ' JOBDEP-PRED-NAME
                 ' COMPLETE ' RUNCTL-RUN-DATE.

        2200-EXIT.
         EXIT.

        2300-HOLD-JOB.
         ADD 1 TO WS-HELD-COUNT.
         DISPLAY 'RLPRG31 PREDECESSOR ' WS-HOLD-REASON.

         IF WS-HELD-COUNT IS EQUAL TO 1
          MOVE WS-HOLD-REASON TO WS-FIRST-REASON
         END-IF.

        2300-EXIT.
         EXIT.

      * THE RESULT GOES ON THE JOB'S HEADER FOR THE MORNING RUN-BOOK.
        2500-RECORD-RESULT.
         MOVE WS-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         READ JOBDEP-FILE
          INVALID KEY
           DISPLAY 'RLPRG31 DEPENDENCY HEADER REREAD FAILED'
           GO TO 2500-EXIT
         END-READ.

         MOVE WS-BUSINESS-DATE TO JOBDEP-GATE-DATE.
         MOVE WS-RUN-TIME-HHMMSS TO JOBDEP-GATE-TIME.

         IF WS-HELD-COUNT > 0
          MOVE 'H' TO JOBDEP-GATE-RESULT
          MOVE WS-FIRST-REASON TO JOBDEP-GATE-REASON
         ELSE
          MOVE 'R' TO JOBDEP-GATE-RESULT
          MOVE SPACES TO JOBDEP-GATE-REASON
         END-IF.

         REWRITE JOBDEP-RECORD
          INVALID KEY
           DISPLAY 'RLPRG31 DEPENDENCY HEADER REWRITE FAILED'
         END-REWRITE.

        2500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE GATEPARM-FILE.
         CLOSE JOBDEP-FILE.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
