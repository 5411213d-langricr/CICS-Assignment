       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG20.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT REFSCHD-FILE ASSIGN TO REFSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REFSCHD-KEY.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TERMCTL-KEY.

          SELECT REFLOAD-FILE ASSIGN TO REFLOAD
           ORGANIZATION IS SEQUENTIAL.

          SELECT EXCEPT-RPT ASSIGN TO REFLERR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD REFSCHD-FILE.
          COPY 'REFSCHD'.

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

      * ONE CARD PER TERM. TIERS ARE PUNCHED IN DATE ORDER AS A
      * THROUGH DATE (JULIAN CYYDDD) AND A PERCENTAGE; THE FIRST BLANK
      * TIER ENDS THE SCHEDULE.
         FD REFLOAD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  REFLOAD-REC.
             05 LOAD-TERM-CODE              PIC X(6).
             05 LOAD-TIER OCCURS 5 TIMES.
              10 LOAD-THRU-DATE             PIC X(7).
              10 LOAD-PCT                   PIC X(3).
             05 FILLER                      PIC X(24).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-REFLOAD-EOF               PIC X VALUE 'N'.
         01  WS-SCHED-EXISTS              PIC X.
         01  WS-TERM-EXISTS               PIC X.
         01  WS-CARD-OK                   PIC X.
         01  WS-TIER-ENDED                PIC X.
         01  WS-TIER-IDX                  PIC S9(4) COMP.
         01  WS-TIER-COUNT                PIC S9(4) COMP.
         01  WS-PRIOR-DATE                PIC 9(7).
         01  WS-PRIOR-PCT                 PIC 9(3).
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-DATE-JUL              PIC S9(7) COMP-3.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(33)
             VALUE 'REFUND SCHEDULE LOAD - EXCEPTIONS'.
          05 FILLER                       PIC X(47) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(8)  VALUE 'TERM'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-TERM                  PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(40).
          05 FILLER                       PIC X(30) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(20).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-LOAD-SCHEDULES THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT REFLOAD-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN I-O REFSCHD-FILE.
         OPEN OUTPUT EXCEPT-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        2000-LOAD-SCHEDULES.
         PERFORM 2100-READ-REFLOAD THRU 2100-EXIT.

        2010-LOAD-LOOP.
         IF WS-REFLOAD-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-SCHEDULE THRU 2200-EXIT.
         PERFORM 2100-READ-REFLOAD THRU 2100-EXIT.
         GO TO 2010-LOAD-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-REFLOAD.
         READ REFLOAD-FILE
          AT END
           MOVE 'Y' TO WS-REFLOAD-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-APPLY-ONE-SCHEDULE.
         IF LOAD-TERM-CODE IS EQUAL TO SPACES
          MOVE 'TERM CODE MISSING' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-TERM-EXISTS.
         MOVE LOAD-TERM-CODE TO TERMCTL-TERM-CODE.

         READ TERMCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-TERM-EXISTS
         END-READ.

         IF WS-TERM-EXISTS IS EQUAL TO 'N'
          MOVE 'TERM NOT ON THE TERM CONTROL FILE' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-CARD-OK.
         MOVE 'N' TO WS-TIER-ENDED.
         MOVE 0 TO WS-TIER-COUNT.
         MOVE 0 TO WS-PRIOR-DATE.
         MOVE 100 TO WS-PRIOR-PCT.
         PERFORM 2300-EDIT-ONE-TIER THRU 2300-EXIT
          VARYING WS-TIER-IDX FROM 1 BY 1
          UNTIL WS-TIER-IDX > 5 OR WS-CARD-OK IS EQUAL TO 'N'.

         IF WS-CARD-OK IS EQUAL TO 'N'
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF WS-TIER-COUNT IS EQUAL TO 0
          MOVE 'NO REFUND TIERS ON CARD' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-SCHED-EXISTS.
         MOVE LOAD-TERM-CODE TO REFSCHD-TERM-CODE.

         READ REFSCHD-FILE
          INVALID KEY
           MOVE 'N' TO WS-SCHED-EXISTS
         END-READ.

         MOVE SPACES TO REFSCHD-RECORD.
         MOVE LOAD-TERM-CODE TO REFSCHD-TERM-CODE.
         PERFORM 2400-STORE-ONE-TIER THRU 2400-EXIT
          VARYING WS-TIER-IDX FROM 1 BY 1
          UNTIL WS-TIER-IDX > 5.
         MOVE WS-RUN-DATE-JUL TO REFSCHD-LOAD-DATE.

         IF WS-SCHED-EXISTS IS EQUAL TO 'Y'
          PERFORM 2600-CHANGE-SCHEDULE THRU 2600-EXIT
         ELSE
          PERFORM 2700-ADD-SCHEDULE THRU 2700-EXIT
         END-IF.

        2200-EXIT.
         EXIT.

      * A TIER IS EITHER WHOLLY BLANK OR A NUMERIC DATE AND PERCENTAGE.
      * DATES MUST RISE AND PERCENTAGES MUST NOT, AND NOTHING MAY
      * FOLLOW THE FIRST BLANK TIER.
        2300-EDIT-ONE-TIER.
         IF LOAD-THRU-DATE(WS-TIER-IDX) IS EQUAL TO SPACES AND
            LOAD-PCT(WS-TIER-IDX) IS EQUAL TO SPACES
          MOVE 'Y' TO WS-TIER-ENDED
          GO TO 2300-EXIT
         END-IF.

         IF WS-TIER-ENDED IS EQUAL TO 'Y'
          MOVE 'N' TO WS-CARD-OK
          MOVE 'TIER FOLLOWS A BLANK TIER' TO WS-DET-REASON
          GO TO 2300-EXIT
         END-IF.

         IF LOAD-THRU-DATE(WS-TIER-IDX) IS NOT NUMERIC
          MOVE 'N' TO WS-CARD-OK
          MOVE 'DATE NOT NUMERIC JULIAN CYYDDD' TO WS-DET-REASON
          GO TO 2300-EXIT
         END-IF.

         IF LOAD-PCT(WS-TIER-IDX) IS NOT NUMERIC
          MOVE 'N' TO WS-CARD-OK
          MOVE 'PERCENTAGE NOT NUMERIC' TO WS-DET-REASON
          GO TO 2300-EXIT
         END-IF.

         IF LOAD-PCT(WS-TIER-IDX) > WS-PRIOR-PCT
          MOVE 'N' TO WS-CARD-OK
          MOVE 'PERCENTAGE OVER 100 OR RISING' TO WS-DET-REASON
          GO TO 2300-EXIT
         END-IF.

         IF LOAD-THRU-DATE(WS-TIER-IDX) IS NOT GREATER THAN
            WS-PRIOR-DATE
          MOVE 'N' TO WS-CARD-OK
          MOVE 'DATES OUT OF SEQUENCE' TO WS-DET-REASON
          GO TO 2300-EXIT
         END-IF.

         ADD 1 TO WS-TIER-COUNT.
         MOVE LOAD-THRU-DATE(WS-TIER-IDX) TO WS-PRIOR-DATE.
         MOVE LOAD-PCT(WS-TIER-IDX) TO WS-PRIOR-PCT.

        2300-EXIT.
         EXIT.

        2400-STORE-ONE-TIER.
         IF WS-TIER-IDX > WS-TIER-COUNT
          MOVE 0 TO REFSCHD-THRU-DATE(WS-TIER-IDX)
          MOVE 0 TO REFSCHD-PCT(WS-TIER-IDX)
         ELSE
          MOVE LOAD-THRU-DATE(WS-TIER-IDX)
           TO REFSCHD-THRU-DATE(WS-TIER-IDX)
          MOVE LOAD-PCT(WS-TIER-IDX) TO REFSCHD-PCT(WS-TIER-IDX)
         END-IF.

        2400-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         MOVE LOAD-TERM-CODE TO WS-DET-TERM.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        2600-CHANGE-SCHEDULE.
         REWRITE REFSCHD-RECORD
          INVALID KEY
           MOVE 'REFUND SCHEDULE REWRITE FAILED' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2600-EXIT
         END-REWRITE.

         ADD 1 TO WS-CHG-COUNT.

        2600-EXIT.
         EXIT.

        2700-ADD-SCHEDULE.
         WRITE REFSCHD-RECORD
          INVALID KEY
           MOVE 'REFUND SCHEDULE WRITE FAILED' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2700-EXIT
         END-WRITE.

         ADD 1 TO WS-ADD-COUNT.

        2700-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'RECORDS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'SCHEDULES ADDED' TO WS-TOT-LABEL.
         MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'SCHEDULES CHANGED' TO WS-TOT-LABEL.
         MOVE WS-CHG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

        3000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE REFLOAD-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE REFSCHD-FILE.
         CLOSE EXCEPT-RPT.

        9000-EXIT.
         EXIT.
