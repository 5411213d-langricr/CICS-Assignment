       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG38.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT CENSPARM-FILE ASSIGN TO CENSPARM
           ORGANIZATION IS SEQUENTIAL.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERMCTL-KEY.

          SELECT CENSUS-FILE ASSIGN TO CENSUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CENSUS-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT RETURN-RPT ASSIGN TO CENSRTN
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
      * OPTIONAL PARAMETER CARD NAMING THE TERM TO REPORT. NO CARD, OR
      * A BLANK TERM, REPORTS THE CURRENT TERM ON TERMCTL.
         FD CENSPARM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  CENSPARM-REC.
             05 PARM-TERM                   PIC X(6).
             05 FILLER                      PIC X(74).

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         FD CENSUS-FILE.
          COPY 'CENSUS'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD RETURN-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-CENSPARM-EOF              PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-CENSUS-EOF                PIC X VALUE 'N'.
         01  WS-TERM-READY                PIC X VALUE 'Y'.
         01  WS-REPORT-TERM               PIC X(6) VALUE SPACES.
         01  WS-PREV-STUDENT-KEY          PIC X(10) VALUE LOW-VALUES.
         01  WS-LOAD-IDX                  PIC S9(4) COMP.
         01  WS-STD-IDX                   PIC S9(4) COMP.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.

         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).

      ******************************************************************
      * COUNTS BY LOAD - FULL-TIME, PART-TIME, UNDER-LOAD AND THE      *
      * TOTAL IN THE FOURTH ENTRY. HEADCOUNT COUNTS EACH STUDENT ONCE; *
      * REGISTRATIONS AND CREDIT HOURS COUNT EVERY FROZEN COURSE.      *
      ******************************************************************
         01  WS-LOAD-TABLE.
          05 WS-LOAD-ENTRY OCCURS 4 TIMES.
           10 WS-LD-HEADCOUNT             PIC S9(7) COMP.
           10 WS-LD-REGS                  PIC S9(7) COMP.
           10 WS-LD-HOURS                 PIC S9(7) COMP.

      * HEADCOUNT BY STANDING (GOOD, DEANS LIST, PROBATION, OTHER AND
      * TOTAL ROWS) ACROSS THE SAME FOUR LOAD COLUMNS.
         01  WS-STANDING-TABLE.
          05 WS-STD-ROW OCCURS 5 TIMES.
           10 WS-STD-COUNT OCCURS 4 TIMES PIC S9(7) COMP.

         01  WS-LOAD-NAME-VALUES.
          05 FILLER                       PIC X(14) VALUE '  FULL-TIME'.
          05 FILLER                       PIC X(14) VALUE '  PART-TIME'.
          05 FILLER                       PIC X(14)
             VALUE '  UNDER-LOAD'.
          05 FILLER                       PIC X(14) VALUE '  TOTAL'.
         01  WS-LOAD-NAME-TABLE REDEFINES WS-LOAD-NAME-VALUES.
          05 WS-LOAD-NAME OCCURS 4 TIMES  PIC X(14).

         01  WS-STD-NAME-VALUES.
          05 FILLER                       PIC X(16)
             VALUE '  GOOD STANDING'.
          05 FILLER                       PIC X(16)
             VALUE '  DEANS LIST'.
          05 FILLER                       PIC X(16) VALUE '  PROBATION'.
          05 FILLER                       PIC X(16) VALUE '  OTHER'.
          05 FILLER                       PIC X(16) VALUE '  TOTAL'.
         01  WS-STD-NAME-TABLE REDEFINES WS-STD-NAME-VALUES.
          05 WS-STD-NAME OCCURS 5 TIMES   PIC X(16).

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(34)
             VALUE 'OFFICIAL ENROLLMENT RETURN - TERM '.
          05 WS-HDG-TERM                  PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-HDG-DESC                  PIC X(20).
          05 FILLER                       PIC X(18) VALUE SPACES.

         01  WS-DATE-LINE.
          05 FILLER                       PIC X(12)
             VALUE 'CENSUS DATE '.
          05 WS-DL-CENSUS                 PIC 9(7).
          05 FILLER                       PIC X(10) VALUE '   FROZEN '.
          05 WS-DL-TAKEN                  PIC 9(7).
          05 FILLER                       PIC X(12)
             VALUE '   RUN DATE '.
          05 WS-DL-RUN                    PIC 9(7).
          05 FILLER                       PIC X(25) VALUE SPACES.

         01  WS-LOAD-HEADING.
          05 FILLER                       PIC X(26)
             VALUE 'ENROLLMENT BY LOAD'.
          05 FILLER                       PIC X(9)  VALUE 'HEADCOUNT'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(13)
             VALUE 'REGISTRATIONS'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(12)
             VALUE 'CREDIT HOURS'.
          05 FILLER                       PIC X(16) VALUE SPACES.

         01  WS-LOAD-LINE.
          05 WS-LL-LABEL                  PIC X(28).
          05 WS-LL-HEADCOUNT              PIC ZZZZZZ9.
          05 FILLER                       PIC X(8)  VALUE SPACES.
          05 WS-LL-REGS                   PIC ZZZZZZ9.
          05 FILLER                       PIC X(7)  VALUE SPACES.
          05 WS-LL-HOURS                  PIC ZZZZZZ9.
          05 FILLER                       PIC X(16) VALUE SPACES.

         01  WS-STD-HEADING.
          05 FILLER                       PIC X(22)
             VALUE 'HEADCOUNT BY STANDING'.
          05 FILLER                       PIC X(9)  VALUE 'FULL-TIME'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(9)  VALUE 'PART-TIME'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(10) VALUE 'UNDER-LOAD'.
          05 FILLER                       PIC X(6)  VALUE SPACES.
          05 FILLER                       PIC X(5)  VALUE 'TOTAL'.
          05 FILLER                       PIC X(15) VALUE SPACES.

         01  WS-STD-LINE.
          05 WS-SL-LABEL                  PIC X(24).
          05 WS-SL-FT                     PIC ZZZZZZ9.
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-SL-PT                     PIC ZZZZZZ9.
          05 FILLER                       PIC X(5)  VALUE SPACES.
          05 WS-SL-UL                     PIC ZZZZZZ9.
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-SL-TOTAL                  PIC ZZZZZZ9.
          05 FILLER                       PIC X(15) VALUE SPACES.

         01  WS-MESSAGE-LINE              PIC X(80).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         IF WS-TERM-READY IS EQUAL TO 'N'
          MOVE 8 TO RETURN-CODE
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         PERFORM 2000-COUNT-CENSUS THRU 2000-EXIT.
         PERFORM 3000-ADD-TOTALS THRU 3000-EXIT.
         PERFORM 4000-PRINT-RETURN THRU 4000-EXIT.
         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT CENSPARM-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN INPUT CENSUS-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT RETURN-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1400-RECORD-START THRU 1400-EXIT.

         PERFORM 1300-CLEAR-LOAD-COUNTS THRU 1300-EXIT
          VARYING WS-LOAD-IDX FROM 1 BY 1
          UNTIL WS-LOAD-IDX > 4.

         READ CENSPARM-FILE
          AT END
           MOVE 'Y' TO WS-CENSPARM-EOF
         END-READ.

         IF WS-CENSPARM-EOF IS EQUAL TO 'N'
          MOVE PARM-TERM TO WS-REPORT-TERM
         END-IF.

         IF WS-REPORT-TERM IS EQUAL TO SPACES
          PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT
         ELSE
          PERFORM 1200-READ-REPORT-TERM THRU 1200-EXIT
         END-IF.

         MOVE WS-REPORT-TERM TO WS-HDG-TERM.
         MOVE WS-RUN-DATE-JUL TO WS-DL-RUN.
         MOVE 0 TO WS-DL-CENSUS.
         MOVE 0 TO WS-DL-TAKEN.

         IF WS-TERM-READY IS EQUAL TO 'N'
          WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE
          MOVE 'TERM NOT ON THE TERM CONTROL FILE' TO WS-MESSAGE-LINE
          GO TO 1090-WRITE-MESSAGE
         END-IF.

         MOVE TERMCTL-DESC TO WS-HDG-DESC.
         IF TERMCTL-CENSUS-DATE IS NUMERIC
          MOVE TERMCTL-CENSUS-DATE TO WS-DL-CENSUS
         END-IF.
         IF TERMCTL-CENSUS-TAKEN-DATE IS NUMERIC
          MOVE TERMCTL-CENSUS-TAKEN-DATE TO WS-DL-TAKEN
         END-IF.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-DATE-LINE AFTER ADVANCING 1 LINE.

      * THE RETURN IS ONLY EVER MADE FROM A CENSUS THAT HAS BEEN TAKEN,
      * SO THE SAME TERM ALWAYS REPORTS THE SAME FIGURES.
         IF WS-DL-TAKEN IS EQUAL TO 0
          MOVE 'N' TO WS-TERM-READY
          MOVE 'NO CENSUS HAS BEEN TAKEN FOR THIS TERM'
           TO WS-MESSAGE-LINE
          GO TO 1090-WRITE-MESSAGE
         END-IF.

         GO TO 1000-EXIT.

        1090-WRITE-MESSAGE.
         WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES.
         DISPLAY 'RLPRG38 ' WS-REPORT-TERM ' ' WS-MESSAGE-LINE.

        1000-EXIT.
         EXIT.

        1100-FIND-CURRENT-TERM.
         READ TERMCTL-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-TERMCTL-EOF
         END-READ.

         IF WS-TERMCTL-EOF IS EQUAL TO 'Y'
          MOVE 'N' TO WS-TERM-READY
          GO TO 1100-EXIT
         END-IF.

         IF TERMCTL-CURRENT-FLAG IS NOT EQUAL TO 'Y'
          GO TO 1100-FIND-CURRENT-TERM
         END-IF.

         MOVE TERMCTL-TERM-CODE TO WS-REPORT-TERM.

        1100-EXIT.
         EXIT.

        1200-READ-REPORT-TERM.
         MOVE WS-REPORT-TERM TO TERMCTL-TERM-CODE.

         READ TERMCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-TERM-READY
         END-READ.

        1200-EXIT.
         EXIT.

        1300-CLEAR-LOAD-COUNTS.
         MOVE 0 TO WS-LD-HEADCOUNT(WS-LOAD-IDX).
         MOVE 0 TO WS-LD-REGS(WS-LOAD-IDX).
         MOVE 0 TO WS-LD-HOURS(WS-LOAD-IDX).

         PERFORM 1310-CLEAR-STANDING-COUNT THRU 1310-EXIT
          VARYING WS-STD-IDX FROM 1 BY 1
          UNTIL WS-STD-IDX > 5.

        1300-EXIT.
         EXIT.

        1310-CLEAR-STANDING-COUNT.
         MOVE 0 TO WS-STD-COUNT(WS-STD-IDX, WS-LOAD-IDX).

        1310-EXIT.
         EXIT.

        1400-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG38' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG38' TO RUNCTL-JOB-NAME.
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

        1400-EXIT.
         EXIT.

        2000-COUNT-CENSUS.
         MOVE LOW-VALUES TO CENSUS-KEY.
         MOVE WS-REPORT-TERM TO CENSUS-TERM-CODE.

         START CENSUS-FILE
          KEY IS GREATER THAN OR EQUAL TO CENSUS-KEY
          INVALID KEY
           MOVE 'Y' TO WS-CENSUS-EOF
         END-START.

        2010-COUNT-LOOP.
         IF WS-CENSUS-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         READ CENSUS-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-CENSUS-EOF
         END-READ.

         IF WS-CENSUS-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         IF CENSUS-TERM-CODE IS NOT EQUAL TO WS-REPORT-TERM
          MOVE 'Y' TO WS-CENSUS-EOF
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-COUNT-ONE-RECORD THRU 2200-EXIT.
         GO TO 2010-COUNT-LOOP.

        2000-EXIT.
         EXIT.

      * RECORDS ARRIVE IN STUDENT ORDER WITHIN THE TERM, SO A CHANGE OF
      * STUDENT KEY IS A NEW HEAD. LOAD AND STANDING ARE THE STUDENT'S
      * AS FROZEN AND ARE THE SAME ON EACH OF THEIR RECORDS.
        2200-COUNT-ONE-RECORD.
         IF CENSUS-LOAD IS EQUAL TO 'FT'
          MOVE 1 TO WS-LOAD-IDX
         ELSE
         IF CENSUS-LOAD IS EQUAL TO 'PT'
          MOVE 2 TO WS-LOAD-IDX
         ELSE
          MOVE 3 TO WS-LOAD-IDX
         END-IF.

         ADD 1 TO WS-LD-REGS(WS-LOAD-IDX).
         IF CENSUS-CREDIT-HRS IS NUMERIC
          ADD CENSUS-CREDIT-HRS TO WS-LD-HOURS(WS-LOAD-IDX)
         END-IF.

         IF CENSUS-STUDENT-KEY IS EQUAL TO WS-PREV-STUDENT-KEY
          GO TO 2200-EXIT
         END-IF.

         MOVE CENSUS-STUDENT-KEY TO WS-PREV-STUDENT-KEY.
         ADD 1 TO WS-LD-HEADCOUNT(WS-LOAD-IDX).

         IF CENSUS-STANDING IS EQUAL TO SPACES
          MOVE 1 TO WS-STD-IDX
         ELSE
         IF CENSUS-STANDING IS EQUAL TO 'DL'
          MOVE 2 TO WS-STD-IDX
         ELSE
         IF CENSUS-STANDING IS EQUAL TO 'PR'
          MOVE 3 TO WS-STD-IDX
         ELSE
          MOVE 4 TO WS-STD-IDX
         END-IF.

         ADD 1 TO WS-STD-COUNT(WS-STD-IDX, WS-LOAD-IDX).

        2200-EXIT.
         EXIT.

        3000-ADD-TOTALS.
         PERFORM 3100-ADD-ONE-LOAD THRU 3100-EXIT
          VARYING WS-LOAD-IDX FROM 1 BY 1
          UNTIL WS-LOAD-IDX > 3.

        3000-EXIT.
         EXIT.

        3100-ADD-ONE-LOAD.
         ADD WS-LD-HEADCOUNT(WS-LOAD-IDX) TO WS-LD-HEADCOUNT(4).
         ADD WS-LD-REGS(WS-LOAD-IDX) TO WS-LD-REGS(4).
         ADD WS-LD-HOURS(WS-LOAD-IDX) TO WS-LD-HOURS(4).

         PERFORM 3200-ADD-ONE-STANDING THRU 3200-EXIT
          VARYING WS-STD-IDX FROM 1 BY 1
          UNTIL WS-STD-IDX > 4.

        3100-EXIT.
         EXIT.

        3200-ADD-ONE-STANDING.
         ADD WS-STD-COUNT(WS-STD-IDX, WS-LOAD-IDX)
          TO WS-STD-COUNT(WS-STD-IDX, 4).
         ADD WS-STD-COUNT(WS-STD-IDX, WS-LOAD-IDX)
          TO WS-STD-COUNT(5, WS-LOAD-IDX).
         ADD WS-STD-COUNT(WS-STD-IDX, WS-LOAD-IDX)
          TO WS-STD-COUNT(5, 4).

        3200-EXIT.
         EXIT.

        4000-PRINT-RETURN.
         MOVE 'HEADCOUNT' TO WS-TOT-LABEL.
         MOVE WS-LD-HEADCOUNT(4) TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'COURSE REGISTRATIONS' TO WS-TOT-LABEL.
         MOVE WS-LD-REGS(4) TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'CREDIT HOURS REGISTERED' TO WS-TOT-LABEL.
         MOVE WS-LD-HOURS(4) TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         WRITE RPT-LINE FROM WS-LOAD-HEADING AFTER ADVANCING 3 LINES.
         PERFORM 4100-PRINT-LOAD-LINE THRU 4100-EXIT
          VARYING WS-LOAD-IDX FROM 1 BY 1
          UNTIL WS-LOAD-IDX > 4.

         WRITE RPT-LINE FROM WS-STD-HEADING AFTER ADVANCING 3 LINES.
         PERFORM 4200-PRINT-STANDING-LINE THRU 4200-EXIT
          VARYING WS-STD-IDX FROM 1 BY 1
          UNTIL WS-STD-IDX > 5.

         IF WS-READ-COUNT IS EQUAL TO 0
          MOVE 4 TO RETURN-CODE
          MOVE 'WARNING - NO CENSUS RECORDS ON FILE FOR THE TERM'
           TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES
         END-IF.

         DISPLAY 'RLPRG38 TERM                  ' WS-REPORT-TERM.
         DISPLAY 'RLPRG38 HEADCOUNT             ' WS-LD-HEADCOUNT(4).
         DISPLAY 'RLPRG38 REGISTRATIONS         ' WS-LD-REGS(4).

        4000-EXIT.
         EXIT.

        4100-PRINT-LOAD-LINE.
         MOVE WS-LOAD-NAME(WS-LOAD-IDX) TO WS-LL-LABEL.
         MOVE WS-LD-HEADCOUNT(WS-LOAD-IDX) TO WS-LL-HEADCOUNT.
         MOVE WS-LD-REGS(WS-LOAD-IDX) TO WS-LL-REGS.
         MOVE WS-LD-HOURS(WS-LOAD-IDX) TO WS-LL-HOURS.

         IF WS-LOAD-IDX IS EQUAL TO 4
          WRITE RPT-LINE FROM WS-LOAD-LINE AFTER ADVANCING 2 LINES
         ELSE
          WRITE RPT-LINE FROM WS-LOAD-LINE AFTER ADVANCING 1 LINE
         END-IF.

        4100-EXIT.
         EXIT.

        4200-PRINT-STANDING-LINE.
         MOVE WS-STD-NAME(WS-STD-IDX) TO WS-SL-LABEL.
         MOVE WS-STD-COUNT(WS-STD-IDX, 1) TO WS-SL-FT.
         MOVE WS-STD-COUNT(WS-STD-IDX, 2) TO WS-SL-PT.
         MOVE WS-STD-COUNT(WS-STD-IDX, 3) TO WS-SL-UL.
         MOVE WS-STD-COUNT(WS-STD-IDX, 4) TO WS-SL-TOTAL.

         IF WS-STD-IDX IS EQUAL TO 5
          WRITE RPT-LINE FROM WS-STD-LINE AFTER ADVANCING 2 LINES
         ELSE
          WRITE RPT-LINE FROM WS-STD-LINE AFTER ADVANCING 1 LINE
         END-IF.

        4200-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE 0 TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE CENSPARM-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE CENSUS-FILE.
         CLOSE RETURN-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
