       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG21.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT STUFILE-IN ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUFILE-KEY.

          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TERMCTL-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT LOAD-RPT ASSIGN TO LOADRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD LOAD-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).
         01  WS-STUFILE-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-MIN-LOAD                  PIC S9(3) COMP-3 VALUE 0.
         01  WS-FT-LOAD                   PIC S9(3) COMP-3 VALUE 0.
         01  WS-MAX-LOAD                  PIC S9(3) COMP-3 VALUE 0.
         01  WS-STU-CREDITS               PIC S9(3) COMP-3.
         01  WS-STU-COURSES               PIC S9(4) COMP.

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-NONE-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-FT-COUNT                  PIC S9(7) COMP VALUE 0.
         01  WS-PT-COUNT                  PIC S9(7) COMP VALUE 0.
         01  WS-UNDER-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-OVER-COUNT                PIC S9(7) COMP VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(34)
             VALUE 'UNDER-LOAD STUDENT LIST FOR TERM  '.
          05 WS-HDG-TERM                  PIC X(6).
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-LIMIT-LINE.
          05 FILLER                       PIC X(15)
             VALUE 'MINIMUM LOAD   '.
          05 WS-LIM-MIN                   PIC ZZ9.
          05 FILLER                       PIC X(18)
             VALUE '   FULL-TIME LOAD '.
          05 WS-LIM-FT                    PIC ZZ9.
          05 FILLER                       PIC X(16)
             VALUE '   MAXIMUM LOAD '.
          05 WS-LIM-MAX                   PIC ZZ9.
          05 FILLER                       PIC X(22) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(10) VALUE 'STUDENT'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(20) VALUE 'NAME'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(7)  VALUE 'COURSES'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(7)  VALUE 'CREDITS'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(7)  VALUE 'SHORT'.
          05 FILLER                       PIC X(21) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-STUDENT-NO            PIC X(7).
          05 FILLER                       PIC X(5)  VALUE SPACES.
          05 WS-DET-NAME                  PIC X(20).
          05 FILLER                       PIC X(6)  VALUE SPACES.
          05 WS-DET-COURSES               PIC ZZ9.
          05 FILLER                       PIC X(6)  VALUE SPACES.
          05 WS-DET-CREDITS               PIC ZZ9.
          05 FILLER                       PIC X(6)  VALUE SPACES.
          05 WS-DET-SHORT                 PIC ZZ9.
          05 FILLER                       PIC X(21) VALUE SPACES.

         01  WS-MESSAGE-LINE              PIC X(80).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         IF WS-CURRENT-TERM IS EQUAL TO SPACES
          MOVE 'NO CURRENT TERM ON THE TERM CONTROL FILE'
           TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         IF WS-MIN-LOAD IS EQUAL TO 0
          MOVE 'NO CREDIT LOADS SET FOR THE CURRENT TERM'
           TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         PERFORM 2000-CLASSIFY-STUDENTS THRU 2000-EXIT.
         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT LOAD-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT.

         MOVE WS-CURRENT-TERM TO WS-HDG-TERM.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.

         IF WS-CURRENT-TERM IS EQUAL TO SPACES OR
            WS-MIN-LOAD IS EQUAL TO 0
          GO TO 1000-EXIT
         END-IF.

         MOVE WS-MIN-LOAD TO WS-LIM-MIN.
         MOVE WS-FT-LOAD TO WS-LIM-FT.
         MOVE WS-MAX-LOAD TO WS-LIM-MAX.
         WRITE RPT-LINE FROM WS-LIMIT-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

      * THE LOADS ARE TAKEN FROM THE CURRENT TERM. A FULL-TIME LOAD LEFT
      * AT ZERO MEANS EVERY STUDENT AT OR OVER THE MINIMUM IS FULL-TIME.
        1100-FIND-CURRENT-TERM.
         READ TERMCTL-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-TERMCTL-EOF
         END-READ.

         IF WS-TERMCTL-EOF IS EQUAL TO 'Y'
          GO TO 1100-EXIT
         END-IF.

         IF TERMCTL-CURRENT-FLAG IS NOT EQUAL TO 'Y'
          GO TO 1100-FIND-CURRENT-TERM
         END-IF.

         MOVE TERMCTL-TERM-CODE TO WS-CURRENT-TERM.

         IF TERMCTL-MIN-LOAD IS NUMERIC
          MOVE TERMCTL-MIN-LOAD TO WS-MIN-LOAD
         END-IF.

         IF TERMCTL-FT-LOAD IS NUMERIC
          MOVE TERMCTL-FT-LOAD TO WS-FT-LOAD
         END-IF.

         IF TERMCTL-MAX-LOAD IS NUMERIC
          MOVE TERMCTL-MAX-LOAD TO WS-MAX-LOAD
         END-IF.

         IF WS-FT-LOAD IS EQUAL TO 0
          MOVE WS-MIN-LOAD TO WS-FT-LOAD
         END-IF.

        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG21' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG21' TO RUNCTL-JOB-NAME.
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

        2000-CLASSIFY-STUDENTS.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.

        2010-CLASSIFY-LOOP.
         IF WS-STUFILE-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-CLASSIFY-ONE-STUDENT THRU 2200-EXIT.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.
         GO TO 2010-CLASSIFY-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-STUFILE.
         READ STUFILE-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-STUFILE-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      * A STUDENT WITH NO COURSES IS NOT ENROLLED THIS TERM AND IS ONLY
      * COUNTED. AT OR OVER THE FULL-TIME LOAD IS FULL-TIME, AT OR OVER
      * THE MINIMUM IS PART-TIME, AND ANYTHING LESS IS UNDER-LOAD AND
      * LISTED FOR THE ADVISORS.
        2200-CLASSIFY-ONE-STUDENT.
         MOVE 0 TO WS-STU-CREDITS.
         MOVE 0 TO WS-STU-COURSES.

         PERFORM 2300-ADD-ONE-COURSE THRU 2300-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         IF WS-STU-COURSES IS EQUAL TO 0
          ADD 1 TO WS-NONE-COUNT
          GO TO 2200-EXIT
         END-IF.

         IF WS-MAX-LOAD > 0 AND
            WS-STU-CREDITS > WS-MAX-LOAD
          ADD 1 TO WS-OVER-COUNT
         END-IF.

         IF WS-STU-CREDITS IS NOT LESS THAN WS-FT-LOAD
          ADD 1 TO WS-FT-COUNT
          GO TO 2200-EXIT
         END-IF.

         IF WS-STU-CREDITS IS NOT LESS THAN WS-MIN-LOAD
          ADD 1 TO WS-PT-COUNT
          GO TO 2200-EXIT
         END-IF.

         ADD 1 TO WS-UNDER-COUNT.
         MOVE STUFILE-STUDENT-NO TO WS-DET-STUDENT-NO.
         MOVE STUFILE-NAME TO WS-DET-NAME.
         MOVE WS-STU-COURSES TO WS-DET-COURSES.
         MOVE WS-STU-CREDITS TO WS-DET-CREDITS.
         COMPUTE WS-DET-SHORT = WS-MIN-LOAD - WS-STU-CREDITS.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2200-EXIT.
         EXIT.

        2300-ADD-ONE-COURSE.
         IF STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO SPACES
          OR STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO LOW-VALUES
          GO TO 2300-EXIT
         END-IF.

         ADD 1 TO WS-STU-COURSES.
         MOVE 'Y' TO WS-COURSE-EXISTS.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.

         READ COURSEM-FILE
          INVALID KEY
           MOVE 'N' TO WS-COURSE-EXISTS
         END-READ.

         IF WS-COURSE-EXISTS IS EQUAL TO 'N'
          GO TO 2300-EXIT
         END-IF.

         IF COURSEM-CREDIT-HRS IS NUMERIC
          ADD COURSEM-CREDIT-HRS TO WS-STU-CREDITS
         END-IF.

        2300-EXIT.
         EXIT.

        8000-PRINT-TOTALS.
         MOVE 'STUDENTS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'NOT ENROLLED THIS TERM' TO WS-TOT-LABEL.
         MOVE WS-NONE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'FULL-TIME' TO WS-TOT-LABEL.
         MOVE WS-FT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'PART-TIME' TO WS-TOT-LABEL.
         MOVE WS-PT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'UNDER-LOAD' TO WS-TOT-LABEL.
         MOVE WS-UNDER-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'OVER THE MAXIMUM LOAD' TO WS-TOT-LABEL.
         MOVE WS-OVER-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG21 STUDENTS READ         ' WS-READ-COUNT.
         DISPLAY 'RLPRG21 FULL-TIME             ' WS-FT-COUNT.
         DISPLAY 'RLPRG21 PART-TIME             ' WS-PT-COUNT.
         DISPLAY 'RLPRG21 UNDER-LOAD            ' WS-UNDER-COUNT.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE 0 TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE COURSEM-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE LOAD-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
