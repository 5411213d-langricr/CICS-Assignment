       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG23.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT LOADPARM-FILE ASSIGN TO LOADPARM
           ORGANIZATION IS SEQUENTIAL.

          SELECT CRSINST-IN ASSIGN TO CRSINST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRSINST-KEY.

          SELECT INSTRUC-IN ASSIGN TO INSTRUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INSTRUC-KEY.

          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRSSECT-KEY.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TERMCTL-KEY.

          SELECT LOAD-SORT-FILE ASSIGN TO SRTWORK.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT TEACH-RPT ASSIGN TO TEACHRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
      * OPTIONAL PARAMETER CARD NAMING THE TERM TO REPORT. NO CARD, OR
      * A BLANK TERM, REPORTS THE CURRENT TERM ON TERMCTL.
         FD LOADPARM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  LOADPARM-REC.
             05 PARM-TERM                   PIC X(6).
             05 FILLER                      PIC X(74).

         FD CRSINST-IN.
          COPY 'CRSINST'.

         FD INSTRUC-IN.
          COPY 'INSTRUC'.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         SD LOAD-SORT-FILE
          RECORD CONTAINS 17 CHARACTERS.
         01 SORT-REC.
          05 SORT-INSTR-ID                PIC X(6).
          05 SORT-COURSE                  PIC X(8).
          05 SORT-SECTION                 PIC X(2).
          05 SORT-ROLE                    PIC X.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD TEACH-RPT
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
         01  WS-LOADPARM-EOF              PIC X VALUE 'N'.
         01  WS-CRSINST-EOF               PIC X VALUE 'N'.
         01  WS-INSTRUC-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-SORT-EOF                  PIC X VALUE 'N'.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-SECT-EXISTS               PIC X.
         01  WS-REPORT-TERM               PIC X(6) VALUE SPACES.

         01  WS-INS-COURSES               PIC S9(4) COMP.
         01  WS-INS-CREDITS               PIC S9(5) COMP-3.
         01  WS-INS-STUDENTS              PIC S9(7) COMP-3.
         01  WS-ASG-STUDENTS              PIC S9(5) COMP-3.

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ASSIGN-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-LISTED-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-IDLE-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-OVER-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ORPHAN-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-GRAND-CREDITS             PIC S9(7) COMP VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(32)
             VALUE 'FACULTY TEACHING LOAD FOR TERM  '.
          05 WS-HDG-TERM                  PIC X(6).
          05 FILLER                       PIC X(42) VALUE SPACES.

         01  WS-INSTR-LINE.
          05 FILLER                       PIC X(11) VALUE 'INSTRUCTOR '.
          05 WS-INS-ID                    PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-INS-NAME                  PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(5)  VALUE 'DEPT '.
          05 WS-INS-DEPT                  PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(9)  VALUE 'MAX LOAD '.
          05 WS-INS-MAX                   PIC ZZ9.
          05 FILLER                       PIC X(16) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(11) VALUE 'COURSE'.
          05 FILLER                       PIC X(6)  VALUE 'SECT'.
          05 FILLER                       PIC X(22) VALUE 'TITLE'.
          05 FILLER                       PIC X(11) VALUE 'ROLE'.
          05 FILLER                       PIC X(9)  VALUE 'CREDITS'.
          05 FILLER                       PIC X(8)  VALUE 'STUDENTS'.
          05 FILLER                       PIC X(11) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-COURSE-A              PIC X(4).
          05 FILLER                       PIC X     VALUE '-'.
          05 WS-DET-COURSE-B              PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-SECTION               PIC X(2).
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-DET-TITLE                 PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-ROLE                  PIC X(9).
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-DET-CREDITS               PIC ZZ9.
          05 FILLER                       PIC X(6)  VALUE SPACES.
          05 WS-DET-STUDENTS              PIC ZZZZ9.
          05 FILLER                       PIC X(12) VALUE SPACES.

         01  WS-LOAD-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(8)  VALUE 'COURSES '.
          05 WS-LD-COURSES                PIC ZZ9.
          05 FILLER                       PIC X(15)
             VALUE '  CREDIT HOURS '.
          05 WS-LD-CREDITS                PIC ZZ9.
          05 FILLER                       PIC X(11) VALUE '  STUDENTS '.
          05 WS-LD-STUDENTS               PIC ZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-LD-FLAG                   PIC X(17).
          05 FILLER                       PIC X(14) VALUE SPACES.

         01  WS-ORPHAN-LINE.
          05 FILLER                       PIC X(24)
             VALUE 'UNKNOWN INSTRUCTOR ID   '.
          05 WS-ORP-ID                    PIC X(6).
          05 FILLER                       PIC X(12)
             VALUE '  ON COURSE '.
          05 WS-ORP-COURSE                PIC X(8).
          05 FILLER                       PIC X(30) VALUE SPACES.

         01  WS-MESSAGE-LINE              PIC X(80).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         IF WS-REPORT-TERM IS EQUAL TO SPACES
          MOVE 'NO CURRENT TERM ON THE TERM CONTROL FILE'
           TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         SORT LOAD-SORT-FILE
          ON ASCENDING KEY SORT-INSTR-ID SORT-COURSE SORT-SECTION
          INPUT PROCEDURE 2000-SELECT-ASSIGNMENTS THRU 2000-EXIT
          OUTPUT PROCEDURE 3000-PRINT-LOADS THRU 3000-EXIT.

         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT LOADPARM-FILE.
         OPEN INPUT CRSINST-IN.
         OPEN INPUT INSTRUC-IN.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT CRSSECT-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT TEACH-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         READ LOADPARM-FILE
          AT END
           MOVE 'Y' TO WS-LOADPARM-EOF
         END-READ.

         IF WS-LOADPARM-EOF IS EQUAL TO 'N'
          MOVE PARM-TERM TO WS-REPORT-TERM
         END-IF.

         IF WS-REPORT-TERM IS EQUAL TO SPACES
          PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT
         END-IF.

         MOVE WS-REPORT-TERM TO WS-HDG-TERM.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.

        1000-EXIT.
         EXIT.

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

         MOVE TERMCTL-TERM-CODE TO WS-REPORT-TERM.

        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG23' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG23' TO RUNCTL-JOB-NAME.
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

        2000-SELECT-ASSIGNMENTS.
         PERFORM 2100-READ-CRSINST THRU 2100-EXIT.

        2010-SELECT-LOOP.
         IF WS-CRSINST-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.

         IF CRSINST-TERM IS EQUAL TO WS-REPORT-TERM
          MOVE CRSINST-INSTR-ID TO SORT-INSTR-ID
          MOVE CRSINST-COURSE TO SORT-COURSE
          MOVE CRSINST-SECTION TO SORT-SECTION
          MOVE CRSINST-ROLE TO SORT-ROLE
          RELEASE SORT-REC
          ADD 1 TO WS-ASSIGN-COUNT
         END-IF.

         PERFORM 2100-READ-CRSINST THRU 2100-EXIT.
         GO TO 2010-SELECT-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-CRSINST.
         READ CRSINST-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-CRSINST-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      * THE SORTED ASSIGNMENTS ARE MATCHED AGAINST THE INSTRUCTOR
      * MASTER IN ID ORDER. EVERY ACTIVE INSTRUCTOR IS LISTED, WITH OR
      * WITHOUT A LOAD; AN INACTIVE ONE ONLY IF STILL ASSIGNED. AN
      * ASSIGNMENT FOR AN ID NOT ON THE MASTER IS LISTED AS UNKNOWN.
        3000-PRINT-LOADS.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.
         PERFORM 3150-READ-INSTRUC THRU 3150-EXIT.

        3010-INSTRUCTOR-LOOP.
         IF WS-INSTRUC-EOF IS EQUAL TO 'Y'
          GO TO 3050-TRAILING-ORPHANS
         END-IF.

         PERFORM 3200-PRINT-ONE-INSTRUCTOR THRU 3200-EXIT.
         PERFORM 3150-READ-INSTRUC THRU 3150-EXIT.
         GO TO 3010-INSTRUCTOR-LOOP.

        3050-TRAILING-ORPHANS.
         IF WS-SORT-EOF IS EQUAL TO 'Y'
          GO TO 3000-EXIT
         END-IF.

         PERFORM 3400-PRINT-ORPHAN THRU 3400-EXIT.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.
         GO TO 3050-TRAILING-ORPHANS.

        3000-EXIT.
         EXIT.

        3100-RETURN-SORT-REC.
         RETURN LOAD-SORT-FILE
          AT END
           MOVE 'Y' TO WS-SORT-EOF
         END-RETURN.

        3100-EXIT.
         EXIT.

        3150-READ-INSTRUC.
         READ INSTRUC-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-INSTRUC-EOF
         END-READ.

        3150-EXIT.
         EXIT.

        3200-PRINT-ONE-INSTRUCTOR.
         IF WS-SORT-EOF IS EQUAL TO 'N' AND
            SORT-INSTR-ID IS LESS THAN INSTRUC-ID
          PERFORM 3400-PRINT-ORPHAN THRU 3400-EXIT
          PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT
          GO TO 3200-PRINT-ONE-INSTRUCTOR
         END-IF.

         IF INSTRUC-STATUS IS EQUAL TO 'I'
          IF WS-SORT-EOF IS EQUAL TO 'Y' OR
             SORT-INSTR-ID IS NOT EQUAL TO INSTRUC-ID
           GO TO 3200-EXIT
          END-IF
         END-IF.

         ADD 1 TO WS-LISTED-COUNT.
         MOVE 0 TO WS-INS-COURSES.
         MOVE 0 TO WS-INS-CREDITS.
         MOVE 0 TO WS-INS-STUDENTS.

         MOVE INSTRUC-ID TO WS-INS-ID.
         MOVE INSTRUC-NAME TO WS-INS-NAME.
         MOVE INSTRUC-DEPT TO WS-INS-DEPT.
         MOVE 0 TO WS-INS-MAX.
         IF INSTRUC-MAX-LOAD IS NUMERIC
          MOVE INSTRUC-MAX-LOAD TO WS-INS-MAX
         END-IF.
         WRITE RPT-LINE FROM WS-INSTR-LINE AFTER ADVANCING 2 LINES.

        3210-ASSIGNMENT-LOOP.
         IF WS-SORT-EOF IS EQUAL TO 'Y' OR
            SORT-INSTR-ID IS NOT EQUAL TO INSTRUC-ID
          GO TO 3250-INSTRUCTOR-TOTAL
         END-IF.

         IF WS-INS-COURSES IS EQUAL TO 0
          WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 1 LINE
         END-IF.

         PERFORM 3300-PRINT-ASSIGNMENT THRU 3300-EXIT.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.
         GO TO 3210-ASSIGNMENT-LOOP.

        3250-INSTRUCTOR-TOTAL.
         IF WS-INS-COURSES IS EQUAL TO 0
          ADD 1 TO WS-IDLE-COUNT
          MOVE '  NO TEACHING ASSIGNMENTS THIS TERM' TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 1 LINE
          GO TO 3200-EXIT
         END-IF.

         MOVE WS-INS-COURSES TO WS-LD-COURSES.
         MOVE WS-INS-CREDITS TO WS-LD-CREDITS.
         MOVE WS-INS-STUDENTS TO WS-LD-STUDENTS.
         MOVE SPACES TO WS-LD-FLAG.
         IF INSTRUC-MAX-LOAD IS NUMERIC
          IF INSTRUC-MAX-LOAD > 0 AND
             WS-INS-CREDITS > INSTRUC-MAX-LOAD
           MOVE 'OVER MAXIMUM LOAD' TO WS-LD-FLAG
           ADD 1 TO WS-OVER-COUNT
          END-IF
         END-IF.
         WRITE RPT-LINE FROM WS-LOAD-LINE AFTER ADVANCING 1 LINE.
         ADD WS-INS-CREDITS TO WS-GRAND-CREDITS.

        3200-EXIT.
         EXIT.

      * EACH ASSIGNMENT CARRIES THE COURSE'S FULL CREDIT HOURS. THE
      * STUDENT COUNT IS THE SECTION'S LIVE ENROLLMENT FOR A SECTION
      * ASSIGNMENT, OTHERWISE THE WHOLE COURSE'S.
        3300-PRINT-ASSIGNMENT.
         ADD 1 TO WS-INS-COURSES.
         MOVE SORT-COURSE(1:4) TO WS-DET-COURSE-A.
         MOVE SORT-COURSE(5:4) TO WS-DET-COURSE-B.
         MOVE SORT-SECTION TO WS-DET-SECTION.
         IF SORT-ROLE IS EQUAL TO 'S'
          MOVE 'SECONDARY' TO WS-DET-ROLE
         ELSE
          MOVE 'PRIMARY' TO WS-DET-ROLE
         END-IF.

         MOVE 'Y' TO WS-COURSE-EXISTS.
         MOVE SORT-COURSE TO COURSEM-KEY.
         READ COURSEM-FILE
          INVALID KEY
           MOVE 'N' TO WS-COURSE-EXISTS
         END-READ.

         IF WS-COURSE-EXISTS IS EQUAL TO 'N'
          MOVE 'NOT ON COURSE MASTER' TO WS-DET-TITLE
          MOVE 0 TO WS-DET-CREDITS
          MOVE 0 TO WS-DET-STUDENTS
          WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
          GO TO 3300-EXIT
         END-IF.

         MOVE COURSEM-TITLE TO WS-DET-TITLE.
         MOVE 0 TO WS-DET-CREDITS.
         IF COURSEM-CREDIT-HRS IS NUMERIC
          MOVE COURSEM-CREDIT-HRS TO WS-DET-CREDITS
          ADD COURSEM-CREDIT-HRS TO WS-INS-CREDITS
         END-IF.
         MOVE COURSEM-ENROLLED TO WS-ASG-STUDENTS.

         IF SORT-SECTION IS NOT EQUAL TO SPACES
          MOVE 'Y' TO WS-SECT-EXISTS
          MOVE SORT-COURSE TO CRSSECT-COURSE
          MOVE SORT-SECTION TO CRSSECT-SECTION
          READ CRSSECT-FILE
           INVALID KEY
            MOVE 'N' TO WS-SECT-EXISTS
          END-READ
          IF WS-SECT-EXISTS IS EQUAL TO 'Y'
           MOVE CRSSECT-ENROLLED TO WS-ASG-STUDENTS
          ELSE
           MOVE 0 TO WS-ASG-STUDENTS
          END-IF
         END-IF.

         MOVE WS-ASG-STUDENTS TO WS-DET-STUDENTS.
         ADD WS-ASG-STUDENTS TO WS-INS-STUDENTS.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        3300-EXIT.
         EXIT.

        3400-PRINT-ORPHAN.
         ADD 1 TO WS-ORPHAN-COUNT.
         MOVE SORT-INSTR-ID TO WS-ORP-ID.
         MOVE SORT-COURSE TO WS-ORP-COURSE.
         WRITE RPT-LINE FROM WS-ORPHAN-LINE AFTER ADVANCING 2 LINES.

        3400-EXIT.
         EXIT.

        8000-PRINT-TOTALS.
         MOVE 'INSTRUCTORS LISTED' TO WS-TOT-LABEL.
         MOVE WS-LISTED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'ASSIGNMENTS THIS TERM' TO WS-TOT-LABEL.
         MOVE WS-ASSIGN-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'CREDIT HOURS TAUGHT' TO WS-TOT-LABEL.
         MOVE WS-GRAND-CREDITS TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'INSTRUCTORS WITH NO LOAD' TO WS-TOT-LABEL.
         MOVE WS-IDLE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'OVER THE MAXIMUM LOAD' TO WS-TOT-LABEL.
         MOVE WS-OVER-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'UNKNOWN INSTRUCTOR IDS' TO WS-TOT-LABEL.
         MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG23 ASSIGNMENTS READ     ' WS-READ-COUNT.
         DISPLAY 'RLPRG23 ASSIGNMENTS IN TERM  ' WS-ASSIGN-COUNT.
         DISPLAY 'RLPRG23 INSTRUCTORS LISTED   ' WS-LISTED-COUNT.
         DISPLAY 'RLPRG23 UNKNOWN INSTRUCTORS  ' WS-ORPHAN-COUNT.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-LISTED-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE LOADPARM-FILE.
         CLOSE CRSINST-IN.
         CLOSE INSTRUC-IN.
         CLOSE COURSEM-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE TEACH-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
