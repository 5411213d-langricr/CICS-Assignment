       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG27.
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

          SELECT PROGREQ-FILE ASSIGN TO PROGREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROGREQ-KEY.

          SELECT GRADEF-FILE ASSIGN TO GRADEF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADEF-KEY.

          SELECT CRSHIST-FILE ASSIGN TO CRSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSHIST-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT AUDIT-RPT ASSIGN TO AUDITRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD PROGREQ-FILE.
          COPY 'PROGREQ'.

         FD GRADEF-FILE.
          COPY 'GRADEF'.

         FD CRSHIST-FILE.
          COPY 'CRSHIST'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD AUDIT-RPT
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
         01  WS-BROWSE-END                PIC X.
         01  WS-HEADER-EXISTS             PIC X.
         01  WS-GRADE-KNOWN               PIC X.
         01  WS-IN-COURSE-TABLE           PIC X.
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-GIDX                      PIC S9(4) COMP.
         01  WS-CIDX                      PIC S9(4) COMP.
         01  WS-EIDX                      PIC S9(4) COMP.
         01  WS-DEFAULT-MIN-GRADE         PIC X(2).
         01  WS-MIN-GRADE                 PIC X(2).
         01  WS-MIN-POINTS                PIC 9V99.
         01  WS-GRADE-POINTS              PIC 9V99.
         01  WS-LOOKUP-GRADE              PIC X(2).

      * GRADES ON FILE FOR THE STUDENT BEING AUDITED - CURRENT-TERM
      * GRADES FROM GRADEF (SOURCE G) AND EARLIER TERMS FROM CRSHIST
      * (SOURCE H).
         01  WS-GRD-COUNT                 PIC S9(4) COMP VALUE 0.
         01  WS-GRD-OVERFLOW              PIC S9(7) COMP VALUE 0.
         01  WS-GRD-TABLE.
          05 WS-GRD-ENTRY OCCURS 200 TIMES.
           10 WS-GRD-COURSE               PIC X(8).
           10 WS-GRD-GRADE                PIC X(2).
           10 WS-GRD-TERM                 PIC X(6).
           10 WS-GRD-SOURCE               PIC X.

      * RESULT OF CHECKING ONE COURSE AGAINST THE STUDENT'S GRADES.
      * STATUS IS S SATISFIED, P IN PROGRESS OR O OUTSTANDING.
         01  WS-EVAL-COURSE               PIC X(8).
         01  WS-EVAL-STATUS               PIC X.
         01  WS-EVAL-GRADE                PIC X(2).
         01  WS-EVAL-TERM                 PIC X(6).
         01  WS-EVAL-KNOWN                PIC X.
         01  WS-EVAL-GRADED               PIC X.
         01  WS-EVAL-POINTS               PIC 9V99.

      * THE COURSES OF ONE ELECTIVE GROUP, HELD SO THE GROUP LINE CAN
      * BE PRINTED AHEAD OF THEM.
         01  WS-ELEC-TABLE.
          05 WS-ELEC-ENTRY OCCURS 6 TIMES.
           10 WS-ELEC-COURSE              PIC X(8).
           10 WS-ELEC-STATUS              PIC X.
           10 WS-ELEC-GRADE               PIC X(2).
           10 WS-ELEC-TERM                PIC X(6).
         01  WS-ELEC-LISTED               PIC S9(4) COMP.
         01  WS-ELEC-SAT                  PIC S9(4) COMP.
         01  WS-ELEC-IP                   PIC S9(4) COMP.
         01  WS-REQ-STATUS                PIC X.

         01  WS-STU-SAT                   PIC S9(4) COMP.
         01  WS-STU-IP                    PIC S9(4) COMP.
         01  WS-STU-OUT                   PIC S9(4) COMP.

         01  WS-STUDENT-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-NO-PROGRAM-COUNT          PIC S9(7) COMP VALUE 0.
         01  WS-BAD-PROGRAM-COUNT         PIC S9(7) COMP VALUE 0.
         01  WS-AUDITED-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-COMPLETE-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-PENDING-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-OUTSTANDING-COUNT         PIC S9(7) COMP VALUE 0.

         01  WS-GRADE-MAP-VALUES.
          05 FILLER                       PIC X(5) VALUE 'A+400'.
          05 FILLER                       PIC X(5) VALUE 'A 400'.
          05 FILLER                       PIC X(5) VALUE 'A-370'.
          05 FILLER                       PIC X(5) VALUE 'B+330'.
          05 FILLER                       PIC X(5) VALUE 'B 300'.
          05 FILLER                       PIC X(5) VALUE 'B-270'.
          05 FILLER                       PIC X(5) VALUE 'C+230'.
          05 FILLER                       PIC X(5) VALUE 'C 200'.
          05 FILLER                       PIC X(5) VALUE 'C-170'.
          05 FILLER                       PIC X(5) VALUE 'D+130'.
          05 FILLER                       PIC X(5) VALUE 'D 100'.
          05 FILLER                       PIC X(5) VALUE 'D-070'.
          05 FILLER                       PIC X(5) VALUE 'F 000'.
         01  WS-GRADE-MAP REDEFINES WS-GRADE-MAP-VALUES.
          05 WS-GRADE-ENTRY OCCURS 13 TIMES.
           10 WS-MAP-GRADE                PIC X(2).
           10 WS-MAP-POINTS               PIC 9V99.

         01  WS-COURSE-EDIT.
          05 WS-EDIT-PART1                PIC X(4).
          05 FILLER                       PIC X VALUE '-'.
          05 WS-EDIT-PART2                PIC X(4).

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(14)
             VALUE 'DEGREE AUDIT: '.
          05 WS-HEAD-STUDENT-NO           PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-HEAD-STUDENT-NAME         PIC X(20).
          05 FILLER                       PIC X(37) VALUE SPACES.

         01  WS-PROGRAM-LINE.
          05 FILLER                       PIC X(9)  VALUE 'PROGRAM: '.
          05 WS-PROG-CODE                 PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-PROG-TITLE                PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-PROG-REMARK               PIC X(30).
          05 FILLER                       PIC X(13) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(5)  VALUE 'LINE'.
          05 FILLER                       PIC X(22) VALUE 'REQUIREMENT'.
          05 FILLER                       PIC X(7)  VALUE 'GRADE'.
          05 FILLER                       PIC X(14) VALUE 'STATUS'.
          05 FILLER                       PIC X(32) VALUE 'REMARKS'.

         01  WS-DETAIL-LINE.
          05 WS-DET-REQ-NO                PIC X(3).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-ITEM                  PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-GRADE                 PIC X(2).
          05 FILLER                       PIC X(5)  VALUE SPACES.
          05 WS-DET-STATUS                PIC X(12).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REMARK                PIC X(30).
          05 FILLER                       PIC X(2)  VALUE SPACES.

         01  WS-ELEC-REMARK.
          05 WS-REM-DONE                  PIC Z9.
          05 FILLER                       PIC X(4)  VALUE ' OF '.
          05 WS-REM-NEEDED                PIC Z9.
          05 FILLER                       PIC X(10) VALUE ' NEEDED - '.
          05 WS-REM-LISTED                PIC Z9.
          05 FILLER                       PIC X(7)  VALUE ' LISTED'.
          05 FILLER                       PIC X(3)  VALUE SPACES.

         01  WS-SUMMARY-LINE.
          05 FILLER                       PIC X(11) VALUE 'SATISFIED '.
          05 WS-SUM-SAT                   PIC ZZ9.
          05 FILLER                       PIC X(15)
             VALUE '   IN PROGRESS '.
          05 WS-SUM-IP                    PIC ZZ9.
          05 FILLER                       PIC X(15)
             VALUE '   OUTSTANDING '.
          05 WS-SUM-OUT                   PIC ZZ9.
          05 FILLER                       PIC X(3)  VALUE SPACES.
          05 WS-SUM-RESULT                PIC X(27).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-AUDIT-STUDENTS THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT PROGREQ-FILE.
         OPEN INPUT GRADEF-FILE.
         OPEN INPUT CRSHIST-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT AUDIT-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

        1000-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG27' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG27' TO RUNCTL-JOB-NAME.
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

        2000-AUDIT-STUDENTS.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.

        2010-STUDENT-LOOP.
         IF WS-STUFILE-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-STUDENT-COUNT.
         PERFORM 2200-AUDIT-ONE-STUDENT THRU 2200-EXIT.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.
         GO TO 2010-STUDENT-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-STUFILE.
         READ STUFILE-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-STUFILE-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      * ONE PAGE PER STUDENT WITH A DECLARED PROGRAM - EVERY LINE OF
      * THE PROGRAM IN REQUIREMENT-NUMBER ORDER, THEN A SUMMARY.
        2200-AUDIT-ONE-STUDENT.
         IF STUFILE-PROGRAM IS EQUAL TO SPACES
          ADD 1 TO WS-NO-PROGRAM-COUNT
          GO TO 2200-EXIT
         END-IF.

         MOVE STUFILE-STUDENT-NO TO WS-HEAD-STUDENT-NO.
         MOVE STUFILE-NAME TO WS-HEAD-STUDENT-NAME.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING PAGE.

         MOVE 'Y' TO WS-HEADER-EXISTS.
         MOVE STUFILE-PROGRAM TO PROGREQ-PROGRAM.
         MOVE '000' TO PROGREQ-REQ-NO.

         READ PROGREQ-FILE
          INVALID KEY
           MOVE 'N' TO WS-HEADER-EXISTS
         END-READ.

         MOVE STUFILE-PROGRAM TO WS-PROG-CODE.
         MOVE SPACES TO WS-PROG-REMARK.

         IF WS-HEADER-EXISTS IS EQUAL TO 'N'
          ADD 1 TO WS-BAD-PROGRAM-COUNT
          MOVE SPACES TO WS-PROG-TITLE
          MOVE 'PROGRAM NOT ON FILE' TO WS-PROG-REMARK
          WRITE RPT-LINE FROM WS-PROGRAM-LINE AFTER ADVANCING 1 LINE
          GO TO 2200-EXIT
         END-IF.

         ADD 1 TO WS-AUDITED-COUNT.
         MOVE PROGREQ-DESC TO WS-PROG-TITLE.
         IF PROGREQ-MIN-GRADE IS NOT EQUAL TO SPACES
          MOVE 'MINIMUM GRADE' TO WS-PROG-REMARK
          MOVE PROGREQ-MIN-GRADE TO WS-PROG-REMARK (15:2)
         END-IF.
         WRITE RPT-LINE FROM WS-PROGRAM-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

         MOVE PROGREQ-MIN-GRADE TO WS-DEFAULT-MIN-GRADE.
         MOVE 0 TO WS-STU-SAT.
         MOVE 0 TO WS-STU-IP.
         MOVE 0 TO WS-STU-OUT.

         PERFORM 2300-LOAD-GRADES THRU 2300-EXIT.

         MOVE 'N' TO WS-BROWSE-END.
         START PROGREQ-FILE KEY IS GREATER THAN PROGREQ-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        2210-REQUIREMENT-LOOP.
         IF WS-BROWSE-END IS EQUAL TO 'Y'
          GO TO 2250-STUDENT-SUMMARY
         END-IF.

         READ PROGREQ-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
         END-READ.

         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            PROGREQ-PROGRAM IS NOT EQUAL TO STUFILE-PROGRAM
          GO TO 2250-STUDENT-SUMMARY
         END-IF.

         IF PROGREQ-REQUIRED
          PERFORM 2400-AUDIT-REQUIRED THRU 2400-EXIT
         END-IF.

         IF PROGREQ-ELECTIVE
          PERFORM 2450-AUDIT-ELECTIVE THRU 2450-EXIT
         END-IF.

         GO TO 2210-REQUIREMENT-LOOP.

        2250-STUDENT-SUMMARY.
         MOVE WS-STU-SAT TO WS-SUM-SAT.
         MOVE WS-STU-IP TO WS-SUM-IP.
         MOVE WS-STU-OUT TO WS-SUM-OUT.

         IF WS-STU-OUT > 0
          ADD 1 TO WS-OUTSTANDING-COUNT
          MOVE 'REQUIREMENTS OUTSTANDING' TO WS-SUM-RESULT
         ELSE
         IF WS-STU-IP > 0
          ADD 1 TO WS-PENDING-COUNT
          MOVE 'COMPLETE WHEN IN PROGRESS' TO WS-SUM-RESULT
         ELSE
          ADD 1 TO WS-COMPLETE-COUNT
          MOVE 'ALL REQUIREMENTS SATISFIED' TO WS-SUM-RESULT
         END-IF
         END-IF.

         WRITE RPT-LINE FROM WS-SUMMARY-LINE AFTER ADVANCING 2 LINES.

        2200-EXIT.
         EXIT.

        2300-LOAD-GRADES.
         MOVE 0 TO WS-GRD-COUNT.

         MOVE STUFILE-KEY TO GRADEF-STUDENT-KEY.
         MOVE LOW-VALUES TO GRADEF-COURSE.
         MOVE 'N' TO WS-BROWSE-END.
         START GRADEF-FILE KEY IS NOT LESS THAN GRADEF-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        2310-GRADEF-LOOP.
         IF WS-BROWSE-END IS EQUAL TO 'Y'
          GO TO 2320-HISTORY-PHASE
         END-IF.

         READ GRADEF-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
         END-READ.

         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            GRADEF-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          GO TO 2320-HISTORY-PHASE
         END-IF.

         IF GRADEF-GRADE IS NOT EQUAL TO SPACES
          IF WS-GRD-COUNT < 200
           ADD 1 TO WS-GRD-COUNT
           MOVE GRADEF-COURSE TO WS-GRD-COURSE (WS-GRD-COUNT)
           MOVE GRADEF-GRADE TO WS-GRD-GRADE (WS-GRD-COUNT)
           MOVE GRADEF-TERM TO WS-GRD-TERM (WS-GRD-COUNT)
           MOVE 'G' TO WS-GRD-SOURCE (WS-GRD-COUNT)
          ELSE
           ADD 1 TO WS-GRD-OVERFLOW
          END-IF
         END-IF.

         GO TO 2310-GRADEF-LOOP.

        2320-HISTORY-PHASE.
         MOVE STUFILE-KEY TO CRSHIST-STUDENT-KEY.
         MOVE LOW-VALUES TO CRSHIST-TERM.
         MOVE LOW-VALUES TO CRSHIST-COURSE.
         MOVE 'N' TO WS-BROWSE-END.
         START CRSHIST-FILE KEY IS NOT LESS THAN CRSHIST-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        2330-HISTORY-LOOP.
         IF WS-BROWSE-END IS EQUAL TO 'Y'
          GO TO 2300-EXIT
         END-IF.

         READ CRSHIST-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
         END-READ.

         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            CRSHIST-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          GO TO 2300-EXIT
         END-IF.

         IF WS-GRD-COUNT < 200
          ADD 1 TO WS-GRD-COUNT
          MOVE CRSHIST-COURSE TO WS-GRD-COURSE (WS-GRD-COUNT)
          MOVE CRSHIST-GRADE TO WS-GRD-GRADE (WS-GRD-COUNT)
          MOVE CRSHIST-TERM TO WS-GRD-TERM (WS-GRD-COUNT)
          MOVE 'H' TO WS-GRD-SOURCE (WS-GRD-COUNT)
         ELSE
          ADD 1 TO WS-GRD-OVERFLOW
         END-IF.

         GO TO 2330-HISTORY-LOOP.

        2300-EXIT.
         EXIT.

        2400-AUDIT-REQUIRED.
         PERFORM 2600-SET-MINIMUM THRU 2600-EXIT.
         MOVE PROGREQ-COURSE (1) TO WS-EVAL-COURSE.
         PERFORM 2700-EVALUATE-COURSE THRU 2700-EXIT.

         MOVE WS-EVAL-STATUS TO WS-REQ-STATUS.
         PERFORM 2800-COUNT-REQUIREMENT THRU 2800-EXIT.

         MOVE PROGREQ-REQ-NO TO WS-DET-REQ-NO.
         MOVE WS-EVAL-COURSE (1:4) TO WS-EDIT-PART1.
         MOVE WS-EVAL-COURSE (5:4) TO WS-EDIT-PART2.
         MOVE WS-COURSE-EDIT TO WS-DET-ITEM.
         MOVE WS-EVAL-GRADE TO WS-DET-GRADE.
         PERFORM 2900-PRINT-COURSE-RESULT THRU 2900-EXIT.

        2400-EXIT.
         EXIT.

      * AN ELECTIVE GROUP IS SATISFIED WHEN THE NEEDED NUMBER OF ITS
      * COURSES ARE SATISFIED, AND IN PROGRESS WHEN THE COURSES NOW
      * UNDER WAY WOULD MAKE UP THE DIFFERENCE.
        2450-AUDIT-ELECTIVE.
         PERFORM 2600-SET-MINIMUM THRU 2600-EXIT.
         MOVE 0 TO WS-ELEC-LISTED.
         MOVE 0 TO WS-ELEC-SAT.
         MOVE 0 TO WS-ELEC-IP.

         PERFORM 2460-EVALUATE-ONE-ELECTIVE THRU 2460-EXIT
          VARYING WS-EIDX FROM 1 BY 1
          UNTIL WS-EIDX > 6.

         IF WS-ELEC-SAT NOT < PROGREQ-NEEDED
          MOVE 'S' TO WS-REQ-STATUS
         ELSE
         IF WS-ELEC-SAT + WS-ELEC-IP NOT < PROGREQ-NEEDED
          MOVE 'P' TO WS-REQ-STATUS
         ELSE
          MOVE 'O' TO WS-REQ-STATUS
         END-IF
         END-IF.

         PERFORM 2800-COUNT-REQUIREMENT THRU 2800-EXIT.

         MOVE PROGREQ-REQ-NO TO WS-DET-REQ-NO.
         MOVE PROGREQ-DESC TO WS-DET-ITEM.
         MOVE SPACES TO WS-DET-GRADE.
         PERFORM 2850-MOVE-STATUS-TEXT THRU 2850-EXIT.
         MOVE WS-ELEC-SAT TO WS-REM-DONE.
         MOVE PROGREQ-NEEDED TO WS-REM-NEEDED.
         MOVE WS-ELEC-LISTED TO WS-REM-LISTED.
         MOVE WS-ELEC-REMARK TO WS-DET-REMARK.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

         PERFORM 2470-PRINT-ONE-ELECTIVE THRU 2470-EXIT
          VARYING WS-EIDX FROM 1 BY 1
          UNTIL WS-EIDX > 6.

        2450-EXIT.
         EXIT.

        2460-EVALUATE-ONE-ELECTIVE.
         MOVE PROGREQ-COURSE (WS-EIDX) TO WS-ELEC-COURSE (WS-EIDX).
         MOVE SPACE TO WS-ELEC-STATUS (WS-EIDX).

         IF PROGREQ-COURSE (WS-EIDX) IS EQUAL TO SPACES
          GO TO 2460-EXIT
         END-IF.

         ADD 1 TO WS-ELEC-LISTED.
         MOVE PROGREQ-COURSE (WS-EIDX) TO WS-EVAL-COURSE.
         PERFORM 2700-EVALUATE-COURSE THRU 2700-EXIT.

         MOVE WS-EVAL-STATUS TO WS-ELEC-STATUS (WS-EIDX).
         MOVE WS-EVAL-GRADE TO WS-ELEC-GRADE (WS-EIDX).
         MOVE WS-EVAL-TERM TO WS-ELEC-TERM (WS-EIDX).

         IF WS-EVAL-STATUS IS EQUAL TO 'S'
          ADD 1 TO WS-ELEC-SAT
         END-IF.
         IF WS-EVAL-STATUS IS EQUAL TO 'P'
          ADD 1 TO WS-ELEC-IP
         END-IF.

        2460-EXIT.
         EXIT.

        2470-PRINT-ONE-ELECTIVE.
         IF WS-ELEC-STATUS (WS-EIDX) IS EQUAL TO SPACE
          GO TO 2470-EXIT
         END-IF.

         MOVE SPACES TO WS-DET-REQ-NO.
         MOVE SPACES TO WS-DET-ITEM.
         MOVE WS-ELEC-COURSE (WS-EIDX) (1:4) TO WS-EDIT-PART1.
         MOVE WS-ELEC-COURSE (WS-EIDX) (5:4) TO WS-EDIT-PART2.
         MOVE WS-COURSE-EDIT TO WS-DET-ITEM (3:9).
         MOVE WS-ELEC-STATUS (WS-EIDX) TO WS-EVAL-STATUS.
         MOVE WS-ELEC-GRADE (WS-EIDX) TO WS-EVAL-GRADE.
         MOVE WS-ELEC-GRADE (WS-EIDX) TO WS-DET-GRADE.
         MOVE WS-ELEC-TERM (WS-EIDX) TO WS-EVAL-TERM.
         PERFORM 2900-PRINT-COURSE-RESULT THRU 2900-EXIT.

        2470-EXIT.
         EXIT.

      * THE LINE'S OWN MINIMUM GRADE, ELSE THE PROGRAM'S. WITH NEITHER
      * ANY GRADE CARRYING GRADE POINTS WILL DO, SO THE MINIMUM IS SET
      * JUST ABOVE THE ZERO AN F EARNS.
        2600-SET-MINIMUM.
         MOVE PROGREQ-MIN-GRADE TO WS-MIN-GRADE.
         IF WS-MIN-GRADE IS EQUAL TO SPACES
          MOVE WS-DEFAULT-MIN-GRADE TO WS-MIN-GRADE
         END-IF.

         MOVE 0.01 TO WS-MIN-POINTS.
         IF WS-MIN-GRADE IS NOT EQUAL TO SPACES
          MOVE WS-MIN-GRADE TO WS-LOOKUP-GRADE
          PERFORM 2650-LOOKUP-POINTS THRU 2650-EXIT
          IF WS-GRADE-KNOWN IS EQUAL TO 'Y'
           MOVE WS-GRADE-POINTS TO WS-MIN-POINTS
          END-IF
         END-IF.

        2600-EXIT.
         EXIT.

        2650-LOOKUP-POINTS.
         MOVE 'N' TO WS-GRADE-KNOWN.
         MOVE 0 TO WS-GRADE-POINTS.
         PERFORM 2660-MATCH-ONE-GRADE THRU 2660-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 13.

        2650-EXIT.
         EXIT.

        2660-MATCH-ONE-GRADE.
         IF WS-MAP-GRADE (WS-IDX) IS EQUAL TO WS-LOOKUP-GRADE
          MOVE WS-MAP-POINTS (WS-IDX) TO WS-GRADE-POINTS
          MOVE 'Y' TO WS-GRADE-KNOWN
         END-IF.

        2660-EXIT.
         EXIT.

      * THE BEST GRADE ON FILE FOR THE COURSE SATISFIES IT IF IT MEETS
      * THE MINIMUM. OTHERWISE A COURSE STILL IN THE STUDENT'S COURSE
      * TABLE WITH NO CURRENT-TERM GRADE POSTED IS IN PROGRESS.
        2700-EVALUATE-COURSE.
         MOVE 'O' TO WS-EVAL-STATUS.
         MOVE SPACES TO WS-EVAL-GRADE.
         MOVE SPACES TO WS-EVAL-TERM.
         MOVE 'N' TO WS-EVAL-KNOWN.
         MOVE 'N' TO WS-EVAL-GRADED.
         MOVE 0 TO WS-EVAL-POINTS.

         PERFORM 2710-SCAN-ONE-GRADE THRU 2710-EXIT
          VARYING WS-GIDX FROM 1 BY 1
          UNTIL WS-GIDX > WS-GRD-COUNT.

         IF WS-EVAL-KNOWN IS EQUAL TO 'Y' AND
            WS-EVAL-POINTS NOT < WS-MIN-POINTS
          MOVE 'S' TO WS-EVAL-STATUS
          GO TO 2700-EXIT
         END-IF.

         IF WS-EVAL-GRADED IS EQUAL TO 'Y'
          GO TO 2700-EXIT
         END-IF.

         MOVE 'N' TO WS-IN-COURSE-TABLE.
         PERFORM 2720-SCAN-ONE-SLOT THRU 2720-EXIT
          VARYING WS-CIDX FROM 1 BY 1
          UNTIL WS-CIDX > 10.

         IF WS-IN-COURSE-TABLE IS EQUAL TO 'Y'
          MOVE 'P' TO WS-EVAL-STATUS
         END-IF.

        2700-EXIT.
         EXIT.

        2710-SCAN-ONE-GRADE.
         IF WS-GRD-COURSE (WS-GIDX) IS NOT EQUAL TO WS-EVAL-COURSE
          GO TO 2710-EXIT
         END-IF.

         IF WS-GRD-SOURCE (WS-GIDX) IS EQUAL TO 'G'
          MOVE 'Y' TO WS-EVAL-GRADED
         END-IF.

         MOVE WS-GRD-GRADE (WS-GIDX) TO WS-LOOKUP-GRADE.
         PERFORM 2650-LOOKUP-POINTS THRU 2650-EXIT.

         IF WS-EVAL-GRADE IS EQUAL TO SPACES OR
            (WS-GRADE-KNOWN IS EQUAL TO 'Y' AND
             (WS-EVAL-KNOWN IS EQUAL TO 'N' OR
              WS-GRADE-POINTS > WS-EVAL-POINTS))
          MOVE WS-GRD-GRADE (WS-GIDX) TO WS-EVAL-GRADE
          MOVE WS-GRD-TERM (WS-GIDX) TO WS-EVAL-TERM
          MOVE WS-GRADE-KNOWN TO WS-EVAL-KNOWN
          MOVE WS-GRADE-POINTS TO WS-EVAL-POINTS
         END-IF.

        2710-EXIT.
         EXIT.

        2720-SCAN-ONE-SLOT.
         IF STUFILE-COURSE-TABLE (WS-CIDX) IS EQUAL TO WS-EVAL-COURSE
          MOVE 'Y' TO WS-IN-COURSE-TABLE
         END-IF.

        2720-EXIT.
         EXIT.

        2800-COUNT-REQUIREMENT.
         IF WS-REQ-STATUS IS EQUAL TO 'S'
          ADD 1 TO WS-STU-SAT
         ELSE
         IF WS-REQ-STATUS IS EQUAL TO 'P'
          ADD 1 TO WS-STU-IP
         ELSE
          ADD 1 TO WS-STU-OUT
         END-IF
         END-IF.

        2800-EXIT.
         EXIT.

        2850-MOVE-STATUS-TEXT.
         IF WS-REQ-STATUS IS EQUAL TO 'S'
          MOVE 'SATISFIED' TO WS-DET-STATUS
         ELSE
         IF WS-REQ-STATUS IS EQUAL TO 'P'
          MOVE 'IN PROGRESS' TO WS-DET-STATUS
         ELSE
          MOVE 'OUTSTANDING' TO WS-DET-STATUS
         END-IF
         END-IF.

        2850-EXIT.
         EXIT.

      * ONE COURSE LINE FROM THE WS-EVAL FIELDS.
        2900-PRINT-COURSE-RESULT.
         MOVE WS-EVAL-STATUS TO WS-REQ-STATUS.
         PERFORM 2850-MOVE-STATUS-TEXT THRU 2850-EXIT.
         MOVE SPACES TO WS-DET-REMARK.

         IF WS-EVAL-STATUS IS EQUAL TO 'S'
          MOVE 'EARNED IN TERM' TO WS-DET-REMARK
          MOVE WS-EVAL-TERM TO WS-DET-REMARK (16:6)
         END-IF.

         IF WS-EVAL-STATUS IS EQUAL TO 'P'
          MOVE 'CURRENTLY ENROLLED' TO WS-DET-REMARK
         END-IF.

         IF WS-EVAL-STATUS IS EQUAL TO 'O' AND
            WS-EVAL-GRADE IS NOT EQUAL TO SPACES
          MOVE 'BELOW MINIMUM GRADE' TO WS-DET-REMARK
          MOVE WS-MIN-GRADE TO WS-DET-REMARK (21:2)
         END-IF.

         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2900-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'DEGREE AUDIT TOTALS' TO RPT-LINE.
         WRITE RPT-LINE AFTER ADVANCING PAGE.

         MOVE 'STUDENTS READ' TO WS-TOT-LABEL.
         MOVE WS-STUDENT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'NO PROGRAM DECLARED' TO WS-TOT-LABEL.
         MOVE WS-NO-PROGRAM-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'PROGRAM NOT ON FILE' TO WS-TOT-LABEL.
         MOVE WS-BAD-PROGRAM-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'STUDENTS AUDITED' TO WS-TOT-LABEL.
         MOVE WS-AUDITED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ALL REQUIREMENTS SATISFIED' TO WS-TOT-LABEL.
         MOVE WS-COMPLETE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'COMPLETE WHEN IN PROGRESS' TO WS-TOT-LABEL.
         MOVE WS-PENDING-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'REQUIREMENTS OUTSTANDING' TO WS-TOT-LABEL.
         MOVE WS-OUTSTANDING-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         IF WS-GRD-OVERFLOW > 0
          DISPLAY 'RLPRG27 GRADE TABLE FULL - GRADES NOT AUDITED: '
             WS-GRD-OVERFLOW
         END-IF.

        3000-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-STUDENT-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-AUDITED-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE PROGREQ-FILE.
         CLOSE GRADEF-FILE.
         CLOSE CRSHIST-FILE.
         CLOSE AUDIT-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
