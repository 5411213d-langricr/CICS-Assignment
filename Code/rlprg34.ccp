       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG34.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT EXAMPARM-FILE ASSIGN TO EXAMPARM
           ORGANIZATION IS SEQUENTIAL.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TERMCTL-KEY.

          SELECT EXAMPER-FILE ASSIGN TO EXAMPER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXAMPER-KEY.

          SELECT EXAMOVR-FILE ASSIGN TO EXAMOVR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EXAMOVR-KEY.

          SELECT COURSEM-IN ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSSECT-KEY.

          SELECT ENRLXRF-IN ASSIGN TO ENRLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENRLXRF-KEY.

          SELECT STUFILE-FILE ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUFILE-KEY.

          SELECT ROOMMST-FILE ASSIGN TO ROOMMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROOMMST-KEY.

          SELECT EXAMSTU-OUT ASSIGN TO EXAMSTU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EXAMSTU-KEY.

          SELECT EXAM-SORT-FILE ASSIGN TO SRTWORK.

          SELECT ROOM-SORT-FILE ASSIGN TO SRTWORK2.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT TIMETABLE-RPT ASSIGN TO EXAMTT
           ORGANIZATION IS SEQUENTIAL.

          SELECT CONFLICT-RPT ASSIGN TO EXAMCNF
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
      * OPTIONAL PARAMETER CARD NAMING THE TERM TO SCHEDULE. NO CARD,
      * OR A BLANK TERM, SCHEDULES THE CURRENT TERM ON TERMCTL.
         FD EXAMPARM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  EXAMPARM-REC.
             05 PARM-TERM                   PIC X(6).
             05 FILLER                      PIC X(74).

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         FD EXAMPER-FILE.
          COPY 'EXAMPER'.

         FD EXAMOVR-FILE.
          COPY 'EXAMOVR'.

         FD COURSEM-IN.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD ENRLXRF-IN.
          COPY 'ENRLXRF'.

         FD STUFILE-FILE.
          COPY 'STUFILE'.

         FD ROOMMST-FILE.
          COPY 'ROOMMST'.

         FD EXAMSTU-OUT.
          COPY 'EXAMSTU'.

         SD EXAM-SORT-FILE
          RECORD CONTAINS 43 CHARACTERS.
         01 SORT-REC.
          05 SORT-STUDENT-KEY             PIC X(10).
          05 SORT-DATE                    PIC 9(7).
          05 SORT-START                   PIC X(4).
          05 SORT-COURSE                  PIC X(8).
          05 SORT-SECTION                 PIC X(2).
          05 SORT-SLOT                    PIC 9(2).
          05 SORT-END                     PIC X(4).
          05 SORT-ROOM                    PIC X(6).

         SD ROOM-SORT-FILE
          RECORD CONTAINS 38 CHARACTERS.
         01 ROOM-SORT-REC.
          05 RSORT-ROOM                   PIC X(6).
          05 RSORT-DATE                   PIC 9(7).
          05 RSORT-START                  PIC X(4).
          05 RSORT-COURSE                 PIC X(8).
          05 RSORT-SECTION                PIC X(2).
          05 RSORT-END                    PIC X(4).
          05 RSORT-SLOT                   PIC 9(2).
          05 RSORT-STUDENTS               PIC 9(5).

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD TIMETABLE-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

         FD CONFLICT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 CNF-LINE                      PIC X(80).

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
         01  WS-EXAMPARM-EOF              PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-EXAMPER-EOF               PIC X VALUE 'N'.
         01  WS-COURSEM-EOF               PIC X VALUE 'N'.
         01  WS-CRSSECT-EOF               PIC X VALUE 'N'.
         01  WS-ENRLXRF-EOF               PIC X VALUE 'N'.
         01  WS-SORT-EOF                  PIC X VALUE 'N'.
         01  WS-OVERRIDE-FOUND            PIC X.
         01  WS-ROOM-EXISTS               PIC X.
         01  WS-NAME-READ                 PIC X.
         01  WS-REPORT-TERM               PIC X(6) VALUE SPACES.
         01  WS-SECTIONS-ADDED            PIC S9(4) COMP.
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-PAT-IDX                   PIC S9(4) COMP.
         01  WS-DAY-IDX                   PIC S9(4) COMP.
         01  WS-MATCH-IDX                 PIC S9(4) COMP VALUE 1.
         01  WS-FOUND-IDX                 PIC S9(4) COMP.
         01  WS-FOUND-SLOT                PIC 9(2).
         01  WS-RUN-FIRST                 PIC S9(4) COMP.
         01  WS-RUN-LAST                  PIC S9(4) COMP.
         01  WS-RUN-SIZE                  PIC S9(4) COMP.
         01  WS-CNF-IDX                   PIC S9(4) COMP.
         01  WS-CURR-STUDENT-KEY          PIC X(10) VALUE LOW-VALUES.
         01  WS-PREV-ROOM                 PIC X(6).
         01  WS-PREV-SLOT                 PIC 9(2).

      * THE CLASS BEING SCHEDULED - COURSE LEVEL OR ONE SECTION.
         01  WS-CLASS-COURSE              PIC X(8).
         01  WS-CLASS-SECTION             PIC X(2).
         01  WS-CLASS-TITLE               PIC X(20).
         01  WS-CLASS-DAYS.
          05 WS-CLASS-DAY OCCURS 5 TIMES  PIC X.
         01  WS-CLASS-START               PIC X(4).
         01  WS-CLASS-ROOM                PIC X(6).
         01  WS-CLASS-PAT-DAY             PIC X.
         01  WS-DAY-LETTERS               PIC X(5) VALUE 'MTWRF'.

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-SELECTED-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-DERIVED-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-OVERRIDE-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-NO-EXAM-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-UNSCHED-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-NO-ENTRY-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-STUDENT-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-EXAMSTU-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-SLOT-CNF-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-DAY-CNF-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-CNF-STUDENT-COUNT         PIC S9(7) COMP VALUE 0.
         01  WS-CLASH-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-OVERCAP-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-STU-CONFLICTS             PIC S9(4) COMP.

      * EXAM PERIODS OF THE TERM, INDEXED BY SLOT NUMBER.
         01  WS-PERIOD-COUNT              PIC S9(4) COMP VALUE 0.
         01  WS-PERIOD-TABLE.
          05 WS-PER-ENTRY OCCURS 99 TIMES.
           10 WS-PER-DEFINED              PIC X.
           10 WS-PER-DATE                 PIC 9(7).
           10 WS-PER-START                PIC X(4).
           10 WS-PER-END                  PIC X(4).
           10 WS-PER-PATTERN OCCURS 8 TIMES.
            15 WS-PER-PAT-DAY             PIC X.
            15 WS-PER-PAT-HOUR            PIC X(2).

      * ONE EXAM PER COURSE (OR PER SECTION OF A SECTIONED COURSE), IN
      * COURSE AND SECTION ORDER - THE SAME ORDER AS THE ENROLLMENT
      * CROSS-REFERENCE, SO ENROLLMENTS ARE MATCHED IN ONE PASS.
      * SOURCE IS D DERIVED FROM THE MEETING PATTERN, O OVERRIDDEN,
      * N NO EXAM (OVERRIDE SLOT 00) OR U UNSCHEDULED.
         01  WS-EXAM-COUNT                PIC S9(4) COMP VALUE 0.
         01  WS-EXAM-MAX                  PIC S9(4) COMP VALUE 3000.
         01  WS-EXAM-TABLE.
          05 WS-EXAM-ENTRY OCCURS 3000 TIMES.
           10 WS-EX-COURSE                PIC X(8).
           10 WS-EX-SECTION               PIC X(2).
           10 WS-EX-TITLE                 PIC X(20).
           10 WS-EX-SLOT                  PIC 9(2).
           10 WS-EX-ROOM                  PIC X(6).
           10 WS-EX-SOURCE                PIC X.
           10 WS-EX-STUDENTS              PIC S9(5) COMP-3.

      * ONE STUDENT'S EXAMS, IN DATE AND TIME ORDER.
         01  WS-STU-COUNT                 PIC S9(4) COMP VALUE 0.
         01  WS-STU-MAX                   PIC S9(4) COMP VALUE 20.
         01  WS-STU-TABLE.
          05 WS-STU-ENTRY OCCURS 20 TIMES.
           10 WS-SE-COURSE                PIC X(8).
           10 WS-SE-SECTION               PIC X(2).
           10 WS-SE-SLOT                  PIC 9(2).
           10 WS-SE-DATE                  PIC 9(7).
           10 WS-SE-START                 PIC X(4).
           10 WS-SE-END                   PIC X(4).
           10 WS-SE-ROOM                  PIC X(6).
           10 WS-SE-FLAG                  PIC X.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(34)
             VALUE 'FINAL EXAM TIMETABLE BY COURSE    '.
          05 FILLER                       PIC X(5)  VALUE 'TERM '.
          05 WS-HDG-TERM                  PIC X(6).
          05 FILLER                       PIC X(35) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(10) VALUE 'COURSE'.
          05 FILLER                       PIC X(4)  VALUE 'SEC'.
          05 FILLER                       PIC X(21) VALUE 'TITLE'.
          05 FILLER                       PIC X(8)  VALUE 'DATE'.
          05 FILLER                       PIC X(10) VALUE 'TIME'.
          05 FILLER                       PIC X(7)  VALUE 'ROOM'.
          05 FILLER                       PIC X(6)  VALUE 'STUDS'.
          05 FILLER                       PIC X(14) VALUE 'NOTE'.

         01  WS-DETAIL-LINE.
          05 WS-DET-COURSE-A              PIC X(4).
          05 FILLER                       PIC X     VALUE '-'.
          05 WS-DET-COURSE-B              PIC X(4).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-DET-SECTION               PIC X(2).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-TITLE                 PIC X(20).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-DET-DATE                  PIC 9(7).
          05 WS-DET-DATE-X REDEFINES WS-DET-DATE
                                          PIC X(7).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-DET-START                 PIC X(4).
          05 WS-DET-DASH                  PIC X     VALUE '-'.
          05 WS-DET-END                   PIC X(4).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-DET-ROOM                  PIC X(6).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-DET-STUDENTS              PIC ZZZZ9.
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-DET-NOTE                  PIC X(13).
          05 FILLER                       PIC X     VALUE SPACE.

         01  WS-ROOM-HEADING.
          05 FILLER                       PIC X(34)
             VALUE 'FINAL EXAM TIMETABLE BY ROOM      '.
          05 FILLER                       PIC X(5)  VALUE 'TERM '.
          05 WS-RHDG-TERM                 PIC X(6).
          05 FILLER                       PIC X(35) VALUE SPACES.

         01  WS-ROOM-COLUMNS.
          05 FILLER                       PIC X(7)  VALUE 'ROOM'.
          05 FILLER                       PIC X(8)  VALUE 'DATE'.
          05 FILLER                       PIC X(10) VALUE 'TIME'.
          05 FILLER                       PIC X(10) VALUE 'COURSE'.
          05 FILLER                       PIC X(4)  VALUE 'SEC'.
          05 FILLER                       PIC X(6)  VALUE 'STUDS'.
          05 FILLER                       PIC X(6)  VALUE 'CAP'.
          05 FILLER                       PIC X(29) VALUE 'NOTE'.

         01  WS-ROOM-LINE.
          05 WS-RM-ROOM                   PIC X(6).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-RM-DATE                   PIC 9(7).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-RM-START                  PIC X(4).
          05 FILLER                       PIC X     VALUE '-'.
          05 WS-RM-END                    PIC X(4).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-RM-COURSE-A               PIC X(4).
          05 FILLER                       PIC X     VALUE '-'.
          05 WS-RM-COURSE-B               PIC X(4).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-RM-SECTION                PIC X(2).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-RM-STUDENTS               PIC ZZZZ9.
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-RM-CAPACITY               PIC ZZZZ9.
          05 WS-RM-CAPACITY-X REDEFINES WS-RM-CAPACITY
                                          PIC X(5).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-RM-NOTE                   PIC X(28).
          05 FILLER                       PIC X     VALUE SPACE.

         01  WS-CNF-HEADING.
          05 FILLER                       PIC X(34)
             VALUE 'STUDENT EXAM CONFLICTS            '.
          05 FILLER                       PIC X(5)  VALUE 'TERM '.
          05 WS-CHDG-TERM                 PIC X(6).
          05 FILLER                       PIC X(35) VALUE SPACES.

         01  WS-CNF-COLUMNS.
          05 FILLER                       PIC X(8)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(17) VALUE 'NAME'.
          05 FILLER                       PIC X(8)  VALUE 'DATE'.
          05 FILLER                       PIC X(11) VALUE 'CONFLICT'.
          05 FILLER                       PIC X(36) VALUE 'COURSES'.

         01  WS-CNF-DETAIL.
          05 WS-CNF-STUDENT               PIC X(7).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-CNF-NAME                  PIC X(16).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-CNF-DATE                  PIC 9(7).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-CNF-TYPE                  PIC X(10).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-CNF-COURSE-LIST.
           10 WS-CNF-COURSE OCCURS 4 TIMES.
            15 WS-CNF-CRS                 PIC X(8).
            15 FILLER                     PIC X.

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

         IF WS-PERIOD-COUNT IS EQUAL TO 0
          MOVE 'NO EXAM PERIODS ON FILE FOR THE TERM'
           TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         PERFORM 2000-BUILD-EXAM-TABLE THRU 2000-EXIT.

         SORT EXAM-SORT-FILE
          ON ASCENDING KEY SORT-STUDENT-KEY SORT-DATE SORT-START
                           SORT-COURSE SORT-SECTION
          INPUT PROCEDURE 3000-SELECT-ENROLLMENTS THRU 3000-EXIT
          OUTPUT PROCEDURE 4000-SCHEDULE-STUDENTS THRU 4000-EXIT.

         PERFORM 5000-PRINT-BY-COURSE THRU 5000-EXIT.

         SORT ROOM-SORT-FILE
          ON ASCENDING KEY RSORT-ROOM RSORT-DATE RSORT-START
                           RSORT-COURSE RSORT-SECTION
          INPUT PROCEDURE 6000-RELEASE-ROOMS THRU 6000-EXIT
          OUTPUT PROCEDURE 6500-PRINT-BY-ROOM THRU 6500-EXIT.

         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT EXAMPARM-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN INPUT EXAMPER-FILE.
         OPEN INPUT EXAMOVR-FILE.
         OPEN INPUT COURSEM-IN.
         OPEN INPUT CRSSECT-FILE.
         OPEN INPUT ENRLXRF-IN.
         OPEN INPUT STUFILE-FILE.
         OPEN INPUT ROOMMST-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT EXAMSTU-OUT.
         OPEN OUTPUT TIMETABLE-RPT.
         OPEN OUTPUT CONFLICT-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1300-RECORD-START THRU 1300-EXIT.

         READ EXAMPARM-FILE
          AT END
           MOVE 'Y' TO WS-EXAMPARM-EOF
         END-READ.

         IF WS-EXAMPARM-EOF IS EQUAL TO 'N'
          MOVE PARM-TERM TO WS-REPORT-TERM
         END-IF.

         IF WS-REPORT-TERM IS EQUAL TO SPACES
          PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT
         END-IF.

         MOVE WS-REPORT-TERM TO WS-HDG-TERM.
         MOVE WS-REPORT-TERM TO WS-RHDG-TERM.
         MOVE WS-REPORT-TERM TO WS-CHDG-TERM.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE CNF-LINE FROM WS-CNF-HEADING AFTER ADVANCING 1 LINE.
         WRITE CNF-LINE FROM WS-CNF-COLUMNS AFTER ADVANCING 2 LINES.

         IF WS-REPORT-TERM IS NOT EQUAL TO SPACES
          PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT
         END-IF.

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

        1200-LOAD-PERIODS.
         PERFORM 1210-CLEAR-ONE-PERIOD THRU 1210-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 99.

         MOVE WS-REPORT-TERM TO EXAMPER-TERM-CODE.
         MOVE 0 TO EXAMPER-SLOT.

         START EXAMPER-FILE KEY IS NOT LESS THAN EXAMPER-KEY
          INVALID KEY
           GO TO 1200-EXIT
         END-START.

        1220-PERIOD-LOOP.
         READ EXAMPER-FILE NEXT RECORD
          AT END
           GO TO 1200-EXIT
         END-READ.

         IF EXAMPER-TERM-CODE IS NOT EQUAL TO WS-REPORT-TERM
          GO TO 1200-EXIT
         END-IF.

         IF EXAMPER-SLOT IS EQUAL TO 0
          GO TO 1220-PERIOD-LOOP
         END-IF.

         ADD 1 TO WS-PERIOD-COUNT.
         MOVE EXAMPER-SLOT TO WS-IDX.
         MOVE 'Y' TO WS-PER-DEFINED (WS-IDX).
         MOVE EXAMPER-EXAM-DATE TO WS-PER-DATE (WS-IDX).
         MOVE EXAMPER-START-TIME TO WS-PER-START (WS-IDX).
         MOVE EXAMPER-END-TIME TO WS-PER-END (WS-IDX).

         PERFORM 1230-COPY-ONE-PATTERN THRU 1230-EXIT
          VARYING WS-PAT-IDX FROM 1 BY 1
          UNTIL WS-PAT-IDX > 8.

         GO TO 1220-PERIOD-LOOP.

        1200-EXIT.
         EXIT.

        1210-CLEAR-ONE-PERIOD.
         MOVE 'N' TO WS-PER-DEFINED (WS-IDX).
         MOVE 0 TO WS-PER-DATE (WS-IDX).
         MOVE SPACES TO WS-PER-START (WS-IDX).
         MOVE SPACES TO WS-PER-END (WS-IDX).

        1210-EXIT.
         EXIT.

        1230-COPY-ONE-PATTERN.
         MOVE EXAMPER-PAT-DAY (WS-PAT-IDX)
          TO WS-PER-PAT-DAY (WS-IDX, WS-PAT-IDX).
         MOVE EXAMPER-PAT-HOUR (WS-PAT-IDX)
          TO WS-PER-PAT-HOUR (WS-IDX, WS-PAT-IDX).

        1230-EXIT.
         EXIT.

        1300-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG34' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG34' TO RUNCTL-JOB-NAME.
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

        1300-EXIT.
         EXIT.

      ******************************************************************
      * ONE EXAM PER ACTIVE COURSE. A COURSE WITH OPEN SECTIONS GETS   *
      * ONE PER SECTION, EACH FROM ITS OWN MEETING PATTERN AND ROOM.   *
      ******************************************************************
        2000-BUILD-EXAM-TABLE.
         PERFORM 2100-READ-COURSEM THRU 2100-EXIT.

        2010-COURSE-LOOP.
         IF WS-COURSEM-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         IF COURSEM-STATUS IS NOT EQUAL TO 'R'
          PERFORM 2200-TABLE-ONE-COURSE THRU 2200-EXIT
         END-IF.

         PERFORM 2100-READ-COURSEM THRU 2100-EXIT.
         GO TO 2010-COURSE-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-COURSEM.
         READ COURSEM-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-COURSEM-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-TABLE-ONE-COURSE.
         MOVE 0 TO WS-SECTIONS-ADDED.
         MOVE 'N' TO WS-CRSSECT-EOF.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           MOVE 'Y' TO WS-CRSSECT-EOF
         END-START.

        2210-SECTION-LOOP.
         IF WS-CRSSECT-EOF IS EQUAL TO 'Y'
          GO TO 2250-COURSE-LEVEL
         END-IF.

         READ CRSSECT-FILE NEXT RECORD
          AT END
           GO TO 2250-COURSE-LEVEL
         END-READ.

         IF CRSSECT-COURSE IS NOT EQUAL TO COURSEM-KEY
          GO TO 2250-COURSE-LEVEL
         END-IF.

         IF CRSSECT-STATUS IS NOT EQUAL TO 'R'
          MOVE CRSSECT-COURSE TO WS-CLASS-COURSE
          MOVE CRSSECT-SECTION TO WS-CLASS-SECTION
          MOVE COURSEM-TITLE TO WS-CLASS-TITLE
          MOVE CRSSECT-MEET-DAYS TO WS-CLASS-DAYS
          MOVE CRSSECT-START-TIME TO WS-CLASS-START
          MOVE CRSSECT-ROOM TO WS-CLASS-ROOM
          PERFORM 2300-ADD-EXAM-ENTRY THRU 2300-EXIT
          ADD 1 TO WS-SECTIONS-ADDED
         END-IF.

         GO TO 2210-SECTION-LOOP.

        2250-COURSE-LEVEL.
         IF WS-SECTIONS-ADDED > 0
          GO TO 2200-EXIT
         END-IF.

         MOVE COURSEM-KEY TO WS-CLASS-COURSE.
         MOVE SPACES TO WS-CLASS-SECTION.
         MOVE COURSEM-TITLE TO WS-CLASS-TITLE.
         MOVE COURSEM-MEET-DAYS TO WS-CLASS-DAYS.
         MOVE COURSEM-START-TIME TO WS-CLASS-START.
         MOVE COURSEM-ROOM TO WS-CLASS-ROOM.
         PERFORM 2300-ADD-EXAM-ENTRY THRU 2300-EXIT.

        2200-EXIT.
         EXIT.

        2300-ADD-EXAM-ENTRY.
         IF WS-EXAM-COUNT >= WS-EXAM-MAX
          DISPLAY 'RLPRG34 EXAM TABLE FULL - ' WS-CLASS-COURSE
                  ' ' WS-CLASS-SECTION ' NOT SCHEDULED'
          GO TO 2300-EXIT
         END-IF.

         ADD 1 TO WS-EXAM-COUNT.
         MOVE WS-CLASS-COURSE TO WS-EX-COURSE (WS-EXAM-COUNT).
         MOVE WS-CLASS-SECTION TO WS-EX-SECTION (WS-EXAM-COUNT).
         MOVE WS-CLASS-TITLE TO WS-EX-TITLE (WS-EXAM-COUNT).
         MOVE WS-CLASS-ROOM TO WS-EX-ROOM (WS-EXAM-COUNT).
         MOVE 0 TO WS-EX-SLOT (WS-EXAM-COUNT).
         MOVE 0 TO WS-EX-STUDENTS (WS-EXAM-COUNT).

         PERFORM 2400-CHECK-OVERRIDE THRU 2400-EXIT.
         IF WS-OVERRIDE-FOUND IS EQUAL TO 'Y'
          GO TO 2300-EXIT
         END-IF.

         PERFORM 2500-DERIVE-SLOT THRU 2500-EXIT.

         IF WS-FOUND-SLOT IS EQUAL TO 0
          MOVE 'U' TO WS-EX-SOURCE (WS-EXAM-COUNT)
          ADD 1 TO WS-UNSCHED-COUNT
         ELSE
          MOVE WS-FOUND-SLOT TO WS-EX-SLOT (WS-EXAM-COUNT)
          MOVE 'D' TO WS-EX-SOURCE (WS-EXAM-COUNT)
          ADD 1 TO WS-DERIVED-COUNT
         END-IF.

        2300-EXIT.
         EXIT.

      * A SECTION'S OWN OVERRIDE WINS OVER ONE FOR THE WHOLE COURSE.
      * AN OVERRIDE NAMING A SLOT NO LONGER ON THE PERIOD TABLE IS
      * IGNORED AND THE PATTERN USED INSTEAD.
        2400-CHECK-OVERRIDE.
         MOVE 'Y' TO WS-OVERRIDE-FOUND.
         MOVE WS-REPORT-TERM TO EXAMOVR-TERM-CODE.
         MOVE WS-CLASS-COURSE TO EXAMOVR-COURSE.
         MOVE WS-CLASS-SECTION TO EXAMOVR-SECTION.

         READ EXAMOVR-FILE
          INVALID KEY
           MOVE 'N' TO WS-OVERRIDE-FOUND
         END-READ.

         IF WS-OVERRIDE-FOUND IS EQUAL TO 'N' AND
            WS-CLASS-SECTION IS NOT EQUAL TO SPACES
          MOVE 'Y' TO WS-OVERRIDE-FOUND
          MOVE SPACES TO EXAMOVR-SECTION
          READ EXAMOVR-FILE
           INVALID KEY
            MOVE 'N' TO WS-OVERRIDE-FOUND
          END-READ
         END-IF.

         IF WS-OVERRIDE-FOUND IS EQUAL TO 'N'
          GO TO 2400-EXIT
         END-IF.

         IF EXAMOVR-ROOM IS NOT EQUAL TO SPACES
          MOVE EXAMOVR-ROOM TO WS-EX-ROOM (WS-EXAM-COUNT)
         END-IF.

         IF EXAMOVR-SLOT IS EQUAL TO 0
          MOVE 'N' TO WS-EX-SOURCE (WS-EXAM-COUNT)
          ADD 1 TO WS-NO-EXAM-COUNT
          GO TO 2400-EXIT
         END-IF.

         IF WS-PER-DEFINED (EXAMOVR-SLOT) IS NOT EQUAL TO 'Y'
          DISPLAY 'RLPRG34 OVERRIDE SLOT ' EXAMOVR-SLOT
                  ' NOT ON PERIOD TABLE - ' WS-CLASS-COURSE
                  ' ' WS-CLASS-SECTION
          MOVE 'N' TO WS-OVERRIDE-FOUND
          GO TO 2400-EXIT
         END-IF.

         MOVE EXAMOVR-SLOT TO WS-EX-SLOT (WS-EXAM-COUNT).
         MOVE 'O' TO WS-EX-SOURCE (WS-EXAM-COUNT).
         ADD 1 TO WS-OVERRIDE-COUNT.

        2400-EXIT.
         EXIT.

      * THE CLASS PATTERN IS THE FIRST DAY OF THE WEEK IT MEETS AND THE
      * HOUR IT STARTS; THE FIRST PERIOD LISTING THAT PATTERN TAKES IT.
        2500-DERIVE-SLOT.
         MOVE 0 TO WS-FOUND-SLOT.
         MOVE SPACE TO WS-CLASS-PAT-DAY.

         IF WS-CLASS-START IS EQUAL TO SPACES
          GO TO 2500-EXIT
         END-IF.

         PERFORM 2510-FIND-FIRST-DAY THRU 2510-EXIT
          VARYING WS-DAY-IDX FROM 5 BY -1
          UNTIL WS-DAY-IDX < 1.

         IF WS-CLASS-PAT-DAY IS EQUAL TO SPACE
          GO TO 2500-EXIT
         END-IF.

         PERFORM 2520-MATCH-ONE-PATTERN THRU 2520-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 99
          AFTER WS-PAT-IDX FROM 1 BY 1
          UNTIL WS-PAT-IDX > 8.

        2500-EXIT.
         EXIT.

        2510-FIND-FIRST-DAY.
         IF WS-CLASS-DAY (WS-DAY-IDX) IS NOT EQUAL TO SPACE
          MOVE WS-DAY-LETTERS (WS-DAY-IDX:1) TO WS-CLASS-PAT-DAY
         END-IF.

        2510-EXIT.
         EXIT.

        2520-MATCH-ONE-PATTERN.
         IF WS-FOUND-SLOT IS NOT EQUAL TO 0
          GO TO 2520-EXIT
         END-IF.

         IF WS-PER-DEFINED (WS-IDX) IS NOT EQUAL TO 'Y'
          GO TO 2520-EXIT
         END-IF.

         IF WS-PER-PAT-DAY (WS-IDX, WS-PAT-IDX) IS EQUAL TO
            WS-CLASS-PAT-DAY AND
            WS-PER-PAT-HOUR (WS-IDX, WS-PAT-IDX) IS EQUAL TO
            WS-CLASS-START (1:2)
          MOVE WS-IDX TO WS-FOUND-SLOT
         END-IF.

        2520-EXIT.
         EXIT.

      ******************************************************************
      * EVERY ENROLLMENT IN THE TERM IS PAIRED WITH ITS EXAM AND       *
      * SORTED INTO STUDENT, DATE AND TIME ORDER. AN ENROLLMENT WITH   *
      * NO EXAM ENTRY, OR AN UNSCHEDULED ONE, STILL GOES THROUGH SO    *
      * THE STUDENT IS TOLD THE TIME IS TO BE ANNOUNCED.               *
      ******************************************************************
        3000-SELECT-ENROLLMENTS.
         PERFORM 3100-READ-ENRLXRF THRU 3100-EXIT.

        3010-SELECT-LOOP.
         IF WS-ENRLXRF-EOF IS EQUAL TO 'Y'
          GO TO 3000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.

         IF ENRLXRF-TERM-CODE IS EQUAL TO WS-REPORT-TERM OR
            ENRLXRF-TERM-CODE IS EQUAL TO SPACES
          PERFORM 3200-RELEASE-ONE-EXAM THRU 3200-EXIT
         END-IF.

         PERFORM 3100-READ-ENRLXRF THRU 3100-EXIT.
         GO TO 3010-SELECT-LOOP.

        3000-EXIT.
         EXIT.

        3100-READ-ENRLXRF.
         READ ENRLXRF-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-ENRLXRF-EOF
         END-READ.

        3100-EXIT.
         EXIT.

        3200-RELEASE-ONE-EXAM.
         PERFORM 3300-FIND-EXAM THRU 3300-EXIT.

         MOVE ENRLXRF-STUDENT-KEY TO SORT-STUDENT-KEY.
         MOVE ENRLXRF-COURSE TO SORT-COURSE.
         MOVE ENRLXRF-SECTION TO SORT-SECTION.
         MOVE 0 TO SORT-DATE.
         MOVE SPACES TO SORT-START.
         MOVE SPACES TO SORT-END.
         MOVE SPACES TO SORT-ROOM.
         MOVE 0 TO SORT-SLOT.

         IF WS-FOUND-IDX IS EQUAL TO 0
          ADD 1 TO WS-NO-ENTRY-COUNT
          GO TO 3250-RELEASE
         END-IF.

         IF WS-EX-SOURCE (WS-FOUND-IDX) IS EQUAL TO 'N'
          GO TO 3200-EXIT
         END-IF.

         ADD 1 TO WS-EX-STUDENTS (WS-FOUND-IDX).
         MOVE WS-EX-ROOM (WS-FOUND-IDX) TO SORT-ROOM.

         IF WS-EX-SLOT (WS-FOUND-IDX) IS NOT EQUAL TO 0
          MOVE WS-EX-SLOT (WS-FOUND-IDX) TO SORT-SLOT
          MOVE WS-PER-DATE (SORT-SLOT) TO SORT-DATE
          MOVE WS-PER-START (SORT-SLOT) TO SORT-START
          MOVE WS-PER-END (SORT-SLOT) TO SORT-END
         END-IF.

        3250-RELEASE.
         RELEASE SORT-REC.
         ADD 1 TO WS-SELECTED-COUNT.

        3200-EXIT.
         EXIT.

      * BOTH THE EXAM TABLE AND THE CROSS-REFERENCE ARE IN COURSE
      * ORDER, SO THE SEARCH RESUMES FROM THE FIRST ENTRY OF THE
      * CURRENT COURSE AND ONLY LOOKS THROUGH THAT COURSE'S SECTIONS.
        3300-FIND-EXAM.
         MOVE 0 TO WS-FOUND-IDX.

        3310-ADVANCE-LOOP.
         IF WS-MATCH-IDX > WS-EXAM-COUNT
          GO TO 3300-EXIT
         END-IF.

         IF WS-EX-COURSE (WS-MATCH-IDX) < ENRLXRF-COURSE
          ADD 1 TO WS-MATCH-IDX
          GO TO 3310-ADVANCE-LOOP
         END-IF.

         MOVE WS-MATCH-IDX TO WS-IDX.

        3320-SECTION-LOOP.
         IF WS-IDX > WS-EXAM-COUNT
          GO TO 3300-EXIT
         END-IF.

         IF WS-EX-COURSE (WS-IDX) IS NOT EQUAL TO ENRLXRF-COURSE
          GO TO 3300-EXIT
         END-IF.

         IF WS-EX-SECTION (WS-IDX) IS EQUAL TO ENRLXRF-SECTION
          MOVE WS-IDX TO WS-FOUND-IDX
          GO TO 3300-EXIT
         END-IF.

         ADD 1 TO WS-IDX.
         GO TO 3320-SECTION-LOOP.

        3300-EXIT.
         EXIT.

      ******************************************************************
      * ONE STUDENT AT A TIME: FLAG TWO EXAMS IN ONE SLOT AND THREE OR *
      * MORE ON ONE DAY, LIST THEM FOR THE REGISTRAR, AND WRITE THE    *
      * STUDENT'S EXAM SCHEDULE FOR THE LETTER RUN.                    *
      ******************************************************************
        4000-SCHEDULE-STUDENTS.
         PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.

        4010-STUDENT-LOOP.
         IF WS-SORT-EOF IS EQUAL TO 'Y'
          PERFORM 4200-FINISH-STUDENT THRU 4200-EXIT
          GO TO 4000-EXIT
         END-IF.

         IF SORT-STUDENT-KEY IS NOT EQUAL TO WS-CURR-STUDENT-KEY
          PERFORM 4200-FINISH-STUDENT THRU 4200-EXIT
          MOVE SORT-STUDENT-KEY TO WS-CURR-STUDENT-KEY
         END-IF.

         IF WS-STU-COUNT >= WS-STU-MAX
          DISPLAY 'RLPRG34 TOO MANY EXAMS FOR ' SORT-STUDENT-KEY
                  ' - ' SORT-COURSE ' NOT LISTED'
         ELSE
          ADD 1 TO WS-STU-COUNT
          MOVE SORT-COURSE TO WS-SE-COURSE (WS-STU-COUNT)
          MOVE SORT-SECTION TO WS-SE-SECTION (WS-STU-COUNT)
          MOVE SORT-SLOT TO WS-SE-SLOT (WS-STU-COUNT)
          MOVE SORT-DATE TO WS-SE-DATE (WS-STU-COUNT)
          MOVE SORT-START TO WS-SE-START (WS-STU-COUNT)
          MOVE SORT-END TO WS-SE-END (WS-STU-COUNT)
          MOVE SORT-ROOM TO WS-SE-ROOM (WS-STU-COUNT)
          MOVE SPACE TO WS-SE-FLAG (WS-STU-COUNT)
         END-IF.

         PERFORM 4100-RETURN-SORT-REC THRU 4100-EXIT.
         GO TO 4010-STUDENT-LOOP.

        4000-EXIT.
         EXIT.

        4100-RETURN-SORT-REC.
         RETURN EXAM-SORT-FILE
          AT END
           MOVE 'Y' TO WS-SORT-EOF
         END-RETURN.

        4100-EXIT.
         EXIT.

        4200-FINISH-STUDENT.
         IF WS-STU-COUNT IS EQUAL TO 0
          GO TO 4200-EXIT
         END-IF.

         ADD 1 TO WS-STUDENT-COUNT.
         MOVE 0 TO WS-STU-CONFLICTS.
         MOVE 'N' TO WS-NAME-READ.

         PERFORM 4300-CHECK-SAME-SLOT THRU 4300-EXIT
          VARYING WS-IDX FROM 2 BY 1
          UNTIL WS-IDX > WS-STU-COUNT.

         MOVE 1 TO WS-RUN-FIRST.
         PERFORM 4400-CHECK-ONE-DAY THRU 4400-EXIT
          VARYING WS-IDX FROM 2 BY 1
          UNTIL WS-IDX > WS-STU-COUNT.
         MOVE WS-STU-COUNT TO WS-RUN-LAST.
         PERFORM 4450-CLOSE-DAY THRU 4450-EXIT.

         IF WS-STU-CONFLICTS > 0
          ADD 1 TO WS-CNF-STUDENT-COUNT
         END-IF.

         PERFORM 4600-WRITE-EXAMSTU THRU 4600-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-STU-COUNT.

         MOVE 0 TO WS-STU-COUNT.

        4200-EXIT.
         EXIT.

      * EXAMS IN ONE SLOT SHARE A DATE AND START TIME, SO THEY ARE
      * NEXT TO EACH OTHER IN THE SORTED LIST.
        4300-CHECK-SAME-SLOT.
         IF WS-SE-SLOT (WS-IDX) IS EQUAL TO 0
          GO TO 4300-EXIT
         END-IF.

         IF WS-SE-SLOT (WS-IDX) IS NOT EQUAL TO WS-SE-SLOT (WS-IDX - 1)
          GO TO 4300-EXIT
         END-IF.

         MOVE 'S' TO WS-SE-FLAG (WS-IDX).
         MOVE 'S' TO WS-SE-FLAG (WS-IDX - 1).
         ADD 1 TO WS-SLOT-CNF-COUNT.

         MOVE 'SAME SLOT' TO WS-CNF-TYPE.
         MOVE WS-SE-DATE (WS-IDX) TO WS-CNF-DATE.
         MOVE SPACES TO WS-CNF-COURSE-LIST.
         MOVE WS-SE-COURSE (WS-IDX - 1) TO WS-CNF-CRS (1).
         MOVE WS-SE-COURSE (WS-IDX) TO WS-CNF-CRS (2).
         PERFORM 4500-WRITE-CONFLICT THRU 4500-EXIT.

        4300-EXIT.
         EXIT.

      * A RUN OF EXAMS ON ONE DATE ENDS WHEN THE DATE CHANGES.
        4400-CHECK-ONE-DAY.
         IF WS-SE-DATE (WS-IDX) IS EQUAL TO WS-SE-DATE (WS-RUN-FIRST)
          GO TO 4400-EXIT
         END-IF.

         COMPUTE WS-RUN-LAST = WS-IDX - 1.
         PERFORM 4450-CLOSE-DAY THRU 4450-EXIT.
         MOVE WS-IDX TO WS-RUN-FIRST.

        4400-EXIT.
         EXIT.

        4450-CLOSE-DAY.
         IF WS-SE-DATE (WS-RUN-FIRST) IS EQUAL TO 0
          GO TO 4450-EXIT
         END-IF.

         COMPUTE WS-RUN-SIZE = WS-RUN-LAST - WS-RUN-FIRST + 1.
         IF WS-RUN-SIZE < 3
          GO TO 4450-EXIT
         END-IF.

         ADD 1 TO WS-DAY-CNF-COUNT.
         MOVE '3+ IN DAY' TO WS-CNF-TYPE.
         MOVE WS-SE-DATE (WS-RUN-FIRST) TO WS-CNF-DATE.
         MOVE SPACES TO WS-CNF-COURSE-LIST.

         PERFORM 4460-LIST-DAY-COURSE THRU 4460-EXIT
          VARYING WS-CNF-IDX FROM 1 BY 1
          UNTIL WS-CNF-IDX > WS-RUN-SIZE.

         PERFORM 4500-WRITE-CONFLICT THRU 4500-EXIT.

        4450-EXIT.
         EXIT.

        4460-LIST-DAY-COURSE.
         COMPUTE WS-DAY-IDX = WS-RUN-FIRST + WS-CNF-IDX - 1.

         IF WS-SE-FLAG (WS-DAY-IDX) IS EQUAL TO SPACE
          MOVE 'D' TO WS-SE-FLAG (WS-DAY-IDX)
         END-IF.

         IF WS-CNF-IDX <= 4
          MOVE WS-SE-COURSE (WS-DAY-IDX) TO WS-CNF-CRS (WS-CNF-IDX)
         END-IF.

        4460-EXIT.
         EXIT.

        4500-WRITE-CONFLICT.
         ADD 1 TO WS-STU-CONFLICTS.

         IF WS-NAME-READ IS EQUAL TO 'N'
          MOVE 'Y' TO WS-NAME-READ
          MOVE WS-CURR-STUDENT-KEY TO STUFILE-KEY
          READ STUFILE-FILE
           INVALID KEY
            MOVE 'NOT ON STUDENT FILE' TO STUFILE-NAME
          END-READ
         END-IF.

         MOVE WS-CURR-STUDENT-KEY (4:7) TO WS-CNF-STUDENT.
         MOVE STUFILE-NAME TO WS-CNF-NAME.
         WRITE CNF-LINE FROM WS-CNF-DETAIL AFTER ADVANCING 1 LINE.

        4500-EXIT.
         EXIT.

        4600-WRITE-EXAMSTU.
         MOVE SPACES TO EXAMSTU-RECORD.
         MOVE WS-CURR-STUDENT-KEY TO EXAMSTU-STUDENT-KEY.
         MOVE WS-IDX TO EXAMSTU-LINE.
         MOVE WS-REPORT-TERM TO EXAMSTU-TERM-CODE.
         MOVE WS-SE-COURSE (WS-IDX) TO EXAMSTU-COURSE.
         MOVE WS-SE-SECTION (WS-IDX) TO EXAMSTU-SECTION.
         MOVE WS-SE-SLOT (WS-IDX) TO EXAMSTU-SLOT.
         MOVE WS-SE-DATE (WS-IDX) TO EXAMSTU-EXAM-DATE.
         MOVE WS-SE-START (WS-IDX) TO EXAMSTU-START-TIME.
         MOVE WS-SE-END (WS-IDX) TO EXAMSTU-END-TIME.
         MOVE WS-SE-ROOM (WS-IDX) TO EXAMSTU-ROOM.
         MOVE WS-SE-FLAG (WS-IDX) TO EXAMSTU-CONFLICT-FLAG.

         WRITE EXAMSTU-RECORD
          INVALID KEY
           DISPLAY 'RLPRG34 EXAM SCHEDULE WRITE FAILED '
                   WS-CURR-STUDENT-KEY
           GO TO 4600-EXIT
         END-WRITE.

         ADD 1 TO WS-EXAMSTU-COUNT.

        4600-EXIT.
         EXIT.

        5000-PRINT-BY-COURSE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

         PERFORM 5100-PRINT-ONE-EXAM THRU 5100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-EXAM-COUNT.

        5000-EXIT.
         EXIT.

        5100-PRINT-ONE-EXAM.
         MOVE WS-EX-COURSE (WS-IDX) (1:4) TO WS-DET-COURSE-A.
         MOVE WS-EX-COURSE (WS-IDX) (5:4) TO WS-DET-COURSE-B.
         MOVE WS-EX-SECTION (WS-IDX) TO WS-DET-SECTION.
         MOVE WS-EX-TITLE (WS-IDX) TO WS-DET-TITLE.
         MOVE WS-EX-ROOM (WS-IDX) TO WS-DET-ROOM.
         MOVE WS-EX-STUDENTS (WS-IDX) TO WS-DET-STUDENTS.

         IF WS-EX-SLOT (WS-IDX) IS EQUAL TO 0
          MOVE SPACES TO WS-DET-DATE-X
          MOVE SPACES TO WS-DET-START
          MOVE SPACE TO WS-DET-DASH
          MOVE SPACES TO WS-DET-END
         ELSE
          MOVE WS-PER-DATE (WS-EX-SLOT (WS-IDX)) TO WS-DET-DATE
          MOVE WS-PER-START (WS-EX-SLOT (WS-IDX)) TO WS-DET-START
          MOVE '-' TO WS-DET-DASH
          MOVE WS-PER-END (WS-EX-SLOT (WS-IDX)) TO WS-DET-END
         END-IF.

         IF WS-EX-SOURCE (WS-IDX) IS EQUAL TO 'O'
          MOVE 'OVERRIDE' TO WS-DET-NOTE
         END-IF.
         IF WS-EX-SOURCE (WS-IDX) IS EQUAL TO 'D'
          MOVE SPACES TO WS-DET-NOTE
         END-IF.
         IF WS-EX-SOURCE (WS-IDX) IS EQUAL TO 'N'
          MOVE 'NO EXAM' TO WS-DET-NOTE
         END-IF.
         IF WS-EX-SOURCE (WS-IDX) IS EQUAL TO 'U'
          MOVE 'UNSCHEDULED' TO WS-DET-NOTE
         END-IF.

         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        5100-EXIT.
         EXIT.

        6000-RELEASE-ROOMS.
         PERFORM 6100-RELEASE-ONE-ROOM THRU 6100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-EXAM-COUNT.

        6000-EXIT.
         EXIT.

        6100-RELEASE-ONE-ROOM.
         IF WS-EX-SLOT (WS-IDX) IS EQUAL TO 0
          GO TO 6100-EXIT
         END-IF.

         MOVE WS-EX-ROOM (WS-IDX) TO RSORT-ROOM.
         MOVE WS-PER-DATE (WS-EX-SLOT (WS-IDX)) TO RSORT-DATE.
         MOVE WS-PER-START (WS-EX-SLOT (WS-IDX)) TO RSORT-START.
         MOVE WS-PER-END (WS-EX-SLOT (WS-IDX)) TO RSORT-END.
         MOVE WS-EX-COURSE (WS-IDX) TO RSORT-COURSE.
         MOVE WS-EX-SECTION (WS-IDX) TO RSORT-SECTION.
         MOVE WS-EX-SLOT (WS-IDX) TO RSORT-SLOT.
         MOVE WS-EX-STUDENTS (WS-IDX) TO RSORT-STUDENTS.
         RELEASE ROOM-SORT-REC.

        6100-EXIT.
         EXIT.

      * TWO EXAMS IN ONE ROOM IN ONE SLOT ARE A CLASH; AN EXAM WITH
      * MORE STUDENTS THAN THE ROOM SEATS IS FLAGGED FOR A BIGGER ROOM.
        6500-PRINT-BY-ROOM.
         WRITE RPT-LINE FROM WS-ROOM-HEADING AFTER ADVANCING PAGE.
         WRITE RPT-LINE FROM WS-ROOM-COLUMNS AFTER ADVANCING 2 LINES.
         MOVE HIGH-VALUES TO WS-PREV-ROOM.
         MOVE 0 TO WS-PREV-SLOT.

        6510-ROOM-LOOP.
         RETURN ROOM-SORT-FILE
          AT END
           GO TO 6500-EXIT
         END-RETURN.

         MOVE RSORT-ROOM TO WS-RM-ROOM.
         MOVE RSORT-DATE TO WS-RM-DATE.
         MOVE RSORT-START TO WS-RM-START.
         MOVE RSORT-END TO WS-RM-END.
         MOVE RSORT-COURSE (1:4) TO WS-RM-COURSE-A.
         MOVE RSORT-COURSE (5:4) TO WS-RM-COURSE-B.
         MOVE RSORT-SECTION TO WS-RM-SECTION.
         MOVE RSORT-STUDENTS TO WS-RM-STUDENTS.
         MOVE SPACES TO WS-RM-NOTE.

         IF RSORT-ROOM IS EQUAL TO SPACES
          MOVE SPACES TO WS-RM-CAPACITY-X
          MOVE 'NO ROOM ASSIGNED' TO WS-RM-NOTE
          GO TO 6520-PRINT
         END-IF.

         MOVE 'Y' TO WS-ROOM-EXISTS.
         MOVE RSORT-ROOM TO ROOMMST-ROOM.

         READ ROOMMST-FILE
          INVALID KEY
           MOVE 'N' TO WS-ROOM-EXISTS
         END-READ.

         IF WS-ROOM-EXISTS IS EQUAL TO 'N'
          MOVE SPACES TO WS-RM-CAPACITY-X
          MOVE 'ROOM NOT ON ROOM MASTER' TO WS-RM-NOTE
         ELSE
          MOVE ROOMMST-CAPACITY TO WS-RM-CAPACITY
          IF RSORT-STUDENTS > ROOMMST-CAPACITY
           MOVE 'OVER ROOM CAPACITY' TO WS-RM-NOTE
           ADD 1 TO WS-OVERCAP-COUNT
          END-IF
         END-IF.

         IF RSORT-ROOM IS EQUAL TO WS-PREV-ROOM AND
            RSORT-SLOT IS EQUAL TO WS-PREV-SLOT
          MOVE 'ROOM CLASH - SAME SLOT' TO WS-RM-NOTE
          ADD 1 TO WS-CLASH-COUNT
         END-IF.

        6520-PRINT.
         WRITE RPT-LINE FROM WS-ROOM-LINE AFTER ADVANCING 1 LINE.
         MOVE RSORT-ROOM TO WS-PREV-ROOM.
         MOVE RSORT-SLOT TO WS-PREV-SLOT.
         GO TO 6510-ROOM-LOOP.

        6500-EXIT.
         EXIT.

        8000-PRINT-TOTALS.
         MOVE 'EXAMS DERIVED FROM PATTERN' TO WS-TOT-LABEL.
         MOVE WS-DERIVED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'EXAMS PLACED BY OVERRIDE' TO WS-TOT-LABEL.
         MOVE WS-OVERRIDE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'COURSES WITH NO EXAM' TO WS-TOT-LABEL.
         MOVE WS-NO-EXAM-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'EXAMS NOT SCHEDULED' TO WS-TOT-LABEL.
         MOVE WS-UNSCHED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ROOM CLASHES' TO WS-TOT-LABEL.
         MOVE WS-CLASH-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'EXAMS OVER ROOM CAPACITY' TO WS-TOT-LABEL.
         MOVE WS-OVERCAP-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ENROLLMENTS SCHEDULED' TO WS-TOT-LABEL.
         MOVE WS-SELECTED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ENROLLMENTS WITH NO EXAM ENTRY' TO WS-TOT-LABEL.
         MOVE WS-NO-ENTRY-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'STUDENTS SCHEDULED' TO WS-TOT-LABEL.
         MOVE WS-STUDENT-COUNT TO WS-TOT-COUNT.
         WRITE CNF-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'TWO EXAMS IN ONE SLOT' TO WS-TOT-LABEL.
         MOVE WS-SLOT-CNF-COUNT TO WS-TOT-COUNT.
         WRITE CNF-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'THREE OR MORE IN ONE DAY' TO WS-TOT-LABEL.
         MOVE WS-DAY-CNF-COUNT TO WS-TOT-COUNT.
         WRITE CNF-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'STUDENTS WITH A CONFLICT' TO WS-TOT-LABEL.
         MOVE WS-CNF-STUDENT-COUNT TO WS-TOT-COUNT.
         WRITE CNF-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG34 ENROLLMENTS READ     ' WS-READ-COUNT.
         DISPLAY 'RLPRG34 EXAM LINES WRITTEN   ' WS-EXAMSTU-COUNT.
         DISPLAY 'RLPRG34 STUDENTS IN CONFLICT ' WS-CNF-STUDENT-COUNT.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-EXAMSTU-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE EXAMPARM-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE EXAMPER-FILE.
         CLOSE EXAMOVR-FILE.
         CLOSE COURSEM-IN.
         CLOSE CRSSECT-FILE.
         CLOSE ENRLXRF-IN.
         CLOSE STUFILE-FILE.
         CLOSE ROOMMST-FILE.
         CLOSE EXAMSTU-OUT.
         CLOSE TIMETABLE-RPT.
         CLOSE CONFLICT-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
