           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUFILE-KEY.

          SELECT ENRLXRF-FILE ASSIGN TO ENRLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRSSECT-KEY.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TERMCTL-KEY.

          SELECT CRSINST-FILE ASSIGN TO CRSINST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSINST-KEY.

          SELECT INSTRUC-FILE ASSIGN TO INSTRUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INSTRUC-KEY.

          SELECT COURSE-SORT-FILE ASSIGN TO SRTWORK.

          SELECT ROSTER-RPT ASSIGN TO ROSTRPT
         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD ENRLXRF-FILE.
          COPY 'ENRLXRF'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         FD CRSINST-FILE.
          COPY 'CRSINST'.

         FD INSTRUC-FILE.
          COPY 'INSTRUC'.

         SD COURSE-SORT-FILE
          RECORD CONTAINS 47 CHARACTERS.
         01 SORT-REC.
          05 SORT-COURSE-CODE             PIC X(8).
          05 SORT-SECTION                 PIC X(2).
          05 SORT-STUDENT-NO              PIC X(7).
          05 SORT-STUDENT-NAME            PIC X(20).
          05 SORT-STUDENT-PHONE           PIC X(10).
         01  WS-SORT-EOF                  PIC X VALUE 'N'.
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-PREV-COURSE-CODE          PIC X(8) VALUE SPACES.
         01  WS-PREV-SECTION              PIC X(2) VALUE SPACES.
         01  WS-SECT-EXISTS               PIC X.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-INSTR-COUNT               PIC S9(4) COMP VALUE 0.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-WRITE-COUNT               PIC S9(7) COMP VALUE 0.
          05 WS-HEAD-COURSE-B             PIC X(4).
          05 FILLER                       PIC X(62) VALUE SPACES.

         01  WS-SECTION-LINE.
          05 FILLER                       PIC X(9) VALUE 'SECTION: '.
          05 WS-SECT-SECTION              PIC X(2).
          05 FILLER                       PIC X(8) VALUE '  ROOM: '.
          05 WS-SECT-ROOM                 PIC X(6).
          05 FILLER                       PIC X(8) VALUE '  DAYS: '.
          05 WS-SECT-DAYS                 PIC X(5).
          05 FILLER                       PIC X(2) VALUE SPACES.
          05 WS-SECT-START                PIC X(4).
          05 FILLER                       PIC X VALUE '-'.
          05 WS-SECT-END                  PIC X(4).
          05 FILLER                       PIC X(31) VALUE SPACES.

         01  WS-INSTR-LINE.
          05 FILLER                       PIC X(12)
                                          VALUE 'INSTRUCTOR: '.
          05 WS-INSTR-NAME                PIC X(20).
          05 FILLER                       PIC X(2) VALUE SPACES.
          05 WS-INSTR-ROLE                PIC X(9).
          05 FILLER                       PIC X(37) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(10) VALUE 'STUDENT NO'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         SORT COURSE-SORT-FILE
          ON ASCENDING KEY SORT-COURSE-CODE SORT-SECTION
          INPUT PROCEDURE 2000-BUILD-SORT-FILE THRU 2000-EXIT
          OUTPUT PROCEDURE 3000-PRINT-ROSTER THRU 3000-EXIT.


        1000-INITIALIZE.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT ENRLXRF-FILE.
         OPEN INPUT CRSSECT-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN INPUT CRSINST-FILE.
         OPEN INPUT INSTRUC-FILE.
         OPEN OUTPUT ROSTER-RPT.
         OPEN I-O RUNCTL-FILE.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.

         PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT.
         PERFORM 1200-RECORD-START THRU 1200-EXIT.

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

         MOVE TERMCTL-TERM-CODE TO WS-CURRENT-TERM.

        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRGR' TO RUNCTL-JOB-NAME.
         END-IF.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO SORT-COURSE-CODE.
         MOVE SPACES TO SORT-SECTION.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         READ ENRLXRF-FILE
          INVALID KEY
           MOVE SPACES TO ENRLXRF-SECTION
         END-READ.

         IF ENRLXRF-SECTION IS NOT EQUAL TO LOW-VALUES
          MOVE ENRLXRF-SECTION TO SORT-SECTION
         END-IF.

         MOVE STUFILE-STUDENT-NO TO SORT-STUDENT-NO.
         MOVE STUFILE-NAME TO SORT-STUDENT-NAME.
         MOVE STUFILE-PHONE TO SORT-STUDENT-PHONE.

        3000-PRINT-ROSTER.
         MOVE SPACES TO WS-PREV-COURSE-CODE.
         MOVE SPACES TO WS-PREV-SECTION.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.

        3010-PRINT-LOOP.
          GO TO 3000-EXIT
         END-IF.

         IF SORT-COURSE-CODE IS NOT EQUAL TO WS-PREV-COURSE-CODE OR
            SORT-SECTION IS NOT EQUAL TO WS-PREV-SECTION
          PERFORM 3200-PRINT-COURSE-HEADER THRU 3200-EXIT
         END-IF.

         PERFORM 3300-PRINT-STUDENT-LINE THRU 3300-EXIT.
         MOVE SORT-COURSE-CODE TO WS-PREV-COURSE-CODE.
         MOVE SORT-SECTION TO WS-PREV-SECTION.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.
         GO TO 3010-PRINT-LOOP.

         MOVE SORT-COURSE-CODE(1:4) TO WS-HEAD-COURSE-A.
         MOVE SORT-COURSE-CODE(5:4) TO WS-HEAD-COURSE-B.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 2 LINES.
         PERFORM 3250-PRINT-SECTION-LINE THRU 3250-EXIT.
         PERFORM 3270-PRINT-INSTRUCTORS THRU 3270-EXIT.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 1 LINE.

        3200-EXIT.
         EXIT.

      * EACH SECTION OF A COURSE PRINTS AS ITS OWN ROSTER, HEADED BY THE
      * SECTION'S ROOM AND MEETING SCHEDULE FROM CRSSECT.
        3250-PRINT-SECTION-LINE.
         IF SORT-SECTION IS EQUAL TO SPACES
          GO TO 3250-EXIT
         END-IF.

         MOVE 'Y' TO WS-SECT-EXISTS.
         MOVE SORT-COURSE-CODE TO CRSSECT-COURSE.
         MOVE SORT-SECTION TO CRSSECT-SECTION.

         READ CRSSECT-FILE
          INVALID KEY
           MOVE 'N' TO WS-SECT-EXISTS
         END-READ.

         MOVE SORT-SECTION TO WS-SECT-SECTION.
         IF WS-SECT-EXISTS IS EQUAL TO 'Y'
          MOVE CRSSECT-ROOM TO WS-SECT-ROOM
          MOVE CRSSECT-MEET-DAYS TO WS-SECT-DAYS
          MOVE CRSSECT-START-TIME TO WS-SECT-START
          MOVE CRSSECT-END-TIME TO WS-SECT-END
         ELSE
          MOVE SPACES TO WS-SECT-ROOM
          MOVE SPACES TO WS-SECT-DAYS
          MOVE SPACES TO WS-SECT-START
          MOVE SPACES TO WS-SECT-END
         END-IF.

         WRITE RPT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.

        3250-EXIT.
         EXIT.

      * ONE LINE PER INSTRUCTOR ASSIGNED ON CRSINST TO THE COURSE IN
      * THE CURRENT TERM - EITHER TO THIS SECTION OR TO THE WHOLE
      * COURSE. AN ASSIGNMENT WHOSE INSTRUCTOR IS NOT ON FILE IS
      * SKIPPED.
        3270-PRINT-INSTRUCTORS.
         MOVE 0 TO WS-INSTR-COUNT.
         MOVE SORT-COURSE-CODE TO CRSINST-COURSE.
         MOVE WS-CURRENT-TERM TO CRSINST-TERM.
         MOVE LOW-VALUES TO CRSINST-INSTR-ID.

         START CRSINST-FILE KEY IS NOT LESS THAN CRSINST-KEY
          INVALID KEY
           GO TO 3290-NONE-ASSIGNED
         END-START.

        3280-INSTRUCTOR-LOOP.
         READ CRSINST-FILE NEXT RECORD
          AT END
           GO TO 3290-NONE-ASSIGNED
         END-READ.

         IF CRSINST-COURSE IS NOT EQUAL TO SORT-COURSE-CODE OR
            CRSINST-TERM IS NOT EQUAL TO WS-CURRENT-TERM
          GO TO 3290-NONE-ASSIGNED
         END-IF.

         IF CRSINST-SECTION IS NOT EQUAL TO SPACES AND
            CRSINST-SECTION IS NOT EQUAL TO SORT-SECTION
          GO TO 3280-INSTRUCTOR-LOOP
         END-IF.

         MOVE CRSINST-INSTR-ID TO INSTRUC-ID.
         READ INSTRUC-FILE
          INVALID KEY
           GO TO 3280-INSTRUCTOR-LOOP
         END-READ.

         MOVE INSTRUC-NAME TO WS-INSTR-NAME.
         IF CRSINST-ROLE IS EQUAL TO 'S'
          MOVE 'SECONDARY' TO WS-INSTR-ROLE
         ELSE
          MOVE 'PRIMARY' TO WS-INSTR-ROLE
         END-IF.
         WRITE RPT-LINE FROM WS-INSTR-LINE AFTER ADVANCING 1 LINE.
         ADD 1 TO WS-INSTR-COUNT.
         GO TO 3280-INSTRUCTOR-LOOP.

        3290-NONE-ASSIGNED.
         IF WS-INSTR-COUNT IS EQUAL TO 0
          MOVE 'NOT ASSIGNED' TO WS-INSTR-NAME
          MOVE SPACES TO WS-INSTR-ROLE
          WRITE RPT-LINE FROM WS-INSTR-LINE AFTER ADVANCING 1 LINE
         END-IF.

        3270-EXIT.
         EXIT.

        3300-PRINT-STUDENT-LINE.
         MOVE SORT-STUDENT-NO TO WS-DET-STUDENT-NO.
         MOVE SORT-STUDENT-NAME TO WS-DET-STUDENT-NAME.

        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE ENRLXRF-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE CRSINST-FILE.
         CLOSE INSTRUC-FILE.
         CLOSE ROSTER-RPT.
         CLOSE RUNCTL-FILE.

