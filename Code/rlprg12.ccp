           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT ENRLXRF-FILE ASSIGN TO ENRLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRSSECT-KEY.

          SELECT TIMETBL-PRT ASSIGN TO TIMETBL
           ORGANIZATION IS SEQUENTIAL.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD ENRLXRF-FILE.
          COPY 'ENRLXRF'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD TIMETBL-PRT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
           10 WS-SC-START                 PIC X(4).
           10 WS-SC-END                   PIC X(4).
           10 WS-SC-ROOM                  PIC X(6).
           10 WS-SC-SECTION               PIC X(2).

         01  WS-DAY-NAMES.
          05 FILLER                       PIC X(9) VALUE 'MONDAY'.
          05 WS-CL-COURSE-A               PIC X(4).
          05 FILLER                       PIC X VALUE '-'.
          05 WS-CL-COURSE-B               PIC X(4).
          05 FILLER                       PIC X     VALUE SPACES.
          05 WS-CL-SECTION                PIC X(2).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-CL-TITLE                  PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-CL-ROOM                   PIC X(6).
          05 FILLER                       PIC X(25) VALUE SPACES.

         01  WS-NOCLASS-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
        1000-INITIALIZE.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT ENRLXRF-FILE.
         OPEN INPUT CRSSECT-FILE.
         OPEN OUTPUT TIMETBL-PRT.

        1000-EXIT.
           GO TO 2300-EXIT
         END-READ.

         MOVE COURSEM-KEY TO WS-SC-COURSE(WS-COURSE-IDX).
         MOVE COURSEM-TITLE TO WS-SC-TITLE(WS-COURSE-IDX).
         MOVE COURSEM-MEET-DAYS TO WS-SC-DAYS(WS-COURSE-IDX).
         MOVE COURSEM-END-TIME TO WS-SC-END(WS-COURSE-IDX).
         MOVE COURSEM-ROOM TO WS-SC-ROOM(WS-COURSE-IDX).

         PERFORM 2350-APPLY-SECTION THRU 2350-EXIT.

         IF WS-SC-START(WS-COURSE-IDX) IS NOT NUMERIC
          MOVE SPACES TO WS-SCHED-ENTRY(WS-COURSE-IDX)
         END-IF.

        2300-EXIT.
         EXIT.

      * A STUDENT PLACED IN A SECTION MEETS ON THAT SECTION'S DAYS,
      * TIMES AND ROOM RATHER THAN THE COURSE MASTER'S.
        2350-APPLY-SECTION.
         MOVE COURSEM-KEY TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         READ ENRLXRF-FILE
          INVALID KEY
           GO TO 2350-EXIT
         END-READ.

         IF ENRLXRF-SECTION IS EQUAL TO SPACES OR
            ENRLXRF-SECTION IS EQUAL TO LOW-VALUES
          GO TO 2350-EXIT
         END-IF.

         MOVE ENRLXRF-COURSE TO CRSSECT-COURSE.
         MOVE ENRLXRF-SECTION TO CRSSECT-SECTION.

         READ CRSSECT-FILE
          INVALID KEY
           GO TO 2350-EXIT
         END-READ.

         MOVE CRSSECT-SECTION TO WS-SC-SECTION(WS-COURSE-IDX).
         MOVE CRSSECT-MEET-DAYS TO WS-SC-DAYS(WS-COURSE-IDX).
         MOVE CRSSECT-START-TIME TO WS-SC-START(WS-COURSE-IDX).
         MOVE CRSSECT-END-TIME TO WS-SC-END(WS-COURSE-IDX).
         MOVE CRSSECT-ROOM TO WS-SC-ROOM(WS-COURSE-IDX).

        2350-EXIT.
         EXIT.

        2400-PRINT-ONE-DAY.
         MOVE WS-DAY-NAME(WS-DAY-IDX) TO WS-DAY-TITLE.
         WRITE PRT-LINE FROM WS-DAY-LINE AFTER ADVANCING 2 LINES.
         MOVE WS-SC-END(WS-COURSE-IDX) TO WS-CL-END.
         MOVE WS-SC-COURSE(WS-COURSE-IDX) (1:4) TO WS-CL-COURSE-A.
         MOVE WS-SC-COURSE(WS-COURSE-IDX) (5:4) TO WS-CL-COURSE-B.
         MOVE WS-SC-SECTION(WS-COURSE-IDX) TO WS-CL-SECTION.
         MOVE WS-SC-TITLE(WS-COURSE-IDX) TO WS-CL-TITLE.
         MOVE WS-SC-ROOM(WS-COURSE-IDX) TO WS-CL-ROOM.

        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE COURSEM-FILE.
         CLOSE ENRLXRF-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE TIMETBL-PRT.

         DISPLAY 'RLPRG12 TIMETABLES PRINTED ' WS-STUDENT-COUNT.
