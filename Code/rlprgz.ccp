           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSSECT-KEY.

          SELECT COURSE-SORT-FILE ASSIGN TO SRTWORK.

          SELECT ENROLL-RPT ASSIGN TO ENRLRPT
         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         SD COURSE-SORT-FILE
          RECORD CONTAINS 8 CHARACTERS.
         01 SORT-REC.
          05 WS-SUBJ-ENR-COUNT            PIC ZZZZZZ9.
          05 FILLER                       PIC X(33) VALUE SPACES.

         01  WS-SECTION-LINE.
          05 FILLER                       PIC X(11) VALUE SPACES.
          05 FILLER                       PIC X(8)  VALUE 'SECTION '.
          05 WS-SEC-SECTION               PIC X(2).
          05 FILLER                       PIC X(12) VALUE SPACES.
          05 WS-SEC-ENROLLED              PIC ZZZZZZ9.
          05 FILLER                       PIC X(3)  VALUE SPACES.
          05 WS-SEC-CAPACITY              PIC ZZZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-SEC-FILL                  PIC ZZ9.9.
          05 FILLER                       PIC X VALUE '%'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-SEC-FLAG                  PIC X(5).
          05 FILLER                       PIC X(15) VALUE SPACES.

         01  WS-GRAND-LINE.
          05 FILLER                       PIC X(13)
             VALUE 'ALL SUBJECTS '.
        1000-INITIALIZE.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT CRSSECT-FILE.
         OPEN OUTPUT ENROLL-RPT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         END-IF.

         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
         PERFORM 3300-PRINT-SECTION-LINES THRU 3300-EXIT.

         ADD WS-CRS-COUNT TO WS-SUBJ-COUNT.
         ADD 1 TO WS-SUBJ-COURSES.
        3200-EXIT.
         EXIT.

      * A COURSE WITH SECTIONS IS BROKEN DOWN UNDER ITS COURSE LINE,
      * ONE LINE PER SECTION FROM THE LIVE CRSSECT COUNTS. SECTION LINES
      * ARE NOT ADDED INTO THE SUBJECT OR GRAND TOTALS.
        3300-PRINT-SECTION-LINES.
         MOVE WS-CURR-COURSE TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           GO TO 3300-EXIT
         END-START.

        3310-SECTION-LOOP.
         READ CRSSECT-FILE NEXT RECORD
          AT END
           GO TO 3300-EXIT
         END-READ.

         IF CRSSECT-COURSE IS NOT EQUAL TO WS-CURR-COURSE
          GO TO 3300-EXIT
         END-IF.

         MOVE CRSSECT-SECTION TO WS-SEC-SECTION.
         MOVE CRSSECT-ENROLLED TO WS-SEC-ENROLLED.
         MOVE CRSSECT-MAX-SEATS TO WS-SEC-CAPACITY.
         IF CRSSECT-MAX-SEATS > 0
          COMPUTE WS-FILL-PCT ROUNDED =
           CRSSECT-ENROLLED * 100 / CRSSECT-MAX-SEATS
         ELSE
          MOVE 0 TO WS-FILL-PCT
         END-IF.
         MOVE WS-FILL-PCT TO WS-SEC-FILL.

         MOVE SPACES TO WS-SEC-FLAG.
         IF CRSSECT-ENROLLED IS GREATER THAN OR EQUAL TO
            CRSSECT-MAX-SEATS
          MOVE 'FULL' TO WS-SEC-FLAG
         END-IF.
         IF CRSSECT-STATUS IS EQUAL TO 'R'
          MOVE 'RETD' TO WS-SEC-FLAG
         END-IF.

         WRITE RPT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.
         GO TO 3310-SECTION-LOOP.

        3300-EXIT.
         EXIT.

        3400-PRINT-SUBJECT-TOTAL.
         MOVE WS-CURR-PREFIX TO WS-SUBJ-PREFIX.
         MOVE WS-SUBJ-COURSES TO WS-SUBJ-CRS-COUNT.
        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE COURSEM-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE ENROLL-RPT.

        9000-EXIT.
