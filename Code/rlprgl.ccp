         FILE-CONTROL.
          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSSECT-KEY.

          SELECT ROOMMST-FILE ASSIGN TO ROOMMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROOMMST-KEY.

          SELECT CRSLOAD-FILE ASSIGN TO CRSLOAD
           ORGANIZATION IS SEQUENTIAL.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD ROOMMST-FILE.
          COPY 'ROOMMST'.

         FD CRSLOAD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS.
             05 LOAD-START-TIME             PIC X(4).
             05 LOAD-END-TIME               PIC X(4).
             05 LOAD-ROOM                   PIC X(6).
             05 LOAD-CREDITS                PIC X(2).
      * A SECTION NUMBER MAKES THIS A SECTION CARD - ONLY THE SEATS,
      * DAYS, TIMES AND ROOM ARE TAKEN, FOR THAT SECTION OF A COURSE
      * ALREADY ON THE COURSE MASTER.
             05 LOAD-SECTION                PIC X(2).
             05 FILLER                      PIC X(21).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
        WORKING-STORAGE SECTION.
         01  WS-CRSLOAD-EOF               PIC X VALUE 'N'.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-SECT-EXISTS               PIC X.
         01  WS-SECT-EOF                  PIC X.
         01  WS-SECT-SEATS                PIC S9(7) COMP-3.
         01  WS-SECT-COUNT                PIC S9(4) COMP.
         01  WS-FEE-IN                    PIC X(7).
         01  WS-FEE-IN-NUM REDEFINES WS-FEE-IN PIC 9(5)V99.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-SECT-ADD-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-SECT-CHG-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-COURSE-EOF                PIC X.
         01  WS-ROOM-OK                   PIC X.
         01  WS-ROOM-EXISTS               PIC X.
         01  WS-CHK-SECTIONED             PIC X.
         01  WS-DAY-CLASH                 PIC X.
         01  WS-DAY-IDX                   PIC S9(4) COMP.
         01  WS-BOOK-IDX                  PIC S9(4) COMP.
         01  WS-BOOK-FOUND                PIC S9(4) COMP.
         01  WS-BOOK-FULL                 PIC X VALUE 'N'.
         01  WS-CHK-SEATS                 PIC S9(5) COMP-3.
         01  WS-CHK-BOOKING.
          05 WS-CHK-COURSE                PIC X(8).
          05 WS-CHK-SECTION               PIC X(2).
          05 WS-CHK-ROOM                  PIC X(6).
          05 WS-CHK-DAYS.
           10 WS-CHK-DAY OCCURS 5 TIMES   PIC X.
          05 WS-CHK-START                 PIC X(4).
          05 WS-CHK-END                   PIC X(4).

      * ROOM BOOKINGS OF THE ACTIVE COURSES AND SECTIONS ON FILE, BUILT
      * AT START AND KEPT UP TO DATE AS CARDS ARE APPLIED, SO EACH CARD
      * IS CHECKED FOR A ROOM TIME CONFLICT WITHOUT REREADING THE FILES.
      * A COURSE WITH SECTIONS BOOKS ITS ROOMS THROUGH THE SECTIONS.
         01  WS-BOOK-COUNT                PIC S9(4) COMP VALUE 0.
         01  WS-BOOK-TABLE.
          05 WS-BOOK-ENTRY OCCURS 3000 TIMES.
           10 WS-BK-COURSE                PIC X(8).
           10 WS-BK-SECTION               PIC X(2).
           10 WS-BK-ROOM                  PIC X(6).
           10 WS-BK-DAYS.
            15 WS-BK-DAY OCCURS 5 TIMES   PIC X.
           10 WS-BK-START                 PIC X(4).
           10 WS-BK-END                   PIC X(4).

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(34)
         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(8)  VALUE 'COURSE'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(4)  VALUE 'SECT'.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(36) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-COURSE                PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-SECTION               PIC X(2).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(30).
          05 FILLER                       PIC X(36) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(20).
        1000-INITIALIZE.
         OPEN INPUT CRSLOAD-FILE.
         OPEN I-O COURSEM-FILE.
         OPEN I-O CRSSECT-FILE.
         OPEN INPUT ROOMMST-FILE.
         OPEN OUTPUT EXCEPT-RPT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

         PERFORM 1100-LOAD-SECTION-BOOKINGS THRU 1100-EXIT.
         PERFORM 1200-LOAD-COURSE-BOOKINGS THRU 1200-EXIT.

        1000-EXIT.
         EXIT.

        1100-LOAD-SECTION-BOOKINGS.
         MOVE 'N' TO WS-SECT-EOF.
         MOVE LOW-VALUES TO CRSSECT-KEY.

         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           GO TO 1100-EXIT
         END-START.

        1110-SECT-LOOP.
         READ CRSSECT-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-SECT-EOF
         END-READ.

         IF WS-SECT-EOF IS EQUAL TO 'Y'
          GO TO 1100-EXIT
         END-IF.

         IF CRSSECT-STATUS IS EQUAL TO 'R' OR
            CRSSECT-ROOM IS EQUAL TO SPACES
          GO TO 1110-SECT-LOOP
         END-IF.

         MOVE CRSSECT-COURSE TO WS-CHK-COURSE.
         MOVE CRSSECT-SECTION TO WS-CHK-SECTION.
         MOVE CRSSECT-ROOM TO WS-CHK-ROOM.
         MOVE CRSSECT-MEET-DAYS TO WS-CHK-DAYS.
         MOVE CRSSECT-START-TIME TO WS-CHK-START.
         MOVE CRSSECT-END-TIME TO WS-CHK-END.
         PERFORM 2900-ADD-BOOKING THRU 2900-EXIT.
         GO TO 1110-SECT-LOOP.

        1100-EXIT.
         EXIT.

        1200-LOAD-COURSE-BOOKINGS.
         MOVE 'N' TO WS-COURSE-EOF.
         MOVE LOW-VALUES TO COURSEM-KEY.

         START COURSEM-FILE KEY IS NOT LESS THAN COURSEM-KEY
          INVALID KEY
           GO TO 1200-EXIT
         END-START.

        1210-COURSE-LOOP.
         READ COURSEM-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-COURSE-EOF
         END-READ.

         IF WS-COURSE-EOF IS EQUAL TO 'Y'
          GO TO 1200-EXIT
         END-IF.

         IF COURSEM-STATUS IS EQUAL TO 'R' OR
            COURSEM-ROOM IS EQUAL TO SPACES
          GO TO 1210-COURSE-LOOP
         END-IF.

         PERFORM 2700-TOTAL-SECTION-SEATS THRU 2700-EXIT.
         IF WS-SECT-COUNT > 0
          GO TO 1210-COURSE-LOOP
         END-IF.

         MOVE COURSEM-KEY TO WS-CHK-COURSE.
         MOVE SPACES TO WS-CHK-SECTION.
         MOVE COURSEM-ROOM TO WS-CHK-ROOM.
         MOVE COURSEM-MEET-DAYS TO WS-CHK-DAYS.
         MOVE COURSEM-START-TIME TO WS-CHK-START.
         MOVE COURSEM-END-TIME TO WS-CHK-END.
         PERFORM 2900-ADD-BOOKING THRU 2900-EXIT.
         GO TO 1210-COURSE-LOOP.

        1200-EXIT.
         EXIT.

        2000-LOAD-CATALOGUE.
         PERFORM 2100-READ-CRSLOAD THRU 2100-EXIT.

          GO TO 2200-EXIT
         END-IF.

         IF LOAD-CREDITS IS NOT NUMERIC AND
            LOAD-CREDITS IS NOT EQUAL TO SPACES
          MOVE 'CREDIT HOURS NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-START-TIME IS NOT EQUAL TO SPACES
          IF LOAD-START-TIME IS NOT NUMERIC OR
             LOAD-END-TIME IS NOT NUMERIC
           MOVE 'N' TO WS-COURSE-EXISTS
         END-READ.

         IF LOAD-SECTION IS NOT EQUAL TO SPACES
          PERFORM 2600-APPLY-SECTION THRU 2600-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'N' TO WS-CHK-SECTIONED.
         IF WS-COURSE-EXISTS IS EQUAL TO 'Y'
          PERFORM 2700-TOTAL-SECTION-SEATS THRU 2700-EXIT
          IF WS-SECT-COUNT > 0
           MOVE 'Y' TO WS-CHK-SECTIONED
          END-IF
         END-IF.

         PERFORM 2800-CHECK-ROOM THRU 2800-EXIT.
         IF WS-ROOM-OK IS EQUAL TO 'N'
          GO TO 2200-EXIT
         END-IF.

         IF WS-COURSE-EXISTS IS EQUAL TO 'Y'
          PERFORM 2300-CHANGE-COURSE THRU 2300-EXIT
         ELSE
          PERFORM 2400-ADD-COURSE THRU 2400-EXIT
         END-IF.

        2200-EXIT.
         IF LOAD-FEE IS NUMERIC
          MOVE WS-FEE-IN-NUM TO COURSEM-COURSE-FEE
         END-IF.
         IF LOAD-CREDITS IS NUMERIC
          MOVE LOAD-CREDITS TO COURSEM-CREDIT-HRS
         END-IF.
         MOVE LOAD-PREREQ1 TO COURSEM-PREREQ(1).
         MOVE LOAD-PREREQ2 TO COURSEM-PREREQ(2).
         MOVE LOAD-MEET-DAYS TO COURSEM-MEET-DAYS.
         MOVE LOAD-END-TIME TO COURSEM-END-TIME.
         MOVE LOAD-ROOM TO COURSEM-ROOM.

         PERFORM 2700-TOTAL-SECTION-SEATS THRU 2700-EXIT.
         IF WS-SECT-COUNT > 0
          MOVE WS-SECT-SEATS TO COURSEM-MAX-SEATS
         END-IF.

         REWRITE COURSEM-RECORD
          INVALID KEY
           MOVE 'COURSE MASTER REWRITE FAILED' TO WS-DET-REASON
         END-REWRITE.

         ADD 1 TO WS-CHG-COUNT.
         IF WS-CHK-SECTIONED IS EQUAL TO 'N'
          PERFORM 2900-ADD-BOOKING THRU 2900-EXIT
         END-IF.

        2300-EXIT.
         EXIT.
         MOVE 0 TO COURSEM-ENROLLED.
         MOVE 'A' TO COURSEM-STATUS.
         MOVE WS-FEE-IN-NUM TO COURSEM-COURSE-FEE.
         MOVE 0 TO COURSEM-CREDIT-HRS.
         IF LOAD-CREDITS IS NUMERIC
          MOVE LOAD-CREDITS TO COURSEM-CREDIT-HRS
         END-IF.
         MOVE LOAD-PREREQ1 TO COURSEM-PREREQ(1).
         MOVE LOAD-PREREQ2 TO COURSEM-PREREQ(2).
         MOVE LOAD-MEET-DAYS TO COURSEM-MEET-DAYS.
         END-WRITE.

         ADD 1 TO WS-ADD-COUNT.
         PERFORM 2900-ADD-BOOKING THRU 2900-EXIT.

        2400-EXIT.
         EXIT.
         ADD 1 TO WS-REJ-COUNT.
         MOVE LOAD-CODE-PART1 TO WS-DET-COURSE (1:4).
         MOVE LOAD-CODE-PART2 TO WS-DET-COURSE (5:4).
         MOVE LOAD-SECTION TO WS-DET-SECTION.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

      * A SECTION CARD ADDS OR REPLACES ONE SECTION. THE ENROLLED COUNT
      * OF AN EXISTING SECTION IS KEPT. THE COURSE SEAT COUNT IS THEN
      * RESET TO THE TOTAL OF THE COURSE'S OPEN SECTIONS.
        2600-APPLY-SECTION.
         IF WS-COURSE-EXISTS IS EQUAL TO 'N'
          MOVE 'SECTION FOR UNKNOWN COURSE' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2600-EXIT
         END-IF.

         MOVE 'N' TO WS-CHK-SECTIONED.
         PERFORM 2800-CHECK-ROOM THRU 2800-EXIT.
         IF WS-ROOM-OK IS EQUAL TO 'N'
          GO TO 2600-EXIT
         END-IF.

         MOVE 'Y' TO WS-SECT-EXISTS.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE LOAD-SECTION TO CRSSECT-SECTION.

         READ CRSSECT-FILE
          INVALID KEY
           MOVE 'N' TO WS-SECT-EXISTS
         END-READ.

         IF WS-SECT-EXISTS IS EQUAL TO 'N'
          MOVE COURSEM-KEY TO CRSSECT-COURSE
          MOVE LOAD-SECTION TO CRSSECT-SECTION
          MOVE 0 TO CRSSECT-ENROLLED
         END-IF.

         MOVE LOAD-MAX-SEATS TO CRSSECT-MAX-SEATS.
         MOVE 'A' TO CRSSECT-STATUS.
         MOVE LOAD-MEET-DAYS TO CRSSECT-MEET-DAYS.
         MOVE LOAD-START-TIME TO CRSSECT-START-TIME.
         MOVE LOAD-END-TIME TO CRSSECT-END-TIME.
         MOVE LOAD-ROOM TO CRSSECT-ROOM.

         IF WS-SECT-EXISTS IS EQUAL TO 'Y'
          REWRITE CRSSECT-RECORD
           INVALID KEY
            MOVE 'SECTION REWRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2600-EXIT
          END-REWRITE
          ADD 1 TO WS-SECT-CHG-COUNT
         ELSE
          WRITE CRSSECT-RECORD
           INVALID KEY
            MOVE 'SECTION WRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2600-EXIT
          END-WRITE
          ADD 1 TO WS-SECT-ADD-COUNT
         END-IF.

         PERFORM 2900-ADD-BOOKING THRU 2900-EXIT.
         PERFORM 2950-DROP-COURSE-BOOKING THRU 2950-EXIT.

         PERFORM 2700-TOTAL-SECTION-SEATS THRU 2700-EXIT.
         MOVE WS-SECT-SEATS TO COURSEM-MAX-SEATS.

         REWRITE COURSEM-RECORD
          INVALID KEY
           MOVE 'COURSE MASTER REWRITE FAILED' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
         END-REWRITE.

        2600-EXIT.
         EXIT.

        2700-TOTAL-SECTION-SEATS.
         MOVE 0 TO WS-SECT-SEATS.
         MOVE 0 TO WS-SECT-COUNT.
         MOVE 'N' TO WS-SECT-EOF.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           GO TO 2700-EXIT
         END-START.

        2710-SECT-LOOP.
         READ CRSSECT-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-SECT-EOF
         END-READ.

         IF WS-SECT-EOF IS EQUAL TO 'Y'
          GO TO 2700-EXIT
         END-IF.

         IF CRSSECT-COURSE IS NOT EQUAL TO COURSEM-KEY
          GO TO 2700-EXIT
         END-IF.

         ADD 1 TO WS-SECT-COUNT.
         IF CRSSECT-STATUS IS NOT EQUAL TO 'R'
          ADD CRSSECT-MAX-SEATS TO WS-SECT-SEATS
         END-IF.

         GO TO 2710-SECT-LOOP.

        2700-EXIT.
         EXIT.

      * THE ROOM ON A CARD MUST BE AN OPEN ROOM ON THE ROOM MASTER,
      * HOLD THE CARD'S SEAT COUNT, AND BE FREE AT THE CARD'S MEETING
      * TIMES. A COURSE CARD FOR A COURSE WITH SECTIONS HAS ITS ROOM
      * CHECKED ONLY - ITS SECTIONS CARRY THE SEATS AND THE BOOKINGS.
      * LEAVES THE CANDIDATE BOOKING IN WS-CHK-BOOKING.
        2800-CHECK-ROOM.
         MOVE 'Y' TO WS-ROOM-OK.
         MOVE LOAD-CODE-PART1 TO WS-CHK-COURSE (1:4).
         MOVE LOAD-CODE-PART2 TO WS-CHK-COURSE (5:4).
         MOVE LOAD-SECTION TO WS-CHK-SECTION.
         MOVE LOAD-ROOM TO WS-CHK-ROOM.
         MOVE LOAD-MEET-DAYS TO WS-CHK-DAYS.
         MOVE LOAD-START-TIME TO WS-CHK-START.
         MOVE LOAD-END-TIME TO WS-CHK-END.
         MOVE LOAD-MAX-SEATS TO WS-CHK-SEATS.

         IF WS-CHK-ROOM IS EQUAL TO SPACES
          GO TO 2800-EXIT
         END-IF.

         MOVE 'Y' TO WS-ROOM-EXISTS.
         MOVE WS-CHK-ROOM TO ROOMMST-ROOM.

         READ ROOMMST-FILE
          INVALID KEY
           MOVE 'N' TO WS-ROOM-EXISTS
         END-READ.

         IF WS-ROOM-EXISTS IS EQUAL TO 'N'
          MOVE 'ROOM NOT ON ROOM MASTER' TO WS-DET-REASON
          GO TO 2890-REJECT
         END-IF.

         IF ROOMMST-STATUS IS EQUAL TO 'C'
          MOVE 'ROOM IS CLOSED' TO WS-DET-REASON
          GO TO 2890-REJECT
         END-IF.

         IF WS-CHK-SECTIONED IS EQUAL TO 'Y'
          GO TO 2800-EXIT
         END-IF.

         IF WS-CHK-SEATS > ROOMMST-CAPACITY
          MOVE 'SEATS EXCEED ROOM CAPACITY' TO WS-DET-REASON
          GO TO 2890-REJECT
         END-IF.

         IF WS-CHK-START IS NOT NUMERIC OR
            WS-CHK-END IS NOT NUMERIC OR
            WS-CHK-DAYS IS EQUAL TO SPACES
          GO TO 2800-EXIT
         END-IF.

         MOVE 0 TO WS-BOOK-FOUND.
         PERFORM 2810-CHECK-ONE-BOOKING THRU 2810-EXIT
          VARYING WS-BOOK-IDX FROM 1 BY 1
          UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             OR WS-BOOK-FOUND > 0.

         IF WS-BOOK-FOUND IS EQUAL TO 0
          GO TO 2800-EXIT
         END-IF.

         MOVE SPACES TO WS-DET-REASON.
         MOVE 'ROOM TIME CONFLICT' TO WS-DET-REASON (1:18).
         MOVE WS-BK-COURSE(WS-BOOK-FOUND) TO WS-DET-REASON (20:8).
         MOVE WS-BK-SECTION(WS-BOOK-FOUND) TO WS-DET-REASON (29:2).

        2890-REJECT.
         MOVE 'N' TO WS-ROOM-OK.
         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT.

        2800-EXIT.
         EXIT.

      * THE CARD'S OWN ENTRY AND THE COURSE-LEVEL ENTRY OF ITS COURSE
      * ARE PASSED OVER; OTHER SECTIONS OF THE SAME COURSE ARE NOT.
        2810-CHECK-ONE-BOOKING.
         IF WS-BK-COURSE(WS-BOOK-IDX) IS EQUAL TO WS-CHK-COURSE
          IF WS-BK-SECTION(WS-BOOK-IDX) IS EQUAL TO WS-CHK-SECTION OR
             WS-BK-SECTION(WS-BOOK-IDX) IS EQUAL TO SPACES
           GO TO 2810-EXIT
          END-IF
         END-IF.

         IF WS-BK-ROOM(WS-BOOK-IDX) IS NOT EQUAL TO WS-CHK-ROOM OR
            WS-BK-START(WS-BOOK-IDX) IS NOT NUMERIC OR
            WS-BK-END(WS-BOOK-IDX) IS NOT NUMERIC
          GO TO 2810-EXIT
         END-IF.

         MOVE 'N' TO WS-DAY-CLASH.
         PERFORM 2820-COMPARE-ONE-DAY THRU 2820-EXIT
          VARYING WS-DAY-IDX FROM 1 BY 1
          UNTIL WS-DAY-IDX > 5.

         IF WS-DAY-CLASH IS EQUAL TO 'N'
          GO TO 2810-EXIT
         END-IF.

         IF WS-CHK-START < WS-BK-END(WS-BOOK-IDX) AND
            WS-BK-START(WS-BOOK-IDX) < WS-CHK-END
          MOVE WS-BOOK-IDX TO WS-BOOK-FOUND
         END-IF.

        2810-EXIT.
         EXIT.

        2820-COMPARE-ONE-DAY.
         IF WS-CHK-DAY(WS-DAY-IDX) IS NOT EQUAL TO SPACE AND
            WS-BK-DAY(WS-BOOK-IDX, WS-DAY-IDX) IS NOT EQUAL TO SPACE
          MOVE 'Y' TO WS-DAY-CLASH
         END-IF.

        2820-EXIT.
         EXIT.

      * RECORDS WS-CHK-BOOKING IN THE TABLE, REPLACING THE ENTRY FOR
      * THE SAME COURSE AND SECTION IF THERE IS ONE.
        2900-ADD-BOOKING.
         MOVE 0 TO WS-BOOK-FOUND.
         PERFORM 2910-FIND-BOOKING THRU 2910-EXIT
          VARYING WS-BOOK-IDX FROM 1 BY 1
          UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             OR WS-BOOK-FOUND > 0.

         IF WS-BOOK-FOUND IS EQUAL TO 0
          IF WS-BOOK-COUNT IS NOT LESS THAN 3000
           MOVE 'Y' TO WS-BOOK-FULL
           GO TO 2900-EXIT
          END-IF
          ADD 1 TO WS-BOOK-COUNT
          MOVE WS-BOOK-COUNT TO WS-BOOK-FOUND
         END-IF.

         MOVE WS-CHK-COURSE TO WS-BK-COURSE(WS-BOOK-FOUND).
         MOVE WS-CHK-SECTION TO WS-BK-SECTION(WS-BOOK-FOUND).
         MOVE WS-CHK-ROOM TO WS-BK-ROOM(WS-BOOK-FOUND).
         MOVE WS-CHK-DAYS TO WS-BK-DAYS(WS-BOOK-FOUND).
         MOVE WS-CHK-START TO WS-BK-START(WS-BOOK-FOUND).
         MOVE WS-CHK-END TO WS-BK-END(WS-BOOK-FOUND).

        2900-EXIT.
         EXIT.

        2910-FIND-BOOKING.
         IF WS-BK-COURSE(WS-BOOK-IDX) IS EQUAL TO WS-CHK-COURSE AND
            WS-BK-SECTION(WS-BOOK-IDX) IS EQUAL TO WS-CHK-SECTION
          MOVE WS-BOOK-IDX TO WS-BOOK-FOUND
         END-IF.

        2910-EXIT.
         EXIT.

      * ONCE A COURSE HAS A SECTION ITS COURSE-LEVEL ROOM IS NO LONGER
      * A BOOKING.
        2950-DROP-COURSE-BOOKING.
         MOVE SPACES TO WS-CHK-SECTION.
         MOVE 0 TO WS-BOOK-FOUND.
         PERFORM 2910-FIND-BOOKING THRU 2910-EXIT
          VARYING WS-BOOK-IDX FROM 1 BY 1
          UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             OR WS-BOOK-FOUND > 0.

         IF WS-BOOK-FOUND > 0
          MOVE SPACES TO WS-BK-ROOM(WS-BOOK-FOUND)
         END-IF.

        2950-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'RECORDS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         MOVE WS-CHG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'SECTIONS ADDED' TO WS-TOT-LABEL.
         MOVE WS-SECT-ADD-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'SECTIONS CHANGED' TO WS-TOT-LABEL.
         MOVE WS-SECT-CHG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         IF WS-BOOK-FULL IS EQUAL TO 'Y'
          DISPLAY 'RLPRGL WARNING - ROOM BOOKING TABLE FULL AT 3000'
          DISPLAY 'RLPRGL LATER BOOKINGS NOT CHECKED FOR CONFLICTS'
         END-IF.

        3000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE CRSLOAD-FILE.
         CLOSE COURSEM-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE ROOMMST-FILE.
         CLOSE EXCEPT-RPT.

        9000-EXIT.
