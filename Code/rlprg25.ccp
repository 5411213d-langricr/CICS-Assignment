       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG25.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT ROOMMST-IN ASSIGN TO ROOMMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ROOMMST-KEY.

          SELECT COURSEM-IN ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSSECT-KEY.

          SELECT ROOM-SORT-FILE ASSIGN TO SRTWORK.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT ROOM-RPT ASSIGN TO ROOMRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD ROOMMST-IN.
          COPY 'ROOMMST'.

         FD COURSEM-IN.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         SD ROOM-SORT-FILE
          RECORD CONTAINS 39 CHARACTERS.
         01 SORT-REC.
          05 SORT-ROOM                    PIC X(6).
          05 SORT-COURSE                  PIC X(8).
          05 SORT-SECTION                 PIC X(2).
          05 SORT-DAYS                    PIC X(5).
          05 SORT-START                   PIC X(4).
          05 SORT-END                     PIC X(4).
          05 SORT-SEATS                   PIC 9(5).
          05 SORT-MINUTES                 PIC 9(5).

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD ROOM-RPT
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
         01  WS-ROOMMST-EOF               PIC X VALUE 'N'.
         01  WS-COURSEM-EOF               PIC X VALUE 'N'.
         01  WS-CRSSECT-EOF               PIC X VALUE 'N'.
         01  WS-SORT-EOF                  PIC X VALUE 'N'.
         01  WS-SECTIONED                 PIC X.
         01  WS-DAY-IDX                   PIC S9(4) COMP.
         01  WS-DAY-COUNT                 PIC S9(4) COMP.

      * A TEACHING WEEK OF MONDAY TO FRIDAY, 0800 TO 1800, IS THE
      * 100 PERCENT MARK FOR A ROOM.
         01  WS-WEEK-MINUTES              PIC S9(5) COMP-3 VALUE 3000.

         01  WS-BOOKING.
          05 WS-BKG-DAYS.
           10 WS-BKG-DAY OCCURS 5 TIMES   PIC X.
          05 WS-BKG-START                 PIC X(4).
          05 WS-BKG-END                   PIC X(4).
         01  WS-TIME-X                    PIC X(4).
         01  WS-TIME-HHMM REDEFINES WS-TIME-X.
          05 WS-TIME-HH                   PIC 99.
          05 WS-TIME-MM                   PIC 99.
         01  WS-START-MINUTES             PIC S9(5) COMP-3.
         01  WS-END-MINUTES               PIC S9(5) COMP-3.
         01  WS-SLOT-MINUTES              PIC S9(5) COMP-3.

         01  WS-ROOM-CLASSES              PIC S9(4) COMP.
         01  WS-ROOM-MINUTES              PIC S9(7) COMP-3.
         01  WS-ROOM-HOURS                PIC S9(5)V99 COMP-3.
         01  WS-ROOM-PCT                  PIC S9(5) COMP-3.

         01  WS-SECT-READ-COUNT           PIC S9(7) COMP VALUE 0.
         01  WS-CRS-READ-COUNT            PIC S9(7) COMP VALUE 0.
         01  WS-BOOKING-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-LISTED-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-IDLE-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-OVER-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ORPHAN-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-GRAND-MINUTES             PIC S9(9) COMP-3 VALUE 0.
         01  WS-GRAND-HOURS               PIC S9(7) COMP VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(40)
             VALUE 'ROOM UTILIZATION - HOURS BOOKED PER WEEK'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-ROOM-LINE.
          05 FILLER                       PIC X(5)  VALUE 'ROOM '.
          05 WS-RM-ROOM                   PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-RM-BUILDING               PIC X(12).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-RM-TYPE                   PIC X(12).
          05 FILLER                       PIC X(9)  VALUE 'CAPACITY '.
          05 WS-RM-CAPACITY               PIC ZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-RM-STATUS                 PIC X(6).
          05 FILLER                       PIC X(19) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(11) VALUE 'COURSE'.
          05 FILLER                       PIC X(6)  VALUE 'SECT'.
          05 FILLER                       PIC X(7)  VALUE 'DAYS'.
          05 FILLER                       PIC X(11) VALUE 'TIME'.
          05 FILLER                       PIC X(7)  VALUE 'SEATS'.
          05 FILLER                       PIC X(8)  VALUE 'HRS/WK'.
          05 FILLER                       PIC X(28) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-COURSE-A              PIC X(4).
          05 FILLER                       PIC X     VALUE '-'.
          05 WS-DET-COURSE-B              PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-SECTION               PIC X(2).
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-DET-DAYS                  PIC X(5).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-START                 PIC X(4).
          05 FILLER                       PIC X     VALUE '-'.
          05 WS-DET-END                   PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-SEATS                 PIC ZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-HOURS                 PIC ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-FLAG                  PIC X(13).
          05 FILLER                       PIC X(15) VALUE SPACES.

         01  WS-ROOM-TOTAL-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(8)  VALUE 'CLASSES '.
          05 WS-RT-CLASSES                PIC ZZ9.
          05 FILLER                       PIC X(15)
             VALUE '  HOURS BOOKED '.
          05 WS-RT-HOURS                  PIC ZZ9.99.
          05 FILLER                       PIC X(17)
             VALUE '  PERCENT OF WEEK'.
          05 WS-RT-PCT                    PIC ZZZ9.
          05 FILLER                       PIC X(25) VALUE SPACES.

         01  WS-ORPHAN-LINE.
          05 FILLER                       PIC X(24)
             VALUE 'ROOM NOT ON ROOM MASTER '.
          05 WS-ORP-ROOM                  PIC X(6).
          05 FILLER                       PIC X(12)
             VALUE '  BY COURSE '.
          05 WS-ORP-COURSE                PIC X(8).
          05 FILLER                       PIC X     VALUE SPACE.
          05 WS-ORP-SECTION               PIC X(2).
          05 FILLER                       PIC X(27) VALUE SPACES.

         01  WS-MESSAGE-LINE              PIC X(80).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         SORT ROOM-SORT-FILE
          ON ASCENDING KEY SORT-ROOM SORT-DAYS SORT-START
           SORT-COURSE SORT-SECTION
          INPUT PROCEDURE 2000-SELECT-BOOKINGS THRU 2000-EXIT
          OUTPUT PROCEDURE 3000-PRINT-ROOMS THRU 3000-EXIT.

         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
         PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT ROOMMST-IN.
         OPEN INPUT COURSEM-IN.
         OPEN INPUT CRSSECT-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT ROOM-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.

        1000-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG25' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG25' TO RUNCTL-JOB-NAME.
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

      * EVERY OPEN SECTION WITH A ROOM IS A BOOKING, AS IS EVERY OPEN
      * COURSE WITH A ROOM THAT HAS NO SECTIONS - ONCE A COURSE HAS
      * SECTIONS THEY CARRY ITS ROOMS AND TIMES.
        2000-SELECT-BOOKINGS.
         MOVE LOW-VALUES TO CRSSECT-KEY.
         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           MOVE 'Y' TO WS-CRSSECT-EOF
         END-START.

        2010-SECTION-LOOP.
         IF WS-CRSSECT-EOF IS EQUAL TO 'N'
          READ CRSSECT-FILE NEXT RECORD
           AT END
            MOVE 'Y' TO WS-CRSSECT-EOF
          END-READ
         END-IF.

         IF WS-CRSSECT-EOF IS EQUAL TO 'Y'
          GO TO 2050-COURSE-PASS
         END-IF.

         ADD 1 TO WS-SECT-READ-COUNT.

         IF CRSSECT-STATUS IS EQUAL TO 'R' OR
            CRSSECT-ROOM IS EQUAL TO SPACES
          GO TO 2010-SECTION-LOOP
         END-IF.

         MOVE CRSSECT-ROOM TO SORT-ROOM.
         MOVE CRSSECT-COURSE TO SORT-COURSE.
         MOVE CRSSECT-SECTION TO SORT-SECTION.
         MOVE CRSSECT-MAX-SEATS TO SORT-SEATS.
         MOVE CRSSECT-MEET-DAYS TO WS-BKG-DAYS.
         MOVE CRSSECT-START-TIME TO WS-BKG-START.
         MOVE CRSSECT-END-TIME TO WS-BKG-END.
         PERFORM 2200-RELEASE-BOOKING THRU 2200-EXIT.
         GO TO 2010-SECTION-LOOP.

        2050-COURSE-PASS.
         PERFORM 2100-READ-COURSEM THRU 2100-EXIT.

        2060-COURSE-LOOP.
         IF WS-COURSEM-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-CRS-READ-COUNT.

         IF COURSEM-STATUS IS EQUAL TO 'R' OR
            COURSEM-ROOM IS EQUAL TO SPACES
          PERFORM 2100-READ-COURSEM THRU 2100-EXIT
          GO TO 2060-COURSE-LOOP
         END-IF.

         PERFORM 2300-CHECK-SECTIONED THRU 2300-EXIT.
         IF WS-SECTIONED IS EQUAL TO 'Y'
          PERFORM 2100-READ-COURSEM THRU 2100-EXIT
          GO TO 2060-COURSE-LOOP
         END-IF.

         MOVE COURSEM-ROOM TO SORT-ROOM.
         MOVE COURSEM-KEY TO SORT-COURSE.
         MOVE SPACES TO SORT-SECTION.
         MOVE COURSEM-MAX-SEATS TO SORT-SEATS.
         MOVE COURSEM-MEET-DAYS TO WS-BKG-DAYS.
         MOVE COURSEM-START-TIME TO WS-BKG-START.
         MOVE COURSEM-END-TIME TO WS-BKG-END.
         PERFORM 2200-RELEASE-BOOKING THRU 2200-EXIT.

         PERFORM 2100-READ-COURSEM THRU 2100-EXIT.
         GO TO 2060-COURSE-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-COURSEM.
         READ COURSEM-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-COURSEM-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      * WEEKLY MINUTES ARE THE MEETING DAYS TIMES THE LENGTH OF ONE
      * MEETING. A BOOKING WITHOUT A USABLE SCHEDULE COUNTS NO TIME.
        2200-RELEASE-BOOKING.
         MOVE WS-BKG-DAYS TO SORT-DAYS.
         MOVE WS-BKG-START TO SORT-START.
         MOVE WS-BKG-END TO SORT-END.
         MOVE 0 TO SORT-MINUTES.

         IF WS-BKG-START IS NOT NUMERIC OR
            WS-BKG-END IS NOT NUMERIC
          GO TO 2250-RELEASE
         END-IF.

         MOVE WS-BKG-START TO WS-TIME-X.
         COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
         MOVE WS-BKG-END TO WS-TIME-X.
         COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.

         IF WS-END-MINUTES IS NOT GREATER THAN WS-START-MINUTES
          GO TO 2250-RELEASE
         END-IF.

         MOVE 0 TO WS-DAY-COUNT.
         PERFORM 2210-COUNT-ONE-DAY THRU 2210-EXIT
          VARYING WS-DAY-IDX FROM 1 BY 1
          UNTIL WS-DAY-IDX > 5.

         COMPUTE WS-SLOT-MINUTES =
           (WS-END-MINUTES - WS-START-MINUTES) * WS-DAY-COUNT.
         MOVE WS-SLOT-MINUTES TO SORT-MINUTES.

        2250-RELEASE.
         RELEASE SORT-REC.
         ADD 1 TO WS-BOOKING-COUNT.

        2200-EXIT.
         EXIT.

        2210-COUNT-ONE-DAY.
         IF WS-BKG-DAY(WS-DAY-IDX) IS NOT EQUAL TO SPACE
          ADD 1 TO WS-DAY-COUNT
         END-IF.

        2210-EXIT.
         EXIT.

        2300-CHECK-SECTIONED.
         MOVE 'N' TO WS-SECTIONED.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           GO TO 2300-EXIT
         END-START.

         READ CRSSECT-FILE NEXT RECORD
          AT END
           GO TO 2300-EXIT
         END-READ.

         IF CRSSECT-COURSE IS EQUAL TO COURSEM-KEY
          MOVE 'Y' TO WS-SECTIONED
         END-IF.

        2300-EXIT.
         EXIT.

      * THE SORTED BOOKINGS ARE MATCHED AGAINST THE ROOM MASTER IN
      * ROOM ORDER. EVERY ROOM ON THE MASTER IS LISTED, BOOKED OR NOT;
      * A BOOKING IN A ROOM NOT ON THE MASTER IS LISTED AS UNKNOWN.
        3000-PRINT-ROOMS.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.
         PERFORM 3150-READ-ROOMMST THRU 3150-EXIT.

        3010-ROOM-LOOP.
         IF WS-ROOMMST-EOF IS EQUAL TO 'Y'
          GO TO 3050-TRAILING-ORPHANS
         END-IF.

         PERFORM 3200-PRINT-ONE-ROOM THRU 3200-EXIT.
         PERFORM 3150-READ-ROOMMST THRU 3150-EXIT.
         GO TO 3010-ROOM-LOOP.

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
         RETURN ROOM-SORT-FILE
          AT END
           MOVE 'Y' TO WS-SORT-EOF
         END-RETURN.

        3100-EXIT.
         EXIT.

        3150-READ-ROOMMST.
         READ ROOMMST-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-ROOMMST-EOF
         END-READ.

        3150-EXIT.
         EXIT.

        3200-PRINT-ONE-ROOM.
         IF WS-SORT-EOF IS EQUAL TO 'N' AND
            SORT-ROOM IS LESS THAN ROOMMST-ROOM
          PERFORM 3400-PRINT-ORPHAN THRU 3400-EXIT
          PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT
          GO TO 3200-PRINT-ONE-ROOM
         END-IF.

         ADD 1 TO WS-LISTED-COUNT.
         MOVE 0 TO WS-ROOM-CLASSES.
         MOVE 0 TO WS-ROOM-MINUTES.

         MOVE ROOMMST-ROOM TO WS-RM-ROOM.
         MOVE ROOMMST-BUILDING TO WS-RM-BUILDING.
         IF ROOMMST-TYPE IS EQUAL TO 'L'
          MOVE 'LAB' TO WS-RM-TYPE
         ELSE
         IF ROOMMST-TYPE IS EQUAL TO 'H'
          MOVE 'LECTURE HALL' TO WS-RM-TYPE
         ELSE
         IF ROOMMST-TYPE IS EQUAL TO 'S'
          MOVE 'SEMINAR' TO WS-RM-TYPE
         ELSE
          MOVE 'CLASSROOM' TO WS-RM-TYPE
         END-IF.
         MOVE ROOMMST-CAPACITY TO WS-RM-CAPACITY.
         MOVE SPACES TO WS-RM-STATUS.
         IF ROOMMST-STATUS IS EQUAL TO 'C'
          MOVE 'CLOSED' TO WS-RM-STATUS
         END-IF.
         WRITE RPT-LINE FROM WS-ROOM-LINE AFTER ADVANCING 2 LINES.

        3210-BOOKING-LOOP.
         IF WS-SORT-EOF IS EQUAL TO 'Y' OR
            SORT-ROOM IS NOT EQUAL TO ROOMMST-ROOM
          GO TO 3250-ROOM-TOTAL
         END-IF.

         IF WS-ROOM-CLASSES IS EQUAL TO 0
          WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 1 LINE
         END-IF.

         PERFORM 3300-PRINT-BOOKING THRU 3300-EXIT.
         PERFORM 3100-RETURN-SORT-REC THRU 3100-EXIT.
         GO TO 3210-BOOKING-LOOP.

        3250-ROOM-TOTAL.
         IF WS-ROOM-CLASSES IS EQUAL TO 0
          ADD 1 TO WS-IDLE-COUNT
          MOVE '  NO CLASSES BOOKED' TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 1 LINE
          GO TO 3200-EXIT
         END-IF.

         COMPUTE WS-ROOM-HOURS ROUNDED = WS-ROOM-MINUTES / 60.
         COMPUTE WS-ROOM-PCT ROUNDED =
           WS-ROOM-MINUTES * 100 / WS-WEEK-MINUTES.
         MOVE WS-ROOM-CLASSES TO WS-RT-CLASSES.
         MOVE WS-ROOM-HOURS TO WS-RT-HOURS.
         MOVE WS-ROOM-PCT TO WS-RT-PCT.
         WRITE RPT-LINE FROM WS-ROOM-TOTAL-LINE AFTER ADVANCING 1 LINE.
         ADD WS-ROOM-MINUTES TO WS-GRAND-MINUTES.

        3200-EXIT.
         EXIT.

        3300-PRINT-BOOKING.
         ADD 1 TO WS-ROOM-CLASSES.
         ADD SORT-MINUTES TO WS-ROOM-MINUTES.

         MOVE SORT-COURSE(1:4) TO WS-DET-COURSE-A.
         MOVE SORT-COURSE(5:4) TO WS-DET-COURSE-B.
         MOVE SORT-SECTION TO WS-DET-SECTION.
         MOVE SORT-DAYS TO WS-DET-DAYS.
         MOVE SORT-START TO WS-DET-START.
         MOVE SORT-END TO WS-DET-END.
         MOVE SORT-SEATS TO WS-DET-SEATS.
         COMPUTE WS-ROOM-HOURS ROUNDED = SORT-MINUTES / 60.
         MOVE WS-ROOM-HOURS TO WS-DET-HOURS.

         MOVE SPACES TO WS-DET-FLAG.
         IF SORT-MINUTES IS EQUAL TO 0
          MOVE 'NO SCHEDULE' TO WS-DET-FLAG
         END-IF.
         IF SORT-SEATS > ROOMMST-CAPACITY
          MOVE 'OVER CAPACITY' TO WS-DET-FLAG
          ADD 1 TO WS-OVER-COUNT
         END-IF.

         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        3300-EXIT.
         EXIT.

        3400-PRINT-ORPHAN.
         ADD 1 TO WS-ORPHAN-COUNT.
         MOVE SORT-ROOM TO WS-ORP-ROOM.
         MOVE SORT-COURSE TO WS-ORP-COURSE.
         MOVE SORT-SECTION TO WS-ORP-SECTION.
         WRITE RPT-LINE FROM WS-ORPHAN-LINE AFTER ADVANCING 2 LINES.

        3400-EXIT.
         EXIT.

        8000-PRINT-TOTALS.
         MOVE 'ROOMS LISTED' TO WS-TOT-LABEL.
         MOVE WS-LISTED-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'ROOMS WITH NO CLASSES' TO WS-TOT-LABEL.
         MOVE WS-IDLE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'CLASSES BOOKED' TO WS-TOT-LABEL.
         MOVE WS-BOOKING-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         COMPUTE WS-GRAND-HOURS ROUNDED = WS-GRAND-MINUTES / 60.
         MOVE 'HOURS BOOKED PER WEEK' TO WS-TOT-LABEL.
         MOVE WS-GRAND-HOURS TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'CLASSES OVER ROOM CAPACITY' TO WS-TOT-LABEL.
         MOVE WS-OVER-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'CLASSES IN UNKNOWN ROOMS' TO WS-TOT-LABEL.
         MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

        8000-EXIT.
         EXIT.

        8500-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         COMPUTE RUNCTL-READ-COUNT =
            WS-SECT-READ-COUNT + WS-CRS-READ-COUNT.
         MOVE WS-LISTED-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8500-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE ROOMMST-IN.
         CLOSE COURSEM-IN.
         CLOSE CRSSECT-FILE.
         CLOSE ROOM-RPT.
         CLOSE RUNCTL-FILE.

         DISPLAY 'RLPRG25 SECTIONS READ   ' WS-SECT-READ-COUNT.
         DISPLAY 'RLPRG25 COURSES READ    ' WS-CRS-READ-COUNT.
         DISPLAY 'RLPRG25 CLASSES BOOKED  ' WS-BOOKING-COUNT.

        9000-EXIT.
         EXIT.
