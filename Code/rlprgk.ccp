
         01  COURSE-FOUND                  PIC 9 VALUE 1.
         01  DUPREC-FOUND                  PIC 9 VALUE 0.
         01  SECT-FOUND                    PIC 9 VALUE 1.
         01  WS-SECT-SEATS                 PIC S9(7) COMP-3.
         01  WS-SEATS                      PIC 9(5).
         01  WS-CREDITS                    PIC 9(2).
         01  WS-FEE-IN                     PIC X(7).
         01  WS-FEE-IN-NUM REDEFINES WS-FEE-IN PIC 9(5)V99.
         01  ROOM-FOUND                    PIC 9 VALUE 1.
         01  COURSE-SECTIONED              PIC 9 VALUE 0.
         01  DAY-CLASH                     PIC 9 VALUE 0.
         01  ROOM-CLASH                    PIC 9 VALUE 0.
         01  WS-DAY-IDX                    PIC S9(4) COMP.
         01  WS-CHK-SEATS                  PIC S9(5) COMP-3.
         01  WS-CAP-DISPLAY                PIC ZZZZ9.
         01  WS-PROBE-COURSE               PIC X(8).
         01  WS-CHK-BOOKING.
          05 WS-CHK-COURSE                PIC X(8).
          05 WS-CHK-SECTION               PIC X(2).
          05 WS-CHK-ROOM                  PIC X(6).
          05 WS-CHK-DAYS.
           10 WS-CHK-DAY OCCURS 5 TIMES   PIC X.
          05 WS-CHK-START                 PIC X(4).
          05 WS-CHK-END                   PIC X(4).
         01  WS-SLOT-SCHEDULE.
          05 WS-SLOT-DAYS.
           10 WS-SLOT-DAY OCCURS 5 TIMES  PIC X.
          05 WS-SLOT-START                PIC X(4).
          05 WS-SLOT-END                  PIC X(4).

         COPY 'COURSEM'.
         COPY 'CRSSECT'.
         COPY 'ROOMMST'.

         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 CRSSECT-LENGTH                 PIC S9(4) COMP VALUE 50.
         01 ROOMMST-LENGTH                 PIC S9(4) COMP VALUE 40.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          END-IF
         END-IF.

         MOVE 0 TO WS-CREDITS.

         IF CREDL > 0
          IF CREDI IS NOT NUMERIC
           MOVE LOW-VALUES TO CRSMNTO
           MOVE 'CREDIT HOURS MUST BE NUMERIC' TO MSGO
           EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8')
           END-EXEC
           EXEC CICS RETURN TRANSID ('RL10') END-EXEC
          ELSE
           MOVE CREDI TO WS-CREDITS
          END-IF
         END-IF.

         IF STIMEL > 0 OR ETIMEL > 0
          IF STIMEI IS NOT NUMERIC OR ETIMEI IS NOT NUMERIC
           MOVE LOW-VALUES TO CRSMNTO
          END-IF
         END-IF.

         IF SECTL > 0
          GO TO 600-SECTION-MAINT
         END-IF.

         IF ACTIONI IS EQUAL TO 'A'
          GO TO 300-ADD-COURSE
         ELSE
          EXEC CICS RETURN TRANSID ('RL10') END-EXEC
         END-IF.

         MOVE CRSAI TO WS-CHK-COURSE (1:4).
         MOVE CRSBI TO WS-CHK-COURSE (5:4).
         MOVE SPACES TO WS-CHK-SECTION.
         MOVE WS-SEATS TO WS-CHK-SEATS.
         MOVE SPACES TO WS-CHK-DAYS.
         MOVE SPACES TO WS-CHK-START.
         MOVE SPACES TO WS-CHK-END.
         MOVE SPACES TO WS-CHK-ROOM.
         IF DAYSL > 0
          MOVE DAYSI TO WS-CHK-DAYS
         END-IF.
         IF STIMEL > 0
          MOVE STIMEI TO WS-CHK-START
          MOVE ETIMEI TO WS-CHK-END
         END-IF.
         IF ROOML > 0
          MOVE ROOMI TO WS-CHK-ROOM
         END-IF.
         PERFORM 700-CHECK-ROOM THRU 700-EXIT.

         MOVE CRSAI TO COURSEM-CODE-PART1.
         MOVE CRSBI TO COURSEM-CODE-PART2.
         MOVE TITLEI TO COURSEM-TITLE.
         MOVE 0 TO COURSEM-ENROLLED.
         MOVE 'A' TO COURSEM-STATUS.
         MOVE WS-FEE-IN-NUM TO COURSEM-COURSE-FEE.
         MOVE WS-CREDITS TO COURSEM-CREDIT-HRS.
         MOVE SPACES TO COURSEM-PREREQ-TABLE.
         IF PRQ1L > 0
          MOVE PRQ1I TO COURSEM-PREREQ(1)
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        400-CHANGE-COURSE.
         IF ACTIONI IS EQUAL TO 'O'
          PERFORM 420-CHECK-COURSE-ROOM THRU 420-EXIT
         END-IF.
         IF ACTIONI IS EQUAL TO 'C'
          IF MAXSEATL > 0 OR DAYSL > 0 OR STIMEL > 0 OR ROOML > 0
           PERFORM 420-CHECK-COURSE-ROOM THRU 420-EXIT
          END-IF
         END-IF.

         MOVE CRSAI TO COURSEM-CODE-PART1.
         MOVE CRSBI TO COURSEM-CODE-PART2.
         MOVE 1 TO COURSE-FOUND.
          IF FEEL > 0
           MOVE WS-FEE-IN-NUM TO COURSEM-COURSE-FEE
          END-IF
          IF CREDL > 0
           MOVE WS-CREDITS TO COURSEM-CREDIT-HRS
          END-IF
          IF PRQ1L > 0
           MOVE PRQ1I TO COURSEM-PREREQ(1)
          END-IF
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

      * THE ROOM CHECK BROWSES THE COURSE MASTER, SO IT IS MADE ON A
      * PLAIN READ OF THE COURSE WITH THE KEYED CHANGES LAID OVER IT,
      * BEFORE THE RECORD IS READ FOR UPDATE.
        420-CHECK-COURSE-ROOM.
         MOVE CRSAI TO COURSEM-CODE-PART1.
         MOVE CRSBI TO COURSEM-CODE-PART2.
         MOVE 1 TO COURSE-FOUND.

         EXEC CICS READ FILE('COURSEM')
          INTO (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
          RIDFLD (COURSEM-KEY)
         END-EXEC.

         IF COURSE-FOUND IS EQUAL TO 0
          GO TO 550-COURSE-NOT-FOUND
         END-IF.

      * ONCE A COURSE HAS SECTIONS ITS SEAT COUNT IS THE TOTAL OF THE
      * SECTIONS, SO IT IS NOT KEYED AGAINST THE COURSE ITSELF.
         IF ACTIONI IS EQUAL TO 'C' AND MAXSEATL > 0
          MOVE COURSEM-KEY TO WS-PROBE-COURSE
          PERFORM 710-CHECK-SECTIONED THRU 710-EXIT
          EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC
          IF COURSE-SECTIONED IS EQUAL TO 1
           MOVE LOW-VALUES TO CRSMNTO
           MOVE 'SEATS ARE SET PER SECTION' TO MSGO
           EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC
           EXEC CICS RETURN TRANSID ('RL10') END-EXEC
          END-IF
         END-IF.

         MOVE COURSEM-KEY TO WS-CHK-COURSE.
         MOVE SPACES TO WS-CHK-SECTION.
         MOVE COURSEM-MAX-SEATS TO WS-CHK-SEATS.
         MOVE COURSEM-MEET-DAYS TO WS-CHK-DAYS.
         MOVE COURSEM-START-TIME TO WS-CHK-START.
         MOVE COURSEM-END-TIME TO WS-CHK-END.
         MOVE COURSEM-ROOM TO WS-CHK-ROOM.
         IF ACTIONI IS EQUAL TO 'C'
          IF MAXSEATL > 0
           MOVE WS-SEATS TO WS-CHK-SEATS
          END-IF
          IF DAYSL > 0
           MOVE DAYSI TO WS-CHK-DAYS
          END-IF
          IF STIMEL > 0
           MOVE STIMEI TO WS-CHK-START
           MOVE ETIMEI TO WS-CHK-END
          END-IF
          IF ROOML > 0
           MOVE ROOMI TO WS-CHK-ROOM
          END-IF
         END-IF.

         PERFORM 700-CHECK-ROOM THRU 700-EXIT.

        420-EXIT.
         EXIT.

        450-NOTFND.
         MOVE 0 TO COURSE-FOUND.

         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

      * A SECTION NUMBER KEYED WITH THE COURSE MAINTAINS THAT SECTION
      * ONLY - SEATS, DAYS, TIMES AND ROOM APPLY TO THE SECTION AND THE
      * COURSE-LEVEL FIELDS ARE LEFT ALONE. THE COURSE MUST ALREADY BE
      * ON THE COURSE MASTER. AFTER EVERY SECTION CHANGE THE COURSE
      * SEAT COUNT IS RESET TO THE TOTAL OF ITS OPEN SECTIONS.
        600-SECTION-MAINT.
         MOVE CRSAI TO COURSEM-CODE-PART1.
         MOVE CRSBI TO COURSEM-CODE-PART2.
         MOVE 1 TO COURSE-FOUND.

         EXEC CICS READ FILE('COURSEM')
          INTO (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
          RIDFLD (COURSEM-KEY)
         END-EXEC.

         IF COURSE-FOUND IS EQUAL TO 0
          GO TO 550-COURSE-NOT-FOUND
         END-IF.

         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE SECTI TO CRSSECT-SECTION.

         IF ACTIONI IS EQUAL TO 'A'
          GO TO 610-ADD-SECTION
         ELSE
          GO TO 620-CHANGE-SECTION
         END-IF.

        610-ADD-SECTION.
         IF MAXSEATL IS EQUAL TO 0 OR WS-SEATS IS EQUAL TO 0
          MOVE LOW-VALUES TO CRSMNTO
          MOVE 'ENTER A MAXIMUM SEAT COUNT GREATER THAN ZERO' TO MSGO
          EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL10') END-EXEC
         END-IF.

         MOVE COURSEM-KEY TO WS-CHK-COURSE.
         MOVE SECTI TO WS-CHK-SECTION.
         MOVE WS-SEATS TO WS-CHK-SEATS.
         MOVE SPACES TO WS-CHK-DAYS.
         MOVE SPACES TO WS-CHK-START.
         MOVE SPACES TO WS-CHK-END.
         MOVE SPACES TO WS-CHK-ROOM.
         IF DAYSL > 0
          MOVE DAYSI TO WS-CHK-DAYS
         END-IF.
         IF STIMEL > 0
          MOVE STIMEI TO WS-CHK-START
          MOVE ETIMEI TO WS-CHK-END
         END-IF.
         IF ROOML > 0
          MOVE ROOMI TO WS-CHK-ROOM
         END-IF.
         PERFORM 700-CHECK-ROOM THRU 700-EXIT.

         MOVE WS-SEATS TO CRSSECT-MAX-SEATS.
         MOVE 0 TO CRSSECT-ENROLLED.
         MOVE 'A' TO CRSSECT-STATUS.
         MOVE SPACES TO CRSSECT-MEET-DAYS.
         MOVE SPACES TO CRSSECT-START-TIME.
         MOVE SPACES TO CRSSECT-END-TIME.
         MOVE SPACES TO CRSSECT-ROOM.
         IF DAYSL > 0
          MOVE DAYSI TO CRSSECT-MEET-DAYS
         END-IF.
         IF STIMEL > 0
          MOVE STIMEI TO CRSSECT-START-TIME
          MOVE ETIMEI TO CRSSECT-END-TIME
         END-IF.
         IF ROOML > 0
          MOVE ROOMI TO CRSSECT-ROOM
         END-IF.

         EXEC CICS HANDLE CONDITION DUPREC(660-SECT-DUPREC) END-EXEC.

         EXEC CICS WRITE FILE('CRSSECT')
          FROM (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         PERFORM 680-TOTAL-SECTION-SEATS THRU 680-EXIT.

         MOVE LOW-VALUES TO CRSMNTO.
         MOVE 'SECTION ADDED' TO MSGO.
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        620-CHANGE-SECTION.
         IF ACTIONI IS EQUAL TO 'O'
          PERFORM 630-CHECK-SECTION-ROOM THRU 630-EXIT
         END-IF.
         IF ACTIONI IS EQUAL TO 'C'
          IF MAXSEATL > 0 OR DAYSL > 0 OR STIMEL > 0 OR ROOML > 0
           PERFORM 630-CHECK-SECTION-ROOM THRU 630-EXIT
          END-IF
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(650-SECT-NOTFND) END-EXEC.
         MOVE 1 TO SECT-FOUND.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
          UPDATE
         END-EXEC.

         IF SECT-FOUND IS EQUAL TO 0
          GO TO 655-SECTION-NOT-FOUND
         END-IF.

         IF ACTIONI IS EQUAL TO 'R'
          MOVE 'R' TO CRSSECT-STATUS
         END-IF.
         IF ACTIONI IS EQUAL TO 'O'
          MOVE 'A' TO CRSSECT-STATUS
         END-IF.
         IF ACTIONI IS EQUAL TO 'C'
          IF MAXSEATL > 0
           MOVE WS-SEATS TO CRSSECT-MAX-SEATS
          END-IF
          IF DAYSL > 0
           MOVE DAYSI TO CRSSECT-MEET-DAYS
          END-IF
          IF STIMEL > 0
           MOVE STIMEI TO CRSSECT-START-TIME
           MOVE ETIMEI TO CRSSECT-END-TIME
          END-IF
          IF ROOML > 0
           MOVE ROOMI TO CRSSECT-ROOM
          END-IF
         END-IF.

         EXEC CICS REWRITE FILE('CRSSECT')
          FROM (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
         END-EXEC.

         PERFORM 680-TOTAL-SECTION-SEATS THRU 680-EXIT.

         MOVE LOW-VALUES TO CRSMNTO.
         IF ACTIONI IS EQUAL TO 'R'
          MOVE 'SECTION RETIRED' TO MSGO
         ELSE
         IF ACTIONI IS EQUAL TO 'O'
          MOVE 'SECTION REOPENED' TO MSGO
         ELSE
          MOVE 'SECTION CHANGED' TO MSGO
         END-IF.
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        630-CHECK-SECTION-ROOM.
         EXEC CICS HANDLE CONDITION NOTFND(650-SECT-NOTFND) END-EXEC.
         MOVE 1 TO SECT-FOUND.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         IF SECT-FOUND IS EQUAL TO 0
          GO TO 655-SECTION-NOT-FOUND
         END-IF.

         MOVE CRSSECT-COURSE TO WS-CHK-COURSE.
         MOVE CRSSECT-SECTION TO WS-CHK-SECTION.
         MOVE CRSSECT-MAX-SEATS TO WS-CHK-SEATS.
         MOVE CRSSECT-MEET-DAYS TO WS-CHK-DAYS.
         MOVE CRSSECT-START-TIME TO WS-CHK-START.
         MOVE CRSSECT-END-TIME TO WS-CHK-END.
         MOVE CRSSECT-ROOM TO WS-CHK-ROOM.
         IF ACTIONI IS EQUAL TO 'C'
          IF MAXSEATL > 0
           MOVE WS-SEATS TO WS-CHK-SEATS
          END-IF
          IF DAYSL > 0
           MOVE DAYSI TO WS-CHK-DAYS
          END-IF
          IF STIMEL > 0
           MOVE STIMEI TO WS-CHK-START
           MOVE ETIMEI TO WS-CHK-END
          END-IF
          IF ROOML > 0
           MOVE ROOMI TO WS-CHK-ROOM
          END-IF
         END-IF.

         PERFORM 700-CHECK-ROOM THRU 700-EXIT.

        630-EXIT.
         EXIT.

        650-SECT-NOTFND.
         MOVE 0 TO SECT-FOUND.

        655-SECTION-NOT-FOUND.
         MOVE LOW-VALUES TO CRSMNTO.
         MOVE 'SECTION NOT ON FILE - USE ACTION A TO ADD IT' TO MSGO.
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        660-SECT-DUPREC.
         MOVE LOW-VALUES TO CRSMNTO.
         MOVE 'SECTION ALREADY EXISTS - USE ACTION C TO CHANGE IT'
          TO MSGO.
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        680-TOTAL-SECTION-SEATS.
         MOVE 0 TO WS-SECT-SEATS.
         EXEC CICS HANDLE CONDITION ENDFILE(684-SECT-BROWSE-END)
          NOTFND(685-SECT-BROWSE-NONE) END-EXEC.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         EXEC CICS STARTBR FILE('CRSSECT')
          RIDFLD (CRSSECT-KEY)
          GTEQ
         END-EXEC.

        682-SECT-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         IF CRSSECT-COURSE IS NOT EQUAL TO COURSEM-KEY
          EXEC CICS ENDBR FILE('CRSSECT') END-EXEC
          GO TO 686-UPDATE-COURSE-SEATS
         END-IF.

         IF CRSSECT-STATUS IS NOT EQUAL TO 'R'
          ADD CRSSECT-MAX-SEATS TO WS-SECT-SEATS
         END-IF.

         GO TO 682-SECT-BROWSE-LOOP.

        684-SECT-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

        685-SECT-BROWSE-NONE.

        686-UPDATE-COURSE-SEATS.
         EXEC CICS HANDLE CONDITION NOTFND(680-EXIT) END-EXEC.

         EXEC CICS READ FILE('COURSEM')
          INTO (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
          RIDFLD (COURSEM-KEY)
          UPDATE
         END-EXEC.

         MOVE WS-SECT-SEATS TO COURSEM-MAX-SEATS.

         EXEC CICS REWRITE FILE('COURSEM')
          FROM (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
         END-EXEC.

        680-EXIT.
         EXIT.

      * A ROOM KEYED FOR A COURSE OR SECTION MUST BE AN OPEN ROOM ON
      * THE ROOM MASTER, BIG ENOUGH FOR THE SEAT COUNT, AND FREE AT THE
      * MEETING TIMES - NO OTHER ACTIVE COURSE OR SECTION MAY MEET IN
      * IT ON A SHARED DAY AT AN OVERLAPPING TIME. THE CANDIDATE IS IN
      * WS-CHK-BOOKING (SECTION SPACES FOR THE COURSE ITSELF). ONCE A
      * COURSE HAS SECTIONS ITS OWN SCHEDULE AND SEAT TOTAL ARE NOT
      * BOOKINGS - THE SECTIONS ARE - SO ONLY THE ROOM ITSELF IS
      * CHECKED FOR IT. A REFUSAL SENDS THE MESSAGE AND ENDS THE TASK;
      * OTHERWISE THE COURSE AND SECTION KEYS ARE PUT BACK FROM THE
      * CANDIDATE, SINCE THE BROWSES OVERLAY BOTH RECORDS.
        700-CHECK-ROOM.
         IF WS-CHK-ROOM IS EQUAL TO SPACES OR
            WS-CHK-ROOM IS EQUAL TO LOW-VALUES
          GO TO 700-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(770-ROOM-NOTFND) END-EXEC.
         MOVE 1 TO ROOM-FOUND.
         MOVE WS-CHK-ROOM TO ROOMMST-ROOM.

         EXEC CICS READ FILE('ROOMMST')
          INTO (ROOMMST-RECORD)
          LENGTH (ROOMMST-LENGTH)
          RIDFLD (ROOMMST-KEY)
         END-EXEC.

         IF ROOM-FOUND IS EQUAL TO 0
          GO TO 775-ROOM-NOT-ON-FILE
         END-IF.

         IF ROOMMST-STATUS IS EQUAL TO 'C'
          MOVE LOW-VALUES TO CRSMNTO
          MOVE 'ROOM' TO MSGO (1:4)
          MOVE WS-CHK-ROOM TO MSGO (6:6)
          MOVE 'IS CLOSED - CHOOSE ANOTHER ROOM' TO MSGO (13:31)
          EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC
          EXEC CICS RETURN TRANSID ('RL10') END-EXEC
         END-IF.

         MOVE 0 TO COURSE-SECTIONED.
         IF WS-CHK-SECTION IS EQUAL TO SPACES
          MOVE WS-CHK-COURSE TO WS-PROBE-COURSE
          PERFORM 710-CHECK-SECTIONED THRU 710-EXIT
         END-IF.

         IF COURSE-SECTIONED IS EQUAL TO 1
          GO TO 790-RESTORE-KEYS
         END-IF.

         IF WS-CHK-SEATS > ROOMMST-CAPACITY
          MOVE ROOMMST-CAPACITY TO WS-CAP-DISPLAY
          MOVE LOW-VALUES TO CRSMNTO
          MOVE 'SEATS EXCEED THE CAPACITY OF ROOM' TO MSGO (1:33)
          MOVE WS-CHK-ROOM TO MSGO (35:6)
          MOVE '-' TO MSGO (42:1)
          MOVE WS-CAP-DISPLAY TO MSGO (44:5)
          MOVE 'SEATS' TO MSGO (50:5)
          EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC
          EXEC CICS RETURN TRANSID ('RL10') END-EXEC
         END-IF.

         IF WS-CHK-START IS NOT NUMERIC OR
            WS-CHK-END IS NOT NUMERIC OR
            WS-CHK-DAYS IS EQUAL TO SPACES
          GO TO 790-RESTORE-KEYS
         END-IF.

         PERFORM 720-CHECK-COURSE-BOOKINGS THRU 720-EXIT.
         PERFORM 740-CHECK-SECTION-BOOKINGS THRU 740-EXIT.

        790-RESTORE-KEYS.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         MOVE WS-CHK-COURSE TO COURSEM-KEY.
         MOVE WS-CHK-COURSE TO CRSSECT-COURSE.
         MOVE WS-CHK-SECTION TO CRSSECT-SECTION.

        700-EXIT.
         EXIT.

      * SETS COURSE-SECTIONED WHEN WS-PROBE-COURSE HAS ANY SECTION ON
      * THE SECTION FILE.
        710-CHECK-SECTIONED.
         MOVE 0 TO COURSE-SECTIONED.
         EXEC CICS HANDLE CONDITION ENDFILE(714-PROBE-END)
          NOTFND(710-EXIT) END-EXEC.
         MOVE WS-PROBE-COURSE TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         EXEC CICS STARTBR FILE('CRSSECT')
          RIDFLD (CRSSECT-KEY)
          GTEQ
         END-EXEC.

         EXEC CICS READNEXT FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         IF CRSSECT-COURSE IS EQUAL TO WS-PROBE-COURSE
          MOVE 1 TO COURSE-SECTIONED
         END-IF.

        714-PROBE-END.
         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

        710-EXIT.
         EXIT.

        720-CHECK-COURSE-BOOKINGS.
         EXEC CICS HANDLE CONDITION ENDFILE(728-CRS-BROWSE-END)
          NOTFND(720-EXIT) END-EXEC.
         MOVE LOW-VALUES TO COURSEM-KEY.

         EXEC CICS STARTBR FILE('COURSEM')
          RIDFLD (COURSEM-KEY)
          GTEQ
         END-EXEC.

        722-CRS-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('COURSEM')
          INTO (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
          RIDFLD (COURSEM-KEY)
         END-EXEC.

         IF COURSEM-KEY IS EQUAL TO WS-CHK-COURSE OR
            COURSEM-STATUS IS EQUAL TO 'R' OR
            COURSEM-ROOM IS NOT EQUAL TO WS-CHK-ROOM OR
            COURSEM-START-TIME IS NOT NUMERIC OR
            COURSEM-END-TIME IS NOT NUMERIC
          GO TO 722-CRS-BROWSE-LOOP
         END-IF.

         MOVE COURSEM-MEET-DAYS TO WS-SLOT-DAYS.
         MOVE COURSEM-START-TIME TO WS-SLOT-START.
         MOVE COURSEM-END-TIME TO WS-SLOT-END.
         PERFORM 760-COMPARE-SLOT THRU 760-EXIT.

         IF ROOM-CLASH IS EQUAL TO 0
          GO TO 722-CRS-BROWSE-LOOP
         END-IF.

         MOVE COURSEM-KEY TO WS-PROBE-COURSE.
         PERFORM 710-CHECK-SECTIONED THRU 710-EXIT.
         EXEC CICS HANDLE CONDITION ENDFILE(728-CRS-BROWSE-END)
          NOTFND(720-EXIT) END-EXEC.

         IF COURSE-SECTIONED IS EQUAL TO 1
          GO TO 722-CRS-BROWSE-LOOP
         END-IF.

         EXEC CICS ENDBR FILE('COURSEM') END-EXEC.
         MOVE LOW-VALUES TO CRSMNTO.
         MOVE 'ROOM' TO MSGO (1:4).
         MOVE WS-CHK-ROOM TO MSGO (6:6).
         MOVE 'IS BOOKED AT THAT TIME BY' TO MSGO (13:25).
         MOVE COURSEM-CODE-PART1 TO MSGO (39:4).
         MOVE '-' TO MSGO (43:1).
         MOVE COURSEM-CODE-PART2 TO MSGO (44:4).
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        728-CRS-BROWSE-END.
         EXEC CICS ENDBR FILE('COURSEM') END-EXEC.

        720-EXIT.
         EXIT.

      * SECTIONS OF THE SAME COURSE MAY NOT SHARE A ROOM AT THE SAME
      * TIME EITHER; ONLY THE CANDIDATE SECTION ITSELF IS PASSED OVER.
        740-CHECK-SECTION-BOOKINGS.
         EXEC CICS HANDLE CONDITION ENDFILE(748-SECT-BROWSE-END)
          NOTFND(740-EXIT) END-EXEC.
         MOVE LOW-VALUES TO CRSSECT-KEY.

         EXEC CICS STARTBR FILE('CRSSECT')
          RIDFLD (CRSSECT-KEY)
          GTEQ
         END-EXEC.

        742-SECT-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         IF CRSSECT-COURSE IS EQUAL TO WS-CHK-COURSE AND
            CRSSECT-SECTION IS EQUAL TO WS-CHK-SECTION
          GO TO 742-SECT-BROWSE-LOOP
         END-IF.

         IF CRSSECT-STATUS IS EQUAL TO 'R' OR
            CRSSECT-ROOM IS NOT EQUAL TO WS-CHK-ROOM OR
            CRSSECT-START-TIME IS NOT NUMERIC OR
            CRSSECT-END-TIME IS NOT NUMERIC
          GO TO 742-SECT-BROWSE-LOOP
         END-IF.

         MOVE CRSSECT-MEET-DAYS TO WS-SLOT-DAYS.
         MOVE CRSSECT-START-TIME TO WS-SLOT-START.
         MOVE CRSSECT-END-TIME TO WS-SLOT-END.
         PERFORM 760-COMPARE-SLOT THRU 760-EXIT.

         IF ROOM-CLASH IS EQUAL TO 0
          GO TO 742-SECT-BROWSE-LOOP
         END-IF.

         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.
         MOVE LOW-VALUES TO CRSMNTO.
         MOVE 'ROOM' TO MSGO (1:4).
         MOVE WS-CHK-ROOM TO MSGO (6:6).
         MOVE 'IS BOOKED AT THAT TIME BY' TO MSGO (13:25).
         MOVE CRSSECT-COURSE (1:4) TO MSGO (39:4).
         MOVE '-' TO MSGO (43:1).
         MOVE CRSSECT-COURSE (5:4) TO MSGO (44:4).
         MOVE 'SECTION' TO MSGO (49:7).
         MOVE CRSSECT-SECTION TO MSGO (57:2).
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        748-SECT-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

        740-EXIT.
         EXIT.

        760-COMPARE-SLOT.
         MOVE 0 TO ROOM-CLASH.
         MOVE 0 TO DAY-CLASH.
         PERFORM 766-COMPARE-ONE-DAY THRU 766-EXIT
          VARYING WS-DAY-IDX FROM 1 BY 1
          UNTIL WS-DAY-IDX > 5.

         IF DAY-CLASH IS EQUAL TO 0
          GO TO 760-EXIT
         END-IF.

         IF WS-CHK-START < WS-SLOT-END AND
            WS-SLOT-START < WS-CHK-END
          MOVE 1 TO ROOM-CLASH
         END-IF.

        760-EXIT.
         EXIT.

        766-COMPARE-ONE-DAY.
         IF WS-CHK-DAY(WS-DAY-IDX) IS NOT EQUAL TO SPACE AND
            WS-SLOT-DAY(WS-DAY-IDX) IS NOT EQUAL TO SPACE
          MOVE 1 TO DAY-CLASH
         END-IF.

        766-EXIT.
         EXIT.

        770-ROOM-NOTFND.
         MOVE 0 TO ROOM-FOUND.

        775-ROOM-NOT-ON-FILE.
         MOVE LOW-VALUES TO CRSMNTO.
         MOVE 'ROOM' TO MSGO (1:4).
         MOVE WS-CHK-ROOM TO MSGO (6:6).
         MOVE 'IS NOT ON THE ROOM MASTER' TO MSGO (13:25).
         EXEC CICS SEND MAP ('CRSMNT') MAPSET ('RLMAP8') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL10') END-EXEC.

        900-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
