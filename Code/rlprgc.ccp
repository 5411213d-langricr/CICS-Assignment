         01  RECORD-FOUND                  PIC 9 VALUE 1.
         01  COURSE-FOUND                  PIC 9 VALUE 1.
         01  TERM-FOUND                    PIC 9 VALUE 0.
         01  HOLD-FOUND                    PIC 9 VALUE 0.
         01  WS-WORK-COURSE                PIC X(8).
         01  WS-COURSE-IDX                 PIC S9(4) COMP.
         01  WS-MATCH-IDX                  PIC S9(4) COMP.
         01  WS-OPER-USERID                PIC X(8).
         01  DAY-CLASH                     PIC 9 VALUE 0.
         01  WS-DAY-IDX                    PIC S9(4) COMP.
         01  SECT-FOUND                    PIC 9 VALUE 0.
         01  SEATS-OPEN                    PIC 9 VALUE 0.
         01  WS-WORK-SECTION               PIC X(2).
         01  WS-SECT-DELTA                 PIC S9 VALUE 0.
         01  WS-ADD-CREDITS                PIC S9(3) COMP-3.
         01  WS-LOAD-CREDITS               PIC S9(3) COMP-3.
         01  WS-LOAD-DISPLAY               PIC ZZ9.
         01  WS-ADD-SCHEDULE.
          05 WS-ADD-DAYS.
           10 WS-ADD-DAY OCCURS 5 TIMES   PIC X.
          05 WS-ADD-START                 PIC X(4).
          05 WS-ADD-END                   PIC X(4).
         01  WS-SLOT-SCHEDULE.
          05 WS-SLOT-DAYS.
           10 WS-SLOT-DAY OCCURS 5 TIMES  PIC X.
          05 WS-SLOT-START                PIC X(4).
          05 WS-SLOT-END                  PIC X(4).

         COPY 'STUFILE'.
         COPY 'COURSEM'.
         COPY 'SECPROF'.
         COPY 'ENRLXRF'.
         COPY 'CRSHIST'.
         COPY 'STUHOLD'.
         COPY 'REFREQ'.
         COPY 'CRSSECT'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 WAITLST-LENGTH                 PIC S9(4) COMP VALUE 46.
         01 GRADEF-LENGTH                  PIC S9(4) COMP VALUE 46.
         01 SECPROF-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.
         01 CRSHIST-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 STUHOLD-LENGTH                 PIC S9(4) COMP VALUE 80.
         01 REFREQ-LENGTH                  PIC S9(4) COMP VALUE 64.
         01 CRSSECT-LENGTH                 PIC S9(4) COMP VALUE 50.

      * AUTHORITY REFUSALS IN ONE DAY THAT LOCK A USERID.
         01 SECPROF-DENY-LIMIT             PIC S9(3) COMP-3 VALUE 5.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
        300-FIND-STUDENT.
         MOVE CRSAI TO WS-WORK-COURSE (1:4).
         MOVE CRSBI TO WS-WORK-COURSE (5:4).
         MOVE SPACES TO WS-WORK-SECTION.
         IF SECTL > 0
          MOVE SECTI TO WS-WORK-SECTION
         END-IF.
         MOVE STUNUMI TO STUFILE-STUDENT-NO.
         MOVE 1 TO RECORD-FOUND.

          EXEC CICS RETURN TRANSID ('RL06') END-EXEC
         END-IF.

         PERFORM 610-GET-ENROLLED-SECTION THRU 610-EXIT.

         MOVE SPACES TO STUFILE-COURSE-TABLE(WS-MATCH-IDX).
         MOVE 'DROP' TO WS-AUDIT-ACTION.
         GO TO 800-REWRITE-STUDENT.

      * A DROP FREES A SEAT IN THE SECTION THE STUDENT IS RECORDED IN
      * ON ENRLXRF, WHATEVER SECTION WAS KEYED.
        610-GET-ENROLLED-SECTION.
         MOVE SPACES TO WS-WORK-SECTION.
         EXEC CICS HANDLE CONDITION NOTFND(615-NO-XREF) END-EXEC.
         MOVE WS-WORK-COURSE TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         EXEC CICS READ FILE('ENRLXRF')
          INTO (ENRLXRF-RECORD)
          LENGTH (ENRLXRF-LENGTH)
          RIDFLD (ENRLXRF-KEY)
         END-EXEC.

         IF ENRLXRF-SECTION IS NOT EQUAL TO LOW-VALUES
          MOVE ENRLXRF-SECTION TO WS-WORK-SECTION
         END-IF.

        615-NO-XREF.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

        610-EXIT.
         EXIT.

        700-ADD-COURSE.
         IF WS-MATCH-IDX IS NOT EQUAL TO 0
          MOVE LOW-VALUES TO DROPADDO
          EXEC CICS RETURN TRANSID ('RL06') END-EXEC
         END-IF.

         PERFORM 725-CHECK-HOLDS THRU 725-EXIT.
         IF HOLD-FOUND IS EQUAL TO 1
          GO TO 787-HOLD-ON-FILE
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(770-BAD-COURSE) END-EXEC.

         MOVE WS-WORK-COURSE TO COURSEM-KEY.
          GO TO 785-RETIRED-COURSE
         END-IF.

         PERFORM 790-FIND-SECTION THRU 790-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(770-BAD-COURSE) END-EXEC.

         IF SEATS-OPEN IS EQUAL TO 0
          GO TO 780-COURSE-FULL
         END-IF.

         MOVE 0 TO WS-ADD-CREDITS.
         IF COURSEM-CREDIT-HRS IS NUMERIC
          MOVE COURSEM-CREDIT-HRS TO WS-ADD-CREDITS
         END-IF.

         PERFORM 750-CHECK-PREREQS THRU 750-EXIT.
         PERFORM 763-CHECK-CONFLICTS THRU 763-EXIT.
         PERFORM 767-CHECK-CREDIT-LOAD THRU 767-EXIT.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

         EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL06') END-EXEC.

        787-HOLD-ON-FILE.
         MOVE LOW-VALUES TO DROPADDO.
         MOVE 'COURSE ADDS BLOCKED - HOLD TYPE' TO MSGO (1:31).
         MOVE STUHOLD-TYPE TO MSGO (33:1).
         MOVE 'PLACED BY' TO MSGO (35:9).
         MOVE STUHOLD-OFFICE TO MSGO (45:10).
         EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL06') END-EXEC.

        750-CHECK-PREREQS.
         PERFORM 752-CHECK-ONE-PREREQ THRU 752-EXIT
          VARYING WS-PRQ-IDX FROM 1 BY 1
         END-EXEC.

         IF OVERRIDE-OK IS EQUAL TO 0
          PERFORM 9900-RECORD-DENIAL THRU 9900-EXIT
          MOVE LOW-VALUES TO DROPADDO
          MOVE 'YOU ARE NOT AUTHORIZED TO OVERRIDE PREREQUISITES'
           TO MSGO
          RIDFLD (SECPROF-USERID)
         END-EXEC.

         IF SECPROF-OVERRIDE-AUTH IS EQUAL TO 'Y' AND
            SECPROF-LOCKED IS NOT EQUAL TO 'Y'
          MOVE 1 TO OVERRIDE-OK
         END-IF.

         EXIT.

        763-CHECK-CONFLICTS.
         MOVE COURSEM-MEET-DAYS TO WS-ADD-DAYS.
         MOVE COURSEM-START-TIME TO WS-ADD-START.
         MOVE COURSEM-END-TIME TO WS-ADD-END.
         IF SECT-FOUND IS EQUAL TO 1
          MOVE CRSSECT-MEET-DAYS TO WS-ADD-DAYS
          MOVE CRSSECT-START-TIME TO WS-ADD-START
          MOVE CRSSECT-END-TIME TO WS-ADD-END
         END-IF.

         IF WS-ADD-START IS NOT NUMERIC
          GO TO 763-EXIT
         END-IF.

         PERFORM 764-CHECK-ONE-CONFLICT THRU 764-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          GO TO 764-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(764-EXIT) END-EXEC.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.

         EXEC CICS READ FILE('COURSEM')
          RIDFLD (COURSEM-KEY)
         END-EXEC.

         MOVE COURSEM-MEET-DAYS TO WS-SLOT-DAYS.
         MOVE COURSEM-START-TIME TO WS-SLOT-START.
         MOVE COURSEM-END-TIME TO WS-SLOT-END.
         PERFORM 769-GET-SLOT-SECTION THRU 769-EXIT.

         IF WS-SLOT-START IS NOT NUMERIC
          GO TO 764-EXIT
         END-IF.

          GO TO 764-EXIT
         END-IF.

         IF WS-ADD-START < WS-SLOT-END AND
            WS-SLOT-START < WS-ADD-END
          MOVE LOW-VALUES TO DROPADDO
          MOVE 'TIME CONFLICT WITH' TO MSGO (1:18)
          MOVE COURSEM-CODE-PART1 TO MSGO (20:4)

        766-COMPARE-ONE-DAY.
         IF WS-ADD-DAY(WS-DAY-IDX) IS NOT EQUAL TO SPACE AND
            WS-SLOT-DAY(WS-DAY-IDX) IS NOT EQUAL TO SPACE
          MOVE 1 TO DAY-CLASH
         END-IF.

        766-EXIT.
         EXIT.

      * A COURSE ALREADY TAKEN IN A SECTION MEETS ON THAT SECTION'S
      * SCHEDULE RATHER THAN THE COURSE MASTER'S.
        769-GET-SLOT-SECTION.
         EXEC CICS HANDLE CONDITION NOTFND(769-EXIT) END-EXEC.
         MOVE COURSEM-KEY TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         EXEC CICS READ FILE('ENRLXRF')
          INTO (ENRLXRF-RECORD)
          LENGTH (ENRLXRF-LENGTH)
          RIDFLD (ENRLXRF-KEY)
         END-EXEC.

         IF ENRLXRF-SECTION IS EQUAL TO SPACES OR
            ENRLXRF-SECTION IS EQUAL TO LOW-VALUES
          GO TO 769-EXIT
         END-IF.

         MOVE ENRLXRF-COURSE TO CRSSECT-COURSE.
         MOVE ENRLXRF-SECTION TO CRSSECT-SECTION.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         MOVE CRSSECT-MEET-DAYS TO WS-SLOT-DAYS.
         MOVE CRSSECT-START-TIME TO WS-SLOT-START.
         MOVE CRSSECT-END-TIME TO WS-SLOT-END.

        769-EXIT.
         EXIT.

      * THE ADD MAY NOT TAKE THE STUDENT PAST THE TERM MAXIMUM CREDIT
      * LOAD UNLESS AN OPERATOR WITH OVERRIDE AUTHORITY KEYS Y IN
      * OVERRIDE. THE CURRENT TERM RECORD IS STILL IN TERMCTL-RECORD.
        767-CHECK-CREDIT-LOAD.
         IF TERMCTL-MAX-LOAD IS NOT NUMERIC
          GO TO 767-EXIT
         END-IF.

         IF TERMCTL-MAX-LOAD IS EQUAL TO 0
          GO TO 767-EXIT
         END-IF.

         MOVE WS-ADD-CREDITS TO WS-LOAD-CREDITS.
         EXEC CICS HANDLE CONDITION NOTFND(768-EXIT) END-EXEC.

         PERFORM 768-ADD-ONE-CREDIT THRU 768-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

         IF WS-LOAD-CREDITS IS NOT GREATER THAN TERMCTL-MAX-LOAD
          GO TO 767-EXIT
         END-IF.

         IF OVRRDI IS NOT EQUAL TO 'Y'
          MOVE LOW-VALUES TO DROPADDO
          MOVE 'CREDIT LOAD' TO MSGO (1:11)
          MOVE WS-LOAD-CREDITS TO WS-LOAD-DISPLAY
          MOVE WS-LOAD-DISPLAY TO MSGO (13:3)
          MOVE 'OVER TERM MAXIMUM' TO MSGO (17:17)
          MOVE TERMCTL-MAX-LOAD TO WS-LOAD-DISPLAY
          MOVE WS-LOAD-DISPLAY TO MSGO (35:3)
          MOVE '- Y IN OVERRIDE TO FORCE' TO MSGO (39:24)
          EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL06') END-EXEC
         END-IF.

         PERFORM 756-CHECK-OPER-OVERRIDE THRU 756-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

         IF OVERRIDE-OK IS EQUAL TO 0
          PERFORM 9900-RECORD-DENIAL THRU 9900-EXIT
          MOVE LOW-VALUES TO DROPADDO
          MOVE 'YOU ARE NOT AUTHORIZED TO OVERRIDE THE CREDIT MAXIMUM'
           TO MSGO
          EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL06') END-EXEC
         END-IF.

         MOVE 'LOAD-OVRD' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

        767-EXIT.
         EXIT.

        768-ADD-ONE-CREDIT.
         IF STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO SPACES
          OR STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO
             LOW-VALUES
          GO TO 768-EXIT
         END-IF.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.

         EXEC CICS READ FILE('COURSEM')
          INTO (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
          RIDFLD (COURSEM-KEY)
         END-EXEC.

         IF COURSEM-CREDIT-HRS IS NUMERIC
          ADD COURSEM-CREDIT-HRS TO WS-LOAD-CREDITS
         END-IF.

        768-EXIT.
         EXIT.

        758-CHECK-HISTORY.
         MOVE 0 TO HIST-MET.
         EXEC CICS HANDLE CONDITION ENDFILE(760-HIST-END)
        758-EXIT.
         EXIT.

      * AN ACTIVE BLOCKING HOLD (STUHOLD) REFUSES ADDS, WAITLIST JOINS
      * AND WAITLIST PROMOTIONS FOR THE STUDENT. DROPS ARE NOT CHECKED.
        725-CHECK-HOLDS.
         MOVE 0 TO HOLD-FOUND.
         EXEC CICS HANDLE CONDITION ENDFILE(727-HOLD-BROWSE-END)
          NOTFND(728-HOLD-NONE) END-EXEC.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.

         EXEC CICS STARTBR FILE('STUHOLD')
          RIDFLD (STUHOLD-KEY)
          GTEQ
         END-EXEC.

        726-HOLD-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
         END-EXEC.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          EXEC CICS ENDBR FILE('STUHOLD') END-EXEC
          GO TO 725-EXIT
         END-IF.

         IF STUHOLD-STATUS IS NOT EQUAL TO 'A' OR
            STUHOLD-BLOCK-FLAG IS NOT EQUAL TO 'Y'
          GO TO 726-HOLD-BROWSE-LOOP
         END-IF.

         MOVE 1 TO HOLD-FOUND.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.
         GO TO 725-EXIT.

        727-HOLD-BROWSE-END.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.

        728-HOLD-NONE.

        725-EXIT.
         EXIT.

        730-FIND-CURRENT-TERM.
         MOVE 0 TO TERM-FOUND.
         EXEC CICS HANDLE CONDITION ENDFILE(737-TERM-BROWSE-END)
          EXEC CICS RETURN TRANSID ('RL06') END-EXEC
         END-IF.

         PERFORM 725-CHECK-HOLDS THRU 725-EXIT.
         IF HOLD-FOUND IS EQUAL TO 1
          GO TO 787-HOLD-ON-FILE
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(770-BAD-COURSE) END-EXEC.

         MOVE WS-WORK-COURSE TO COURSEM-KEY.
          GO TO 785-RETIRED-COURSE
         END-IF.

         PERFORM 790-FIND-SECTION THRU 790-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(770-BAD-COURSE) END-EXEC.

         IF SEATS-OPEN IS EQUAL TO 1
          MOVE LOW-VALUES TO DROPADDO
          MOVE WS-WORK-COURSE TO MSGO (1:8)
          MOVE 'HAS OPEN SEATS - USE ACTION A TO ENROL'
         MOVE WS-WORK-COURSE TO WAITLST-COURSE.
         ADD 1 WS-LAST-SEQ GIVING WAITLST-SEQ-NO.
         MOVE STUFILE-KEY TO WAITLST-STUDENT-KEY.
         MOVE WS-WORK-SECTION TO WAITLST-SECTION.
         MOVE WS-CURRENT-TERM TO WAITLST-TERM-CODE.
         MOVE EIBDATE TO WAITLST-ADD-DATE.
         MOVE EIBTIME TO WAITLST-ADD-TIME.
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL06') END-EXEC.

      * A COURSE WITH SECTIONS ON FILE MUST BE TAKEN IN A NAMED, OPEN
      * SECTION, WHICH IS LEFT IN CRSSECT-RECORD WITH SECT-FOUND SET.
      * A COURSE WITHOUT SECTIONS IS ENROLLED AT COURSE LEVEL. EITHER
      * WAY SEATS-OPEN TELLS WHETHER A SEAT IS FREE.
        790-FIND-SECTION.
         MOVE 0 TO SECT-FOUND.
         MOVE 0 TO SEATS-OPEN.
         IF WS-WORK-SECTION IS EQUAL TO SPACES
          GO TO 793-CHECK-ANY-SECTION
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(792-BAD-SECTION) END-EXEC.
         MOVE WS-WORK-COURSE TO CRSSECT-COURSE.
         MOVE WS-WORK-SECTION TO CRSSECT-SECTION.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         IF CRSSECT-STATUS IS EQUAL TO 'R'
          MOVE LOW-VALUES TO DROPADDO
          MOVE WS-WORK-COURSE TO MSGO (1:8)
          MOVE 'SECTION' TO MSGO (10:7)
          MOVE WS-WORK-SECTION TO MSGO (18:2)
          MOVE 'IS RETIRED - NOT OPEN FOR ENROLLMENT' TO MSGO (21:36)
          EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL06') END-EXEC
         END-IF.

         MOVE 1 TO SECT-FOUND.
         IF CRSSECT-ENROLLED IS LESS THAN CRSSECT-MAX-SEATS
          MOVE 1 TO SEATS-OPEN
         END-IF.
         GO TO 790-EXIT.

        792-BAD-SECTION.
         MOVE LOW-VALUES TO DROPADDO.
         MOVE WS-WORK-COURSE TO MSGO (1:8).
         MOVE 'SECTION' TO MSGO (10:7).
         MOVE WS-WORK-SECTION TO MSGO (18:2).
         MOVE 'IS NOT A SECTION OF THIS COURSE' TO MSGO (21:31).
         EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL06') END-EXEC.

        793-CHECK-ANY-SECTION.
         IF COURSEM-ENROLLED IS LESS THAN COURSEM-MAX-SEATS
          MOVE 1 TO SEATS-OPEN
         END-IF.

         EXEC CICS HANDLE CONDITION ENDFILE(794-SECT-BROWSE-END)
          NOTFND(790-EXIT) END-EXEC.
         MOVE WS-WORK-COURSE TO CRSSECT-COURSE.
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

         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

         IF CRSSECT-COURSE IS NOT EQUAL TO WS-WORK-COURSE
          GO TO 790-EXIT
         END-IF.

         MOVE LOW-VALUES TO DROPADDO.
         MOVE WS-WORK-COURSE TO MSGO (1:8).
         MOVE 'HAS SECTIONS - KEY THE SECTION NUMBER IN SECT'
          TO MSGO (10:45).
         EXEC CICS SEND MAP ('DROPADD') MAPSET ('RLMAP5') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL06') END-EXEC.

        794-SECT-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

        790-EXIT.
         EXIT.

        800-REWRITE-STUDENT.
         MOVE EIBDATE TO STUFILE-LAST-MAINT-DATE.
         MOVE EIBTIME TO STUFILE-LAST-MAINT-TIME.
         END-IF.
         IF WS-AUDIT-ACTION IS EQUAL TO 'DROP'
          PERFORM 9700-DELETE-XREF THRU 9700-EXIT
          PERFORM 9800-WRITE-REFUND-REQUEST THRU 9800-EXIT
         END-IF.

         MOVE 0 TO PROMOTE-DONE.
          IF COURSEM-ENROLLED > 0
           SUBTRACT 1 FROM COURSEM-ENROLLED
          END-IF
          MOVE -1 TO WS-SECT-DELTA
         ELSE
          ADD 1 TO COURSEM-ENROLLED
          MOVE 1 TO WS-SECT-DELTA
         END-IF.

         EXEC CICS REWRITE FILE('COURSEM')
          LENGTH (COURSEM-LENGTH)
         END-EXEC.

         PERFORM 825-ADJUST-SECTION THRU 825-EXIT.

        820-EXIT.
         EXIT.

        825-ADJUST-SECTION.
         IF WS-WORK-SECTION IS EQUAL TO SPACES
          GO TO 825-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(825-EXIT) END-EXEC.
         MOVE WS-WORK-COURSE TO CRSSECT-COURSE.
         MOVE WS-WORK-SECTION TO CRSSECT-SECTION.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
          UPDATE
         END-EXEC.

         ADD WS-SECT-DELTA TO CRSSECT-ENROLLED.
         IF CRSSECT-ENROLLED < 0
          MOVE 0 TO CRSSECT-ENROLLED
         END-IF.

         EXEC CICS REWRITE FILE('CRSSECT')
          FROM (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
         END-EXEC.

        825-EXIT.
         EXIT.

        840-PROMOTE-WAITLIST.
         EXEC CICS HANDLE CONDITION ENDFILE(843-PROMOTE-ENDBR)
          NOTFND(840-EXIT) END-EXEC.
          GTEQ
         END-EXEC.

      * THE FREED SEAT GOES TO THE FIRST ENTRY WAITING FOR THE SAME
      * SECTION OF THE COURSE. A STUDENT UNDER A BLOCKING HOLD IS
      * PASSED OVER, KEEPING THEIR PLACE, AND THE SEAT IS OFFERED TO
      * THE NEXT ENTRY.
        841-PROMOTE-SCAN.
         EXEC CICS READNEXT FILE('WAITLST')
          INTO (WAITLST-RECORD)
          LENGTH (WAITLST-LENGTH)
          RIDFLD (WAITLST-KEY)
         END-EXEC.

         IF WAITLST-COURSE IS NOT EQUAL TO WS-WORK-COURSE
          EXEC CICS ENDBR FILE('WAITLST') END-EXEC
          GO TO 840-EXIT
         END-IF.

         IF WAITLST-SECTION IS NOT EQUAL TO WS-WORK-SECTION
          GO TO 841-PROMOTE-SCAN
         END-IF.

         EXEC CICS ENDBR FILE('WAITLST') END-EXEC.

         EXEC CICS HANDLE CONDITION NOTFND(844-PROMOTE-GONE)
         END-EXEC.

          GO TO 844-PROMOTE-GONE
         END-IF.

         PERFORM 725-CHECK-HOLDS THRU 725-EXIT.
         IF HOLD-FOUND IS EQUAL TO 1
          GO TO 845-PROMOTE-SKIP-HELD
         END-IF.

         IF WS-EMPTY-IDX IS EQUAL TO 0
          GO TO 840-EXIT
         END-IF.
          LENGTH (COURSEM-LENGTH)
         END-EXEC.

         MOVE 1 TO WS-SECT-DELTA.
         PERFORM 825-ADJUST-SECTION THRU 825-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(840-EXIT) END-EXEC.

         EXEC CICS DELETE FILE('WAITLST')
          RIDFLD (WAITLST-KEY)
         END-EXEC.
         EXEC CICS ENDBR FILE('WAITLST') END-EXEC.
         GO TO 840-EXIT.

        845-PROMOTE-SKIP-HELD.
         EXEC CICS UNLOCK FILE('STUFILE') END-EXEC.
         IF WAITLST-SEQ-NO IS EQUAL TO 99999
          GO TO 840-EXIT
         END-IF.

         ADD 1 TO WAITLST-SEQ-NO.
         EXEC CICS HANDLE CONDITION ENDFILE(843-PROMOTE-ENDBR)
          NOTFND(840-EXIT) END-EXEC.

         EXEC CICS STARTBR FILE('WAITLST')
          RIDFLD (WAITLST-KEY)
          GTEQ
         END-EXEC.

         GO TO 841-PROMOTE-SCAN.

        844-PROMOTE-GONE.
         EXEC CICS DELETE FILE('WAITLST')
          RIDFLD (WAITLST-KEY)
         MOVE WS-WORK-COURSE TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE EIBDATE TO ENRLXRF-ADD-DATE.
         MOVE WS-WORK-SECTION TO ENRLXRF-SECTION.

         EXEC CICS WRITE FILE('ENRLXRF')
          FROM (ENRLXRF-RECORD)

        9700-EXIT.
         EXIT.

      * QUEUE THE DROP FOR THE NIGHTLY POSTING RUN, WHICH PRICES IT
      * FROM THE TERM REFUND SCHEDULE AND CREDITS THE ORIGINAL CHARGE.
        9800-WRITE-REFUND-REQUEST.
         PERFORM 730-FIND-CURRENT-TERM THRU 730-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND)
          DUPREC(9805-REFUND-DUP) END-EXEC.

         MOVE SPACES TO REFREQ-RECORD.
         MOVE STUFILE-KEY TO REFREQ-STUDENT-KEY.
         MOVE WS-WORK-COURSE TO REFREQ-COURSE.
         MOVE EIBDATE TO REFREQ-DROP-DATE.
         MOVE EIBTIME TO REFREQ-DROP-TIME.
         IF TERM-FOUND IS EQUAL TO 1
          MOVE WS-CURRENT-TERM TO REFREQ-TERM
         END-IF.
         MOVE 'D' TO REFREQ-SOURCE.
         EXEC CICS ASSIGN USERID(REFREQ-USERID) END-EXEC.
         MOVE 'P' TO REFREQ-STATUS.
         MOVE 0 TO REFREQ-PCT.
         MOVE 0 TO REFREQ-CHG-SEQ.
         MOVE 0 TO REFREQ-REFUND-AMT.
         MOVE 0 TO REFREQ-POSTED-DATE.

         EXEC CICS WRITE FILE('REFREQ')
          FROM (REFREQ-RECORD)
          LENGTH (REFREQ-LENGTH)
          RIDFLD (REFREQ-KEY)
         END-EXEC.

        9805-REFUND-DUP.

        9800-EXIT.
         EXIT.

      * COUNT AN AUTHORITY REFUSAL AGAINST THE OPERATOR'S PROFILE. THE
      * COUNT STARTS OVER EACH DAY; REACHING THE LIMIT LOCKS THE USERID
      * UNTIL AN ADMINISTRATOR UNLOCKS IT (RLPRGS).
        9900-RECORD-DENIAL.
         EXEC CICS HANDLE CONDITION NOTFND(9905-DENIAL-DONE) END-EXEC.
         EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
         MOVE WS-OPER-USERID TO SECPROF-USERID.

         EXEC CICS READ FILE('SECPROF')
          INTO (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
          RIDFLD (SECPROF-USERID)
          UPDATE
         END-EXEC.

         IF SECPROF-LOCKED IS EQUAL TO 'Y'
          EXEC CICS UNLOCK FILE('SECPROF') END-EXEC
          GO TO 9905-DENIAL-DONE
         END-IF.

         IF SECPROF-DENY-DATE IS NOT NUMERIC
          MOVE 0 TO SECPROF-DENY-DATE
         END-IF.
         IF SECPROF-DENY-COUNT IS NOT NUMERIC
          MOVE 0 TO SECPROF-DENY-COUNT
         END-IF.
         IF SECPROF-DENY-DATE IS NOT EQUAL TO EIBDATE
          MOVE EIBDATE TO SECPROF-DENY-DATE
          MOVE 0 TO SECPROF-DENY-COUNT
         END-IF.

         ADD 1 TO SECPROF-DENY-COUNT.
         IF SECPROF-DENY-COUNT IS NOT LESS THAN SECPROF-DENY-LIMIT
          MOVE 'Y' TO SECPROF-LOCKED
          MOVE EIBDATE TO SECPROF-LOCK-DATE
         END-IF.

         EXEC CICS REWRITE FILE('SECPROF')
          FROM (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
         END-EXEC.

         IF SECPROF-LOCKED IS EQUAL TO 'Y'
          MOVE SECPROF-USERID TO AUDITLOG-STUDENT-KEY
          MOVE 'SEC-LOCK' TO AUDITLOG-ACTION-CODE
          MOVE EIBTRMID TO AUDITLOG-TERM-ID
          MOVE WS-OPER-USERID TO AUDITLOG-USERID
          MOVE EIBTIME TO AUDITLOG-TIME
          MOVE EIBDATE TO AUDITLOG-DATE
          MOVE SPACES TO AUDITLOG-DETAIL
          EXEC CICS WRITE FILE('AUDITLOG')
           FROM (AUDITLOG-RECORD)
           LENGTH (AUDITLOG-LENGTH)
          END-EXEC
         END-IF.

        9905-DENIAL-DONE.

        9900-EXIT.
         EXIT.
