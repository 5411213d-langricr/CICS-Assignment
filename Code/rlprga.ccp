         01  DUPREC-FOUND                  PIC 9 VALUE 0.
         01  COURSE-FOUND                  PIC 9 VALUE 1.
         01  TERM-FOUND                    PIC 9 VALUE 0.
         01  HOLD-FOUND                    PIC 9 VALUE 0.
         01  OVERRIDE-OK                   PIC 9 VALUE 0.
         01  LOAD-OVERRIDDEN               PIC 9 VALUE 0.
         01  SECT-FOUND                    PIC 9 VALUE 0.
         01  WS-BAD-COURSE                 PIC X(8).
         01  WS-COURSE-IDX                 PIC S9(4) COMP.
         01  WS-AUDIT-ACTION                PIC X(10).
         01  WS-CURRENT-TERM               PIC X(6).
         01  WS-OPER-USERID                PIC X(8).
         01  WS-LOAD-CREDITS               PIC S9(3) COMP-3.
         01  WS-LOAD-DISPLAY               PIC ZZ9.
         01  WS-SECTION-TABLE.
          05 WS-SECTION OCCURS 10 TIMES    PIC X(2).

         COPY 'STUFILE'.
         COPY 'COURSEM'.
         COPY 'AUDITLOG'.
         COPY 'TERMCTL'.
         COPY 'ENRLXRF'.
         COPY 'STUHOLD'.
         COPY 'SECPROF'.
         COPY 'CRSSECT'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.
         01 STUHOLD-LENGTH                 PIC S9(4) COMP VALUE 80.
         01 SECPROF-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 CRSSECT-LENGTH                 PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
         MOVE SPACES TO STUFILE-COURSE-TABLE(8).
         MOVE SPACES TO STUFILE-COURSE-TABLE(9).
         MOVE SPACES TO STUFILE-COURSE-TABLE(10).
         MOVE SPACES TO WS-SECTION-TABLE.
         IF SECT1L > 0
          MOVE SECT1I TO WS-SECTION(1)
         END-IF.
         IF SECT2L > 0
          MOVE SECT2I TO WS-SECTION(2)
         END-IF.
         IF SECT3L > 0
          MOVE SECT3I TO WS-SECTION(3)
         END-IF.
         IF SECT4L > 0
          MOVE SECT4I TO WS-SECTION(4)
         END-IF.
         IF SECT5L > 0
          MOVE SECT5I TO WS-SECTION(5)
         END-IF.
         MOVE ADDR1I TO STUFILE-ADDR-LINE1.
         MOVE ADDR2I TO STUFILE-ADDR-LINE2.
         MOVE ADDR3I TO STUFILE-ADDR-LINE3.
         MOVE SPACES TO STUFILE-STANDING.
         MOVE 0 TO STUFILE-TERM-GPA.
         MOVE 0 TO STUFILE-CUM-GPA.
         MOVE SPACES TO STUFILE-PROGRAM.

        350-VALIDATE-COURSES.
         PERFORM 360-CHECK-HOLDS THRU 360-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(380-BAD-COURSE) END-EXEC.

         MOVE 0 TO WS-LOAD-CREDITS.
         PERFORM 355-CHECK-ONE-COURSE THRU 355-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         PERFORM 370-CHECK-CREDIT-LOAD THRU 370-EXIT.

         GO TO 400-WRITE-RECORD.

        355-CHECK-ONE-COURSE.
          GO TO 355-EXIT
         END-IF.

         IF HOLD-FOUND IS EQUAL TO 1
          GO TO 387-HOLD-ON-FILE
         END-IF.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO WS-BAD-COURSE.
         MOVE 1 TO COURSE-FOUND.
          GO TO 386-RETIRED-COURSE
         END-IF.

         PERFORM 390-CHECK-SECTION THRU 390-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(380-BAD-COURSE) END-EXEC.

         IF SECT-FOUND IS EQUAL TO 1
          IF CRSSECT-ENROLLED IS GREATER THAN OR EQUAL TO
             CRSSECT-MAX-SEATS
           GO TO 385-COURSE-FULL
          END-IF
         ELSE
         IF COURSEM-ENROLLED IS GREATER THAN OR EQUAL TO
            COURSEM-MAX-SEATS
          GO TO 385-COURSE-FULL
         END-IF.

         IF COURSEM-CREDIT-HRS IS NUMERIC
          ADD COURSEM-CREDIT-HRS TO WS-LOAD-CREDITS
         END-IF.

        355-EXIT.
         EXIT.

      * AN ACTIVE BLOCKING HOLD (STUHOLD) REFUSES ANY COURSE ON THE ADD.
        360-CHECK-HOLDS.
         MOVE 0 TO HOLD-FOUND.
         EXEC CICS HANDLE CONDITION ENDFILE(364-HOLD-BROWSE-END)
          NOTFND(365-HOLD-NONE) END-EXEC.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.

         EXEC CICS STARTBR FILE('STUHOLD')
          RIDFLD (STUHOLD-KEY)
          GTEQ
         END-EXEC.

        362-HOLD-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
         END-EXEC.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          EXEC CICS ENDBR FILE('STUHOLD') END-EXEC
          GO TO 360-EXIT
         END-IF.

         IF STUHOLD-STATUS IS NOT EQUAL TO 'A' OR
            STUHOLD-BLOCK-FLAG IS NOT EQUAL TO 'Y'
          GO TO 362-HOLD-BROWSE-LOOP
         END-IF.

         MOVE 1 TO HOLD-FOUND.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.
         GO TO 360-EXIT.

        364-HOLD-BROWSE-END.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.

        365-HOLD-NONE.

        360-EXIT.
         EXIT.

      * THE COURSES KEYED MAY NOT EXCEED THE TERM MAXIMUM CREDIT LOAD
      * UNLESS THE OPERATOR HOLDS OVERRIDE AUTHORITY. THE CURRENT TERM
      * RECORD IS STILL IN TERMCTL-RECORD.
        370-CHECK-CREDIT-LOAD.
         MOVE 0 TO LOAD-OVERRIDDEN.

         IF TERMCTL-MAX-LOAD IS NOT NUMERIC
          GO TO 370-EXIT
         END-IF.

         IF TERMCTL-MAX-LOAD IS EQUAL TO 0 OR
            WS-LOAD-CREDITS IS NOT GREATER THAN TERMCTL-MAX-LOAD
          GO TO 370-EXIT
         END-IF.

         MOVE 0 TO OVERRIDE-OK.
         EXEC CICS HANDLE CONDITION NOTFND(375-NO-OPER-PROFILE)
         END-EXEC.
         EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
         MOVE WS-OPER-USERID TO SECPROF-USERID.

         EXEC CICS READ FILE('SECPROF')
          INTO (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
          RIDFLD (SECPROF-USERID)
         END-EXEC.

         IF SECPROF-OVERRIDE-AUTH IS EQUAL TO 'Y' AND
            SECPROF-LOCKED IS NOT EQUAL TO 'Y'
          MOVE 1 TO OVERRIDE-OK
         END-IF.

        375-NO-OPER-PROFILE.
         EXEC CICS HANDLE CONDITION NOTFND(380-BAD-COURSE) END-EXEC.

         IF OVERRIDE-OK IS EQUAL TO 1
          MOVE 1 TO LOAD-OVERRIDDEN
          GO TO 370-EXIT
         END-IF.

         MOVE LOW-VALUES TO ADDSTUO.
         MOVE 'CREDIT LOAD' TO MSGO (1:11).
         MOVE WS-LOAD-CREDITS TO WS-LOAD-DISPLAY.
         MOVE WS-LOAD-DISPLAY TO MSGO (13:3).
         MOVE 'OVER TERM MAXIMUM' TO MSGO (17:17).
         MOVE TERMCTL-MAX-LOAD TO WS-LOAD-DISPLAY.
         MOVE WS-LOAD-DISPLAY TO MSGO (35:3).
         EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL03') END-EXEC.

        370-EXIT.
         EXIT.

        380-BAD-COURSE.
         MOVE 0 TO COURSE-FOUND.
         MOVE LOW-VALUES TO ADDSTUO.
         EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL03') END-EXEC.

        387-HOLD-ON-FILE.
         MOVE LOW-VALUES TO ADDSTUO.
         MOVE 'COURSE ADDS BLOCKED - HOLD TYPE' TO MSGO (1:31).
         MOVE STUHOLD-TYPE TO MSGO (33:1).
         MOVE 'PLACED BY' TO MSGO (35:9).
         MOVE STUHOLD-OFFICE TO MSGO (45:10).
         EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL03') END-EXEC.

      * A COURSE WITH SECTIONS ON FILE MUST BE TAKEN IN A NAMED, OPEN
      * SECTION, LEFT IN CRSSECT-RECORD WITH SECT-FOUND SET. A COURSE
      * WITHOUT SECTIONS IS ENROLLED AT COURSE LEVEL.
        390-CHECK-SECTION.
         MOVE 0 TO SECT-FOUND.
         IF WS-SECTION(WS-COURSE-IDX) IS EQUAL TO SPACES
          GO TO 393-CHECK-ANY-SECTION
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(392-BAD-SECTION) END-EXEC.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE WS-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         IF CRSSECT-STATUS IS EQUAL TO 'R'
          MOVE LOW-VALUES TO ADDSTUO
          MOVE WS-BAD-COURSE TO MSGO (1:8)
          MOVE 'SECTION' TO MSGO (10:7)
          MOVE CRSSECT-SECTION TO MSGO (18:2)
          MOVE 'IS RETIRED - NOT OPEN FOR ENROLLMENT' TO MSGO (21:36)
          EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') END-EXEC
          EXEC CICS RETURN TRANSID ('RL03') END-EXEC
         END-IF.

         MOVE 1 TO SECT-FOUND.
         GO TO 390-EXIT.

        392-BAD-SECTION.
         MOVE LOW-VALUES TO ADDSTUO.
         MOVE WS-BAD-COURSE TO MSGO (1:8).
         MOVE 'SECTION' TO MSGO (10:7).
         MOVE WS-SECTION(WS-COURSE-IDX) TO MSGO (18:2).
         MOVE 'IS NOT A SECTION OF THIS COURSE' TO MSGO (21:31).
         EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL03') END-EXEC.

        393-CHECK-ANY-SECTION.
         EXEC CICS HANDLE CONDITION ENDFILE(394-SECT-BROWSE-END)
          NOTFND(390-EXIT) END-EXEC.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
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

         IF CRSSECT-COURSE IS NOT EQUAL TO COURSEM-KEY
          GO TO 390-EXIT
         END-IF.

         MOVE LOW-VALUES TO ADDSTUO.
         MOVE WS-BAD-COURSE TO MSGO (1:8).
         MOVE 'HAS SECTIONS - KEY THE SECTION NUMBER BESIDE IT'
          TO MSGO (10:47).
         EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL03') END-EXEC.

        394-SECT-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

        390-EXIT.
         EXIT.

        400-WRITE-RECORD.
         MOVE EIBDATE TO STUFILE-LAST-MAINT-DATE.
         MOVE EIBTIME TO STUFILE-LAST-MAINT-TIME.

         MOVE 'ADD' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         IF LOAD-OVERRIDDEN IS EQUAL TO 1
          MOVE 'LOAD-OVRD' TO WS-AUDIT-ACTION
          PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
         END-IF.
         MOVE LOW-VALUES TO ADDSTUO.
         MOVE 'STUDENT ADDED - ENTER NEXT OR PF9 TO EXIT' TO MSGO.
         EXEC CICS SEND MAP ('ADDSTU') MAPSET ('RLMAP3') ERASE
          LENGTH (COURSEM-LENGTH)
         END-EXEC.

         IF WS-SECTION(WS-COURSE-IDX) IS NOT EQUAL TO SPACES
          PERFORM 425-BUMP-SECTION THRU 425-EXIT
         END-IF.

         PERFORM 9600-WRITE-XREF THRU 9600-EXIT.

        420-EXIT.
         EXIT.

        425-BUMP-SECTION.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE WS-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
          UPDATE
         END-EXEC.

         ADD 1 TO CRSSECT-ENROLLED.

         EXEC CICS REWRITE FILE('CRSSECT')
          FROM (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
         END-EXEC.

        425-EXIT.
         EXIT.

        700-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE WS-CURRENT-TERM TO ENRLXRF-TERM-CODE.
         MOVE EIBDATE TO ENRLXRF-ADD-DATE.
         MOVE WS-SECTION(WS-COURSE-IDX) TO ENRLXRF-SECTION.

         EXEC CICS WRITE FILE('ENRLXRF')
          FROM (ENRLXRF-RECORD)
