       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG22.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         COPY 'RLMAP14'.
         01 WS-TRANSFER-FIELD              PIC X(2).
         01 WS-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 2.

         01  INSTR-FOUND                   PIC 9 VALUE 1.
         01  COURSE-FOUND                  PIC 9 VALUE 1.
         01  SECT-FOUND                    PIC 9 VALUE 1.
         01  ASSIGN-FOUND                  PIC 9 VALUE 1.
         01  DUPREC-FOUND                  PIC 9 VALUE 0.
         01  TERM-FOUND                    PIC 9 VALUE 0.
         01  WS-AUDIT-ACTION               PIC X(10).
         01  WS-AUDIT-DETAIL               PIC X(10) VALUE SPACES.
         01  WS-INSTR-MSG                  PIC X(79).
         01  WS-LINE-IDX                   PIC S9(4) COMP VALUE 0.
         01  WS-MAX-LOAD                   PIC 9(3).
         01  WS-WORK-TERM                  PIC X(6).
         01  WS-LIST-KEY.
          05 WS-LIST-COURSE                PIC X(8).
          05 WS-LIST-TERM                  PIC X(6).

         01  WS-ASSIGN-LINE.
          05 WS-AL-INSTR-ID               PIC X(6).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-AL-NAME                   PIC X(20).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-AL-USERID                 PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-AL-ROLE                   PIC X(9).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-AL-SECTION                PIC X(12).
          05 FILLER                       PIC X VALUE SPACE.

         COPY 'INSTRUC'.
         COPY 'CRSINST'.
         COPY 'COURSEM'.
         COPY 'CRSSECT'.
         COPY 'TERMCTL'.
         COPY 'AUDITLOG'.

         01 INSTRUC-LENGTH                 PIC S9(4) COMP VALUE 60.
         01 CRSINST-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 CRSSECT-LENGTH                 PIC S9(4) COMP VALUE 50.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          05 LK-TRANSFER                   PIC XX.

       PROCEDURE DIVISION.
        000-START-LOGIC.
         EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME) END-EXEC.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         EXEC CICS HANDLE CONDITION DUPREC(460-DUPREC) END-EXEC.
         EXEC CICS HANDLE AID PF9(900-EXIT) END-EXEC.

         IF EIBCALEN IS EQUAL TO 2
          GO TO 100-FIRST-TIME
         END-IF.

         EXEC CICS RECEIVE MAP('INSTMNT') MAPSET('RLMAP14') END-EXEC.

         GO TO 200-VALIDATE-INPUT.

        100-FIRST-TIME.
         MOVE LOW-VALUES TO INSTMNTO.
         MOVE 'ACTION A=ADD C=CHANGE Q=INQUIRE S=ASSIGN R=UNASSIGN'
          TO MSGO (1:51).
         MOVE '- PF9 EXITS' TO MSGO (53:11).

         EXEC CICS SEND MAP('INSTMNT') MAPSET('RLMAP14') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID('RL16') END-EXEC.

        200-VALIDATE-INPUT.
         IF INSTIDL IS EQUAL TO 0
          MOVE LOW-VALUES TO INSTMNTO
          MOVE 'ENTER AN INSTRUCTOR ID' TO MSGO
          EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL16') END-EXEC
         ELSE
         IF ACTIONI IS NOT EQUAL TO 'A' AND
            ACTIONI IS NOT EQUAL TO 'C' AND
            ACTIONI IS NOT EQUAL TO 'Q' AND
            ACTIONI IS NOT EQUAL TO 'S' AND
            ACTIONI IS NOT EQUAL TO 'R'
          MOVE LOW-VALUES TO INSTMNTO
          MOVE 'ACTION MUST BE A, C, Q, S OR R' TO MSGO
          EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL16') END-EXEC
         ELSE
         IF ACTIONI IS EQUAL TO 'A' OR
            ACTIONI IS EQUAL TO 'C'
          GO TO 250-EDIT-INSTRUCTOR
         ELSE
          GO TO 300-FIND-INSTRUCTOR
         END-IF.

        250-EDIT-INSTRUCTOR.
         MOVE 0 TO WS-MAX-LOAD.

         IF MAXLDL > 0
          IF MAXLDI IS NOT NUMERIC
           MOVE LOW-VALUES TO INSTMNTO
           MOVE 'MAXIMUM LOAD MUST BE NUMERIC CREDIT HOURS' TO MSGO
           EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
           END-EXEC
           EXEC CICS RETURN TRANSID ('RL16') END-EXEC
          ELSE
           MOVE MAXLDI TO WS-MAX-LOAD
          END-IF
         END-IF.

         IF ISTATL > 0
          IF ISTATI IS NOT EQUAL TO 'A' AND
             ISTATI IS NOT EQUAL TO 'I'
           MOVE LOW-VALUES TO INSTMNTO
           MOVE 'STATUS MUST BE A (ACTIVE) OR I (INACTIVE)' TO MSGO
           EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
           END-EXEC
           EXEC CICS RETURN TRANSID ('RL16') END-EXEC
          END-IF
         END-IF.

         IF ACTIONI IS EQUAL TO 'A'
          GO TO 260-ADD-INSTRUCTOR
         ELSE
          GO TO 270-CHANGE-INSTRUCTOR
         END-IF.

        260-ADD-INSTRUCTOR.
         IF INAMEL IS EQUAL TO 0
          MOVE LOW-VALUES TO INSTMNTO
          MOVE 'ENTER THE INSTRUCTOR NAME' TO MSGO
          EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL16') END-EXEC
         END-IF.

         MOVE INSTIDI TO INSTRUC-ID.
         MOVE INAMEI TO INSTRUC-NAME.
         MOVE SPACES TO INSTRUC-USERID.
         MOVE SPACES TO INSTRUC-DEPT.
         IF IUSERL > 0
          MOVE IUSERI TO INSTRUC-USERID
         END-IF.
         IF IDEPTL > 0
          MOVE IDEPTI TO INSTRUC-DEPT
         END-IF.
         MOVE 'A' TO INSTRUC-STATUS.
         IF ISTATL > 0
          MOVE ISTATI TO INSTRUC-STATUS
         END-IF.
         MOVE WS-MAX-LOAD TO INSTRUC-MAX-LOAD.
         MOVE EIBDATE TO INSTRUC-LAST-MAINT-DATE.
         EXEC CICS ASSIGN USERID(INSTRUC-LAST-MAINT-USERID) END-EXEC.

         EXEC CICS WRITE FILE('INSTRUC')
          FROM (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
          RIDFLD (INSTRUC-KEY)
         END-EXEC.

         IF DUPREC-FOUND IS EQUAL TO 1
          GO TO 470-SEND-DUPREC-MSG
         END-IF.

         MOVE 'INST-ADD' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'INSTRUCTOR ADDED - ENTER NEXT OR PF9 TO EXIT'
          TO WS-INSTR-MSG.
         GO TO 800-SHOW-INSTRUCTOR.

        270-CHANGE-INSTRUCTOR.
         MOVE INSTIDI TO INSTRUC-ID.
         MOVE 1 TO INSTR-FOUND.

         EXEC CICS READ FILE('INSTRUC')
          INTO (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
          RIDFLD (INSTRUC-KEY)
          UPDATE
         END-EXEC.

         IF INSTR-FOUND IS EQUAL TO 0
          GO TO 500-INSTRUCTOR-NOT-FOUND
         END-IF.

         IF INAMEL > 0
          MOVE INAMEI TO INSTRUC-NAME
         END-IF.
         IF IUSERL > 0
          MOVE IUSERI TO INSTRUC-USERID
         END-IF.
         IF IDEPTL > 0
          MOVE IDEPTI TO INSTRUC-DEPT
         END-IF.
         IF ISTATL > 0
          MOVE ISTATI TO INSTRUC-STATUS
         END-IF.
         IF MAXLDL > 0
          MOVE WS-MAX-LOAD TO INSTRUC-MAX-LOAD
         END-IF.
         MOVE EIBDATE TO INSTRUC-LAST-MAINT-DATE.
         EXEC CICS ASSIGN USERID(INSTRUC-LAST-MAINT-USERID) END-EXEC.

         EXEC CICS REWRITE FILE('INSTRUC')
          FROM (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
         END-EXEC.

         MOVE 'INST-CHG' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'INSTRUCTOR CHANGED - ENTER NEXT OR PF9 TO EXIT'
          TO WS-INSTR-MSG.
         GO TO 800-SHOW-INSTRUCTOR.

        300-FIND-INSTRUCTOR.
         MOVE INSTIDI TO INSTRUC-ID.
         MOVE 1 TO INSTR-FOUND.

         EXEC CICS READ FILE('INSTRUC')
          INTO (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
          RIDFLD (INSTRUC-KEY)
         END-EXEC.

         IF INSTR-FOUND IS EQUAL TO 0
          GO TO 500-INSTRUCTOR-NOT-FOUND
         END-IF.

         IF ACTIONI IS EQUAL TO 'Q' AND CRSAL IS EQUAL TO 0
          MOVE 'INSTRUCTOR ON FILE - KEY A COURSE TO LIST ITS STAFF'
           TO WS-INSTR-MSG
          GO TO 800-SHOW-INSTRUCTOR
         END-IF.

         IF CRSAL IS EQUAL TO 0 OR CRSBL IS EQUAL TO 0
          MOVE LOW-VALUES TO INSTMNTO
          MOVE 'ENTER THE COURSE CODE' TO MSGO
          EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL16') END-EXEC
         END-IF.

         PERFORM 350-SET-TERM THRU 350-EXIT.

         IF ACTIONI IS EQUAL TO 'Q'
          MOVE 'INSTRUCTORS FOR THIS COURSE AND TERM - PF9 EXITS'
           TO WS-INSTR-MSG
          GO TO 700-LIST-ASSIGNMENTS
         ELSE
         IF ACTIONI IS EQUAL TO 'S'
          GO TO 600-ASSIGN-COURSE
         ELSE
          GO TO 650-REMOVE-ASSIGNMENT
         END-IF.

      * THE TERM DEFAULTS TO THE CURRENT TERM ON TERMCTL. A KEYED TERM
      * MUST BE ON TERMCTL, SO NEXT TERM'S STAFFING CAN BE ENTERED
      * AHEAD OF REGISTRATION.
        350-SET-TERM.
         IF TERML > 0
          MOVE TERMI TO TERMCTL-TERM-CODE
          MOVE 1 TO TERM-FOUND
          EXEC CICS HANDLE CONDITION NOTFND(355-TERM-NOTFND) END-EXEC
          EXEC CICS READ FILE('TERMCTL')
           INTO (TERMCTL-RECORD)
           LENGTH (TERMCTL-LENGTH)
           RIDFLD (TERMCTL-KEY)
          END-EXEC
          EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC
          IF TERM-FOUND IS EQUAL TO 0
           MOVE LOW-VALUES TO INSTMNTO
           MOVE 'TERM CODE NOT ON THE TERM CONTROL FILE' TO MSGO
           EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
           END-EXEC
           EXEC CICS RETURN TRANSID ('RL16') END-EXEC
          END-IF
          MOVE TERMI TO WS-WORK-TERM
          GO TO 350-EXIT
         END-IF.

         PERFORM 410-FIND-CURRENT-TERM THRU 410-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         IF TERM-FOUND IS EQUAL TO 0
          MOVE LOW-VALUES TO INSTMNTO
          MOVE 'NO CURRENT TERM ON FILE - ENTER THE TERM CODE' TO MSGO
          EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL16') END-EXEC
         END-IF.

         GO TO 350-EXIT.

        355-TERM-NOTFND.
         MOVE 0 TO TERM-FOUND.

        350-EXIT.
         EXIT.

        410-FIND-CURRENT-TERM.
         MOVE 0 TO TERM-FOUND.
         MOVE SPACES TO WS-WORK-TERM.
         EXEC CICS HANDLE CONDITION ENDFILE(417-TERM-BROWSE-END)
          NOTFND(418-NO-TERM-FILE) END-EXEC.
         MOVE LOW-VALUES TO TERMCTL-KEY.

         EXEC CICS STARTBR FILE('TERMCTL')
          RIDFLD (TERMCTL-KEY)
          GTEQ
         END-EXEC.

        415-TERM-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('TERMCTL')
          INTO (TERMCTL-RECORD)
          LENGTH (TERMCTL-LENGTH)
          RIDFLD (TERMCTL-KEY)
         END-EXEC.

         IF TERMCTL-CURRENT-FLAG IS NOT EQUAL TO 'Y'
          GO TO 415-TERM-BROWSE-LOOP
         END-IF.

         MOVE 1 TO TERM-FOUND.
         MOVE TERMCTL-TERM-CODE TO WS-WORK-TERM.
         EXEC CICS ENDBR FILE('TERMCTL') END-EXEC.
         GO TO 410-EXIT.

        417-TERM-BROWSE-END.
         EXEC CICS ENDBR FILE('TERMCTL') END-EXEC.

        418-NO-TERM-FILE.
         MOVE 0 TO TERM-FOUND.

        410-EXIT.
         EXIT.

        450-NOTFND.
         MOVE 0 TO INSTR-FOUND.

        500-INSTRUCTOR-NOT-FOUND.
         MOVE LOW-VALUES TO INSTMNTO.
         MOVE 'INSTRUCTOR ID NOT ON THE INSTRUCTOR MASTER' TO MSGO.
         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

        460-DUPREC.
         MOVE 1 TO DUPREC-FOUND.

        470-SEND-DUPREC-MSG.
         MOVE 0 TO DUPREC-FOUND.
         MOVE LOW-VALUES TO INSTMNTO.
         IF ACTIONI IS EQUAL TO 'S'
          MOVE 'INSTRUCTOR IS ALREADY ASSIGNED TO THIS COURSE AND TERM'
           TO MSGO
         ELSE
          MOVE 'INSTRUCTOR ALREADY EXISTS - USE ACTION C TO CHANGE IT'
           TO MSGO
         END-IF.
         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

      * AN ASSIGNMENT NEEDS AN ACTIVE INSTRUCTOR AND A COURSE ON THE
      * COURSE MASTER. A SECTION, IF KEYED, MUST BE ON CRSSECT; LEFT
      * BLANK THE ASSIGNMENT COVERS EVERY SECTION OF THE COURSE.
        600-ASSIGN-COURSE.
         IF INSTRUC-STATUS IS EQUAL TO 'I'
          MOVE LOW-VALUES TO INSTMNTO
          MOVE 'INSTRUCTOR IS INACTIVE - CHANGE STATUS TO A FIRST'
           TO MSGO
          EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL16') END-EXEC
         END-IF.

         IF ROLEL > 0
          IF ROLEI IS NOT EQUAL TO 'P' AND
             ROLEI IS NOT EQUAL TO 'S'
           MOVE LOW-VALUES TO INSTMNTO
           MOVE 'ROLE MUST BE P (PRIMARY) OR S (SECONDARY)' TO MSGO
           EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14')
           END-EXEC
           EXEC CICS RETURN TRANSID ('RL16') END-EXEC
          END-IF
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(605-COURSE-NOTFND) END-EXEC.
         MOVE CRSAI TO COURSEM-CODE-PART1.
         MOVE CRSBI TO COURSEM-CODE-PART2.
         MOVE 1 TO COURSE-FOUND.

         EXEC CICS READ FILE('COURSEM')
          INTO (COURSEM-RECORD)
          LENGTH (COURSEM-LENGTH)
          RIDFLD (COURSEM-KEY)
         END-EXEC.

         GO TO 610-CHECK-SECTION.

        605-COURSE-NOTFND.
         MOVE 0 TO COURSE-FOUND.
         MOVE LOW-VALUES TO INSTMNTO.
         MOVE 'COURSE CODE NOT ON THE COURSE MASTER' TO MSGO.
         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

        610-CHECK-SECTION.
         IF SECTL IS EQUAL TO 0
          GO TO 620-WRITE-ASSIGNMENT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(615-SECTION-NOTFND)
         END-EXEC.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE SECTI TO CRSSECT-SECTION.
         MOVE 1 TO SECT-FOUND.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
         END-EXEC.

         GO TO 620-WRITE-ASSIGNMENT.

        615-SECTION-NOTFND.
         MOVE 0 TO SECT-FOUND.
         MOVE LOW-VALUES TO INSTMNTO.
         MOVE 'SECTION NOT ON FILE FOR THIS COURSE' TO MSGO.
         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

        620-WRITE-ASSIGNMENT.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         MOVE COURSEM-KEY TO CRSINST-COURSE.
         MOVE WS-WORK-TERM TO CRSINST-TERM.
         MOVE INSTRUC-ID TO CRSINST-INSTR-ID.
         MOVE SPACES TO CRSINST-SECTION.
         IF SECTL > 0
          MOVE SECTI TO CRSINST-SECTION
         END-IF.
         MOVE 'P' TO CRSINST-ROLE.
         IF ROLEL > 0
          MOVE ROLEI TO CRSINST-ROLE
         END-IF.
         MOVE EIBDATE TO CRSINST-ASSIGN-DATE.
         EXEC CICS ASSIGN USERID(CRSINST-ASSIGN-USERID) END-EXEC.

         EXEC CICS WRITE FILE('CRSINST')
          FROM (CRSINST-RECORD)
          LENGTH (CRSINST-LENGTH)
          RIDFLD (CRSINST-KEY)
         END-EXEC.

         IF DUPREC-FOUND IS EQUAL TO 1
          GO TO 470-SEND-DUPREC-MSG
         END-IF.

         MOVE 'INST-ASGN' TO WS-AUDIT-ACTION.
         MOVE CRSINST-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'INSTRUCTOR ASSIGNED - ENTER NEXT OR PF9 TO EXIT'
          TO WS-INSTR-MSG.
         GO TO 700-LIST-ASSIGNMENTS.

        650-REMOVE-ASSIGNMENT.
         EXEC CICS HANDLE CONDITION NOTFND(660-NO-ASSIGNMENT) END-EXEC.
         MOVE 1 TO ASSIGN-FOUND.
         MOVE CRSAI TO CRSINST-COURSE (1:4).
         MOVE CRSBI TO CRSINST-COURSE (5:4).
         MOVE WS-WORK-TERM TO CRSINST-TERM.
         MOVE INSTRUC-ID TO CRSINST-INSTR-ID.

         EXEC CICS DELETE FILE('CRSINST')
          RIDFLD (CRSINST-KEY)
         END-EXEC.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         MOVE 'INST-REMV' TO WS-AUDIT-ACTION.
         MOVE CRSINST-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'ASSIGNMENT REMOVED - ENTER NEXT OR PF9 TO EXIT'
          TO WS-INSTR-MSG.
         GO TO 700-LIST-ASSIGNMENTS.

        660-NO-ASSIGNMENT.
         MOVE 0 TO ASSIGN-FOUND.
         MOVE LOW-VALUES TO INSTMNTO.
         MOVE 'INSTRUCTOR IS NOT ASSIGNED TO THIS COURSE AND TERM'
          TO MSGO.
         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

      * LISTS EVERY INSTRUCTOR ASSIGNED TO THE COURSE IN THE TERM UNDER
      * THE INSTRUCTOR BEING MAINTAINED.
        700-LIST-ASSIGNMENTS.
         MOVE LOW-VALUES TO INSTMNTO.
         PERFORM 850-FILL-INSTRUCTOR THRU 850-EXIT.
         MOVE CRSAI TO CRSAO.
         MOVE CRSBI TO CRSBO.
         MOVE WS-WORK-TERM TO TERMO.

         MOVE 0 TO WS-LINE-IDX.
         MOVE CRSAI TO WS-LIST-COURSE (1:4).
         MOVE CRSBI TO WS-LIST-COURSE (5:4).
         MOVE WS-WORK-TERM TO WS-LIST-TERM.
         EXEC CICS HANDLE CONDITION ENDFILE(780-BROWSE-END)
          NOTFND(790-SEND-LIST) END-EXEC.
         MOVE WS-LIST-COURSE TO CRSINST-COURSE.
         MOVE WS-LIST-TERM TO CRSINST-TERM.
         MOVE LOW-VALUES TO CRSINST-INSTR-ID.

         EXEC CICS STARTBR FILE('CRSINST')
          RIDFLD (CRSINST-KEY)
          GTEQ
         END-EXEC.

        760-BROWSE-LOOP.
         IF WS-LINE-IDX >= 6
          GO TO 780-BROWSE-END
         END-IF.

         EXEC CICS READNEXT FILE('CRSINST')
          INTO (CRSINST-RECORD)
          LENGTH (CRSINST-LENGTH)
          RIDFLD (CRSINST-KEY)
         END-EXEC.

         IF CRSINST-COURSE IS NOT EQUAL TO WS-LIST-COURSE OR
            CRSINST-TERM IS NOT EQUAL TO WS-LIST-TERM
          GO TO 780-BROWSE-END
         END-IF.

         ADD 1 TO WS-LINE-IDX.
         PERFORM 820-FORMAT-ONE-LINE THRU 820-EXIT.
         GO TO 760-BROWSE-LOOP.

        780-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSINST') END-EXEC.

        790-SEND-LIST.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         IF WS-LINE-IDX IS EQUAL TO 0
          MOVE 'NO INSTRUCTORS ASSIGNED TO THIS COURSE FOR THE TERM'
           TO LN1O
         END-IF.
         MOVE WS-INSTR-MSG TO MSGO.

         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

        800-SHOW-INSTRUCTOR.
         MOVE LOW-VALUES TO INSTMNTO.
         PERFORM 850-FILL-INSTRUCTOR THRU 850-EXIT.
         MOVE WS-INSTR-MSG TO MSGO.

         EXEC CICS SEND MAP ('INSTMNT') MAPSET ('RLMAP14') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL16') END-EXEC.

        820-FORMAT-ONE-LINE.
         MOVE CRSINST-INSTR-ID TO WS-AL-INSTR-ID.
         MOVE CRSINST-INSTR-ID TO INSTRUC-ID.
         MOVE 1 TO INSTR-FOUND.
         EXEC CICS HANDLE CONDITION NOTFND(825-NAME-NOTFND) END-EXEC.

         EXEC CICS READ FILE('INSTRUC')
          INTO (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
          RIDFLD (INSTRUC-KEY)
         END-EXEC.

         MOVE INSTRUC-NAME TO WS-AL-NAME.
         MOVE INSTRUC-USERID TO WS-AL-USERID.
         GO TO 830-FORMAT-REST.

        825-NAME-NOTFND.
         MOVE 0 TO INSTR-FOUND.
         MOVE 'NOT ON FILE' TO WS-AL-NAME.
         MOVE SPACES TO WS-AL-USERID.

        830-FORMAT-REST.
         EXEC CICS HANDLE CONDITION NOTFND(790-SEND-LIST) END-EXEC.
         IF CRSINST-ROLE IS EQUAL TO 'S'
          MOVE 'SECONDARY' TO WS-AL-ROLE
         ELSE
          MOVE 'PRIMARY' TO WS-AL-ROLE
         END-IF.
         IF CRSINST-SECTION IS EQUAL TO SPACES
          MOVE 'ALL SECTIONS' TO WS-AL-SECTION
         ELSE
          MOVE SPACES TO WS-AL-SECTION
          MOVE 'SECTION' TO WS-AL-SECTION (1:7)
          MOVE CRSINST-SECTION TO WS-AL-SECTION (9:2)
         END-IF.

         IF WS-LINE-IDX IS EQUAL TO 1
          MOVE WS-ASSIGN-LINE TO LN1O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 2
          MOVE WS-ASSIGN-LINE TO LN2O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 3
          MOVE WS-ASSIGN-LINE TO LN3O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 4
          MOVE WS-ASSIGN-LINE TO LN4O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 5
          MOVE WS-ASSIGN-LINE TO LN5O
         ELSE
          MOVE WS-ASSIGN-LINE TO LN6O
         END-IF.

        820-EXIT.
         EXIT.

        850-FILL-INSTRUCTOR.
         MOVE INSTRUC-ID TO INSTIDO.
         MOVE INSTRUC-NAME TO INAMEO.
         MOVE INSTRUC-USERID TO IUSERO.
         MOVE INSTRUC-DEPT TO IDEPTO.
         MOVE INSTRUC-STATUS TO ISTATO.
         MOVE INSTRUC-MAX-LOAD TO WS-MAX-LOAD.
         MOVE WS-MAX-LOAD TO MAXLDO.

        850-EXIT.
         EXIT.

        900-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
         END-EXEC.

        9500-WRITE-AUDIT-RECORD.
         MOVE INSTRUC-ID TO AUDITLOG-STUDENT-KEY.
         MOVE WS-AUDIT-ACTION TO AUDITLOG-ACTION-CODE.
         MOVE EIBTRMID TO AUDITLOG-TERM-ID.
         EXEC CICS ASSIGN USERID(AUDITLOG-USERID) END-EXEC.
         MOVE EIBTIME TO AUDITLOG-TIME.
         MOVE EIBDATE TO AUDITLOG-DATE.
         MOVE WS-AUDIT-DETAIL TO AUDITLOG-DETAIL.

         EXEC CICS WRITE FILE('AUDITLOG')
          FROM (AUDITLOG-RECORD)
          LENGTH (AUDITLOG-LENGTH)
         END-EXEC.

        9500-EXIT.
         EXIT.
