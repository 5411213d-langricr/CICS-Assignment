         01  WS-TERM-CLOSED                PIC X.
         01  WS-APPROVER                   PIC X(8).
         01  APPROVER-FOUND                PIC 9 VALUE 1.
         01  ASSIGN-FOUND                  PIC 9 VALUE 0.
         01  WS-OPER-ADMIN                 PIC X VALUE 'N'.
         01  WS-WORK-SECTION               PIC X(2).

         COPY 'STUFILE'.
         COPY 'GRADEF'.
         COPY 'SECPROF'.
         COPY 'TERMCTL'.
         COPY 'GRDHIST'.
         COPY 'INSTRUC'.
         COPY 'CRSINST'.
         COPY 'ENRLXRF'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 GRADEF-LENGTH                  PIC S9(4) COMP VALUE 46.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.
         01 SECPROF-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 GRDHIST-LENGTH                 PIC S9(4) COMP VALUE 60.
         01 INSTRUC-LENGTH                 PIC S9(4) COMP VALUE 60.
         01 CRSINST-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.

      * AUTHORITY REFUSALS IN ONE DAY THAT LOCK A USERID.
         01 SECPROF-DENY-LIMIT             PIC S9(3) COMP-3 VALUE 5.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
         END-EXEC.

         IF OPER-PROFILE-FOUND IS EQUAL TO 0 OR
            SECPROF-GRADE-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          GO TO 070-NOT-AUTHORIZED
         END-IF.

      * A GRADE-AUTHORIZED OPERATOR WITHOUT ADMIN AUTHORITY MAY GRADE
      * ONLY THE COURSES THEY TEACH - SEE 080-CHECK-ASSIGNMENT, RUN
      * ONCE THE COURSE HAS BEEN KEYED.
         MOVE SECPROF-ADMIN-AUTH TO WS-OPER-ADMIN.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

        050-EXIT.
         MOVE 0 TO OPER-PROFILE-FOUND.

        070-NOT-AUTHORIZED.
         PERFORM 9900-RECORD-DENIAL THRU 9900-EXIT.
         MOVE LOW-VALUES TO GRDENTO.
         MOVE 'YOU ARE NOT AUTHORIZED FOR THIS FUNCTION' TO MSGO.
         EXEC CICS SEND MAP('GRDENT') MAPSET('RLMAP9') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID('RL11') END-EXEC.

      * THE OPERATOR MUST BE THE INSTRUCTOR (BY CICS USERID ON
      * INSTRUC) OF AN ASSIGNMENT ON CRSINST FOR THE COURSE IN THE
      * CURRENT TERM. AN ASSIGNMENT TO ONE SECTION COVERS ONLY THE
      * STUDENTS ENROLLED IN THAT SECTION.
        080-CHECK-ASSIGNMENT.
         MOVE 0 TO ASSIGN-FOUND.
         PERFORM 410-FIND-CURRENT-TERM THRU 410-EXIT.

         MOVE SPACES TO WS-WORK-SECTION.
         EXEC CICS HANDLE CONDITION NOTFND(082-NO-XREF) END-EXEC.
         MOVE WS-WORK-COURSE TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         EXEC CICS READ FILE('ENRLXRF')
          INTO (ENRLXRF-RECORD)
          LENGTH (ENRLXRF-LENGTH)
          RIDFLD (ENRLXRF-KEY)
         END-EXEC.

         MOVE ENRLXRF-SECTION TO WS-WORK-SECTION.

        082-NO-XREF.
         EXEC CICS HANDLE CONDITION ENDFILE(088-ASSIGN-BROWSE-END)
          NOTFND(089-ASSIGN-DONE) END-EXEC.
         MOVE WS-WORK-COURSE TO CRSINST-COURSE.
         MOVE WS-CURRENT-TERM TO CRSINST-TERM.
         MOVE LOW-VALUES TO CRSINST-INSTR-ID.

         EXEC CICS STARTBR FILE('CRSINST')
          RIDFLD (CRSINST-KEY)
          GTEQ
         END-EXEC.

      * AN ASSIGNMENT WHOSE INSTRUCTOR IS NOT ON FILE IS SKIPPED.
         EXEC CICS HANDLE CONDITION NOTFND(085-ASSIGN-LOOP) END-EXEC.

        085-ASSIGN-LOOP.
         EXEC CICS READNEXT FILE('CRSINST')
          INTO (CRSINST-RECORD)
          LENGTH (CRSINST-LENGTH)
          RIDFLD (CRSINST-KEY)
         END-EXEC.

         IF CRSINST-COURSE IS NOT EQUAL TO WS-WORK-COURSE OR
            CRSINST-TERM IS NOT EQUAL TO WS-CURRENT-TERM
          GO TO 088-ASSIGN-BROWSE-END
         END-IF.

         IF CRSINST-SECTION IS NOT EQUAL TO SPACES AND
            CRSINST-SECTION IS NOT EQUAL TO WS-WORK-SECTION
          GO TO 085-ASSIGN-LOOP
         END-IF.

         MOVE CRSINST-INSTR-ID TO INSTRUC-ID.

         EXEC CICS READ FILE('INSTRUC')
          INTO (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
          RIDFLD (INSTRUC-KEY)
         END-EXEC.

         IF INSTRUC-USERID IS EQUAL TO WS-OPER-USERID AND
            INSTRUC-STATUS IS NOT EQUAL TO 'I'
          MOVE 1 TO ASSIGN-FOUND
          GO TO 088-ASSIGN-BROWSE-END
         END-IF.

         GO TO 085-ASSIGN-LOOP.

        088-ASSIGN-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSINST') END-EXEC.

        089-ASSIGN-DONE.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

        080-EXIT.
         EXIT.

        090-NOT-ASSIGNED.
         PERFORM 9900-RECORD-DENIAL THRU 9900-EXIT.
         MOVE LOW-VALUES TO GRDENTO.
         MOVE 'YOU ARE NOT ASSIGNED TO TEACH' TO MSGO (1:29).
         MOVE WS-WORK-COURSE TO MSGO (31:8).
         MOVE 'THIS TERM - NO GRADE ENTERED' TO MSGO (40:28).
         EXEC CICS SEND MAP ('GRDENT') MAPSET ('RLMAP9') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL11') END-EXEC.

        100-FIRST-TIME.
         MOVE LOW-VALUES TO GRDENTO.
         MOVE 'KEY A STUDENT, COURSE AND GRADE' TO MSGO.
          EXEC CICS RETURN TRANSID ('RL11') END-EXEC
         END-IF.

         IF WS-OPER-ADMIN IS NOT EQUAL TO 'Y'
          PERFORM 080-CHECK-ASSIGNMENT THRU 080-EXIT
          IF ASSIGN-FOUND IS EQUAL TO 0
           GO TO 090-NOT-ASSIGNED
          END-IF
         END-IF.

         GO TO 400-WRITE-GRADE.

        320-SCAN-COURSE-TABLE.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

         IF APPROVER-FOUND IS EQUAL TO 0 OR
            SECPROF-GRDAPP-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          MOVE LOW-VALUES TO GRDENTO
          MOVE 'APPROVER IS NOT AUTHORIZED TO APPROVE GRADE CHANGES'
           TO MSGO

        9500-EXIT.
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
