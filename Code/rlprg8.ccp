
         01  COURSE-FOUND                  PIC 9 VALUE 1.
         01  WS-WORK-COURSE                PIC X(8).
         01  WS-WORK-SECTION               PIC X(2).
         01  WS-LINE-IDX                   PIC S9(4) COMP.
         01  WS-FILL-COUNT                 PIC S9(4) COMP VALUE 0.
         01  WS-SKIP-FIRST                 PIC X VALUE 'N'.
         01  WS-START-KEY                  PIC X(10).
         01  WS-STUDENT-EXISTS             PIC X.
         01  WS-CURRENT-TERM               PIC X(6).
         01  WS-INSTR-NAME                 PIC X(20).

         01  WS-PAGE-TABLE.
          05 WS-PAGE-ENTRY OCCURS 12 TIMES.
           10 WS-PG-STUDENT-KEY           PIC X(10).
           10 WS-PG-TERM                  PIC X(6).
           10 WS-PG-SECTION               PIC X(2).

         01  WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 12 TIMES.
           10 WS-HLD-STUDENT-KEY          PIC X(10).
           10 WS-HLD-TERM                 PIC X(6).
           10 WS-HLD-SECTION              PIC X(2).

         01  WS-LIST-LINE.
          05 WS-LL-STUDENT-NO             PIC X(7).
          05 WS-LL-NAME                   PIC X(20).
          05 FILLER                       PIC X(2) VALUE SPACES.
          05 WS-LL-TERM                   PIC X(6).
          05 FILLER                       PIC X(2) VALUE SPACES.
          05 WS-LL-SECTION                PIC X(2).
          05 FILLER                       PIC X(19) VALUE SPACES.

         01  WS-LIST-COMMAREA.
          05 WS-LIST-COURSE               PIC X(8).
          05 WS-LIST-FIRST-KEY            PIC X(10).
          05 WS-LIST-LAST-KEY             PIC X(10).
          05 WS-LIST-SECTION              PIC X(2).
         01  WS-LIST-LENGTH                PIC S9(4) COMP VALUE 30.

         COPY 'ENRLXRF'.
         COPY 'STUFILE'.
         COPY 'COURSEM'.
         COPY 'TERMCTL'.
         COPY 'CRSINST'.
         COPY 'INSTRUC'.

         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.
         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 CRSINST-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 INSTRUC-LENGTH                 PIC S9(4) COMP VALUE 60.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          05 LK-LIST-COURSE                PIC X(8).
          05 LK-LIST-FIRST-KEY             PIC X(10).
          05 LK-LIST-LAST-KEY              PIC X(10).
          05 LK-LIST-SECTION               PIC X(2).

       PROCEDURE DIVISION.
        000-START-LOGIC.

         MOVE CRSAI TO WS-WORK-COURSE (1:4).
         MOVE CRSBI TO WS-WORK-COURSE (5:4).
         MOVE SPACES TO WS-WORK-SECTION.
         IF SECTL > 0
          MOVE SECTI TO WS-WORK-SECTION
         END-IF.
         MOVE LOW-VALUES TO WS-START-KEY.
         MOVE 'N' TO WS-SKIP-FIRST.

          GO TO 310-FORWARD-LOOP
         END-IF.

         IF WS-WORK-SECTION IS NOT EQUAL TO SPACES AND
            ENRLXRF-SECTION IS NOT EQUAL TO WS-WORK-SECTION
          GO TO 310-FORWARD-LOOP
         END-IF.

         ADD 1 TO WS-FILL-COUNT.
         MOVE ENRLXRF-STUDENT-KEY
          TO WS-PG-STUDENT-KEY(WS-FILL-COUNT).
         MOVE ENRLXRF-TERM-CODE TO WS-PG-TERM(WS-FILL-COUNT).
         MOVE ENRLXRF-SECTION TO WS-PG-SECTION(WS-FILL-COUNT).
         GO TO 310-FORWARD-LOOP.

        340-FORWARD-END.
          GO TO 410-BACKWARD-LOOP
         END-IF.

         IF WS-WORK-SECTION IS NOT EQUAL TO SPACES AND
            ENRLXRF-SECTION IS NOT EQUAL TO WS-WORK-SECTION
          GO TO 410-BACKWARD-LOOP
         END-IF.

         ADD 1 TO WS-FILL-COUNT.
         MOVE ENRLXRF-STUDENT-KEY
          TO WS-HLD-STUDENT-KEY(WS-FILL-COUNT).
         MOVE ENRLXRF-TERM-CODE TO WS-HLD-TERM(WS-FILL-COUNT).
         MOVE ENRLXRF-SECTION TO WS-HLD-SECTION(WS-FILL-COUNT).
         GO TO 410-BACKWARD-LOOP.

        440-BACKWARD-END.
          MOVE LOW-VALUES TO CLSLISTO
          MOVE WS-WORK-COURSE (1:4) TO CRSAO
          MOVE WS-WORK-COURSE (5:4) TO CRSBO
          MOVE WS-WORK-SECTION TO SECTO
          MOVE 'ALREADY AT THE TOP OF THE LIST' TO MSGO
          EXEC CICS SEND MAP ('CLSLIST') MAPSET ('RLMAP11')
          END-EXEC
          MOVE WS-WORK-COURSE TO WS-LIST-COURSE
          MOVE WS-START-KEY TO WS-LIST-FIRST-KEY
          MOVE WS-START-KEY TO WS-LIST-LAST-KEY
          MOVE WS-WORK-SECTION TO WS-LIST-SECTION
          EXEC CICS RETURN TRANSID ('RL13')
           COMMAREA (WS-LIST-COMMAREA)
           LENGTH (WS-LIST-LENGTH)
          TO WS-PG-STUDENT-KEY(WS-FILL-COUNT - WS-LINE-IDX + 1).
         MOVE WS-HLD-TERM(WS-LINE-IDX)
          TO WS-PG-TERM(WS-FILL-COUNT - WS-LINE-IDX + 1).
         MOVE WS-HLD-SECTION(WS-LINE-IDX)
          TO WS-PG-SECTION(WS-FILL-COUNT - WS-LINE-IDX + 1).

        460-EXIT.
         EXIT.
         MOVE LOW-VALUES TO CLSLISTO.
         MOVE WS-WORK-COURSE (1:4) TO CRSAO.
         MOVE WS-WORK-COURSE (5:4) TO CRSBO.
         MOVE WS-WORK-SECTION TO SECTO.

         MOVE 1 TO COURSE-FOUND.
         MOVE WS-WORK-COURSE TO COURSEM-KEY.
         END-EXEC.

         MOVE COURSEM-TITLE TO TITLEO.
         PERFORM 650-FIND-INSTRUCTOR THRU 650-EXIT.
         MOVE WS-INSTR-NAME TO INSTRO.

         IF WS-FILL-COUNT IS EQUAL TO 0
          IF WS-WORK-SECTION IS EQUAL TO SPACES
           MOVE 'NO STUDENTS ENROLLED IN THIS COURSE' TO MSGO
          ELSE
           MOVE 'NO STUDENTS ENROLLED IN THIS SECTION' TO MSGO
          END-IF
          EXEC CICS SEND MAP ('CLSLIST') MAPSET ('RLMAP11') ERASE
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL13') END-EXEC
         MOVE WS-PG-STUDENT-KEY(1) TO WS-LIST-FIRST-KEY.
         MOVE WS-PG-STUDENT-KEY(WS-FILL-COUNT)
          TO WS-LIST-LAST-KEY.
         MOVE WS-WORK-SECTION TO WS-LIST-SECTION.
         EXEC CICS RETURN TRANSID ('RL13')
          COMMAREA (WS-LIST-COMMAREA)
          LENGTH (WS-LIST-LENGTH)
          MOVE 'NAME NOT ON FILE' TO WS-LL-NAME
         END-IF.
         MOVE WS-PG-TERM(WS-LINE-IDX) TO WS-LL-TERM.
         MOVE WS-PG-SECTION(WS-LINE-IDX) TO WS-LL-SECTION.

         IF WS-LINE-IDX IS EQUAL TO 1
          MOVE WS-LIST-LINE TO LN1O
        620-EXIT.
         EXIT.

      * THE INSTRUCTOR SHOWN IS THE PRIMARY INSTRUCTOR ASSIGNED TO THE
      * COURSE ON CRSINST FOR THE CURRENT TERM, OR THE FIRST ONE
      * ASSIGNED IF NONE IS PRIMARY. WHEN A SECTION IS KEYED ONLY
      * ASSIGNMENTS TO THAT SECTION OR TO THE WHOLE COURSE COUNT.
        650-FIND-INSTRUCTOR.
         MOVE 'NOT ASSIGNED' TO WS-INSTR-NAME.
         MOVE SPACES TO WS-CURRENT-TERM.
         EXEC CICS HANDLE CONDITION ENDFILE(657-TERM-BROWSE-END)
          NOTFND(680-INSTR-DONE) END-EXEC.
         MOVE LOW-VALUES TO TERMCTL-KEY.

         EXEC CICS STARTBR FILE('TERMCTL')
          RIDFLD (TERMCTL-KEY)
          GTEQ
         END-EXEC.

        655-TERM-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('TERMCTL')
          INTO (TERMCTL-RECORD)
          LENGTH (TERMCTL-LENGTH)
          RIDFLD (TERMCTL-KEY)
         END-EXEC.

         IF TERMCTL-CURRENT-FLAG IS NOT EQUAL TO 'Y'
          GO TO 655-TERM-BROWSE-LOOP
         END-IF.

         MOVE TERMCTL-TERM-CODE TO WS-CURRENT-TERM.
         EXEC CICS ENDBR FILE('TERMCTL') END-EXEC.
         GO TO 660-START-ASSIGNMENTS.

        657-TERM-BROWSE-END.
         EXEC CICS ENDBR FILE('TERMCTL') END-EXEC.
         GO TO 680-INSTR-DONE.

        660-START-ASSIGNMENTS.
         EXEC CICS HANDLE CONDITION ENDFILE(675-INSTR-BROWSE-END)
         END-EXEC.
         MOVE WS-WORK-COURSE TO CRSINST-COURSE.
         MOVE WS-CURRENT-TERM TO CRSINST-TERM.
         MOVE LOW-VALUES TO CRSINST-INSTR-ID.

         EXEC CICS STARTBR FILE('CRSINST')
          RIDFLD (CRSINST-KEY)
          GTEQ
         END-EXEC.

      * AN ASSIGNMENT WHOSE INSTRUCTOR IS NOT ON FILE IS SKIPPED.
         EXEC CICS HANDLE CONDITION NOTFND(665-INSTR-LOOP) END-EXEC.

        665-INSTR-LOOP.
         EXEC CICS READNEXT FILE('CRSINST')
          INTO (CRSINST-RECORD)
          LENGTH (CRSINST-LENGTH)
          RIDFLD (CRSINST-KEY)
         END-EXEC.

         IF CRSINST-COURSE IS NOT EQUAL TO WS-WORK-COURSE OR
            CRSINST-TERM IS NOT EQUAL TO WS-CURRENT-TERM
          GO TO 675-INSTR-BROWSE-END
         END-IF.

         IF WS-WORK-SECTION IS NOT EQUAL TO SPACES AND
            CRSINST-SECTION IS NOT EQUAL TO SPACES AND
            CRSINST-SECTION IS NOT EQUAL TO WS-WORK-SECTION
          GO TO 665-INSTR-LOOP
         END-IF.

         IF WS-INSTR-NAME IS NOT EQUAL TO 'NOT ASSIGNED' AND
            CRSINST-ROLE IS NOT EQUAL TO 'P'
          GO TO 665-INSTR-LOOP
         END-IF.

         MOVE CRSINST-INSTR-ID TO INSTRUC-ID.

         EXEC CICS READ FILE('INSTRUC')
          INTO (INSTRUC-RECORD)
          LENGTH (INSTRUC-LENGTH)
          RIDFLD (INSTRUC-KEY)
         END-EXEC.

         MOVE INSTRUC-NAME TO WS-INSTR-NAME.
         IF CRSINST-ROLE IS EQUAL TO 'P'
          GO TO 675-INSTR-BROWSE-END
         END-IF.

         GO TO 665-INSTR-LOOP.

        675-INSTR-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSINST') END-EXEC.

        680-INSTR-DONE.
         EXEC CICS HANDLE CONDITION NOTFND(550-NO-COURSE) END-EXEC.

        650-EXIT.
         EXIT.

        750-PAGE-BACK.
         IF EIBCALEN IS LESS THAN 30
          GO TO 790-NO-LIST-KEY
         END-IF.

         MOVE LK-LIST-COURSE TO WS-WORK-COURSE.
         MOVE LK-LIST-SECTION TO WS-WORK-SECTION.
         MOVE LK-LIST-FIRST-KEY TO WS-START-KEY.

         GO TO 400-FILL-BACKWARD.

        760-PAGE-FORWARD.
         IF EIBCALEN IS LESS THAN 30
          GO TO 790-NO-LIST-KEY
         END-IF.

         MOVE LK-LIST-COURSE TO WS-WORK-COURSE.
         MOVE LK-LIST-SECTION TO WS-WORK-SECTION.
         MOVE LK-LIST-LAST-KEY TO WS-START-KEY.
         MOVE 'Y' TO WS-SKIP-FIRST.

