         01 WS-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 2.

         01  RECORD-FOUND                  PIC 9 VALUE 1.
         01  HOLD-FOUND                    PIC 9 VALUE 0.
         01  WS-CONFIRM-KEY                PIC X(10).
         01  WS-CONFIRM-LENGTH             PIC S9(4) COMP VALUE 10.
         01  WS-AUDIT-ACTION                PIC X(10).
         01  WS-MATCH-IDX                  PIC S9(4) COMP.
         01  WS-EMPTY-IDX                  PIC S9(4) COMP.
         01  WS-PROMOTE-COURSE             PIC X(8).
         01  WS-PROMOTE-SECTION            PIC X(2).

         01  WS-FREED-TABLE.
          05 WS-FREED-COURSE OCCURS 10 TIMES PIC X(8).
         01  WS-FREED-SECTION-TABLE.
          05 WS-FREED-SECTION OCCURS 10 TIMES PIC X(2).

         COPY 'STUFILE'.
         COPY 'STUARCH'.
         COPY 'AUDITLOG'.
         COPY 'WAITLST'.
         COPY 'ENRLXRF'.
         COPY 'STUHOLD'.
         COPY 'CRSSECT'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.
         01 WAITLST-LENGTH                 PIC S9(4) COMP VALUE 46.
         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.
         01 STUHOLD-LENGTH                 PIC S9(4) COMP VALUE 80.
         01 CRSSECT-LENGTH                 PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
         IF STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO SPACES
          OR STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO LOW-VALUES
          MOVE SPACES TO WS-FREED-COURSE(WS-COURSE-IDX)
          MOVE SPACES TO WS-FREED-SECTION(WS-COURSE-IDX)
          GO TO 760-EXIT
         END-IF.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX)
          TO WS-FREED-COURSE(WS-COURSE-IDX).
         MOVE SPACES TO WS-FREED-SECTION(WS-COURSE-IDX).
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.

         EXEC CICS READ FILE('COURSEM')
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         EXEC CICS READ FILE('ENRLXRF')
          INTO (ENRLXRF-RECORD)
          LENGTH (ENRLXRF-LENGTH)
          RIDFLD (ENRLXRF-KEY)
         END-EXEC.

         EXEC CICS DELETE FILE('ENRLXRF')
          RIDFLD (ENRLXRF-KEY)
         END-EXEC.

         IF ENRLXRF-SECTION IS EQUAL TO SPACES OR
            ENRLXRF-SECTION IS EQUAL TO LOW-VALUES
          GO TO 760-EXIT
         END-IF.

         MOVE ENRLXRF-SECTION TO WS-FREED-SECTION(WS-COURSE-IDX).
         MOVE ENRLXRF-COURSE TO CRSSECT-COURSE.
         MOVE ENRLXRF-SECTION TO CRSSECT-SECTION.

         EXEC CICS READ FILE('CRSSECT')
          INTO (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
          RIDFLD (CRSSECT-KEY)
          UPDATE
         END-EXEC.

         IF CRSSECT-ENROLLED > 0
          SUBTRACT 1 FROM CRSSECT-ENROLLED
         END-IF.

         EXEC CICS REWRITE FILE('CRSSECT')
          FROM (CRSSECT-RECORD)
          LENGTH (CRSSECT-LENGTH)
         END-EXEC.

        760-EXIT.
         EXIT.

         END-IF.

         MOVE WS-FREED-COURSE(WS-PROMO-IDX) TO WS-PROMOTE-COURSE.
         MOVE WS-FREED-SECTION(WS-PROMO-IDX) TO WS-PROMOTE-SECTION.

         EXEC CICS HANDLE CONDITION ENDFILE(766-PROMOTE-ENDBR)
          NOTFND(765-EXIT) END-EXEC.
          GTEQ
         END-EXEC.

      * THE FREED SEAT GOES TO THE FIRST ENTRY WAITING FOR THE SAME
      * SECTION OF THE COURSE. A STUDENT UNDER A BLOCKING HOLD IS
      * PASSED OVER, KEEPING THEIR PLACE, AND THE SEAT IS OFFERED TO
      * THE NEXT ENTRY.
        764-PROMOTE-SCAN.
         EXEC CICS READNEXT FILE('WAITLST')
          INTO (WAITLST-RECORD)
          LENGTH (WAITLST-LENGTH)
          RIDFLD (WAITLST-KEY)
         END-EXEC.

         IF WAITLST-COURSE IS NOT EQUAL TO WS-PROMOTE-COURSE
          EXEC CICS ENDBR FILE('WAITLST') END-EXEC
          GO TO 765-EXIT
         END-IF.

         IF WAITLST-SECTION IS NOT EQUAL TO WS-PROMOTE-SECTION
          GO TO 764-PROMOTE-SCAN
         END-IF.

         EXEC CICS ENDBR FILE('WAITLST') END-EXEC.

         EXEC CICS HANDLE CONDITION NOTFND(767-PROMOTE-GONE)
         END-EXEC.

          GO TO 765-EXIT
         END-IF.

         PERFORM 772-CHECK-HOLDS THRU 772-EXIT.
         IF HOLD-FOUND IS EQUAL TO 1
          GO TO 763-PROMOTE-SKIP-HELD
         END-IF.

         MOVE WS-PROMOTE-COURSE
          TO STUFILE-COURSE-TABLE(WS-EMPTY-IDX).
         MOVE EIBDATE TO STUFILE-LAST-MAINT-DATE.
         END-EXEC.

         PERFORM 9600-WRITE-XREF THRU 9600-EXIT.
         PERFORM 770-BUMP-SECTION THRU 770-EXIT.

         MOVE 'WAIT-PROM' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         EXEC CICS ENDBR FILE('WAITLST') END-EXEC.
         GO TO 765-EXIT.

        763-PROMOTE-SKIP-HELD.
         EXEC CICS UNLOCK FILE('STUFILE') END-EXEC.
         IF WAITLST-SEQ-NO IS EQUAL TO 99999
          GO TO 765-EXIT
         END-IF.

         ADD 1 TO WAITLST-SEQ-NO.
         EXEC CICS HANDLE CONDITION ENDFILE(766-PROMOTE-ENDBR)
          NOTFND(765-EXIT) END-EXEC.

         EXEC CICS STARTBR FILE('WAITLST')
          RIDFLD (WAITLST-KEY)
          GTEQ
         END-EXEC.

         GO TO 764-PROMOTE-SCAN.

        767-PROMOTE-GONE.
         EXEC CICS DELETE FILE('WAITLST')
          RIDFLD (WAITLST-KEY)
        769-EXIT.
         EXIT.

        770-BUMP-SECTION.
         IF WS-PROMOTE-SECTION IS EQUAL TO SPACES
          GO TO 770-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(770-EXIT) END-EXEC.
         MOVE WS-PROMOTE-COURSE TO CRSSECT-COURSE.
         MOVE WS-PROMOTE-SECTION TO CRSSECT-SECTION.

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

        770-EXIT.
         EXIT.

      * A STUDENT WITH AN ACTIVE BLOCKING HOLD (STUHOLD) IS LEFT ON THE
      * WAITLIST RATHER THAN PROMOTED INTO THE FREED SEAT.
        772-CHECK-HOLDS.
         MOVE 0 TO HOLD-FOUND.
         EXEC CICS HANDLE CONDITION ENDFILE(774-HOLD-BROWSE-END)
          NOTFND(775-HOLD-NONE) END-EXEC.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.

         EXEC CICS STARTBR FILE('STUHOLD')
          RIDFLD (STUHOLD-KEY)
          GTEQ
         END-EXEC.

        773-HOLD-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
         END-EXEC.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          EXEC CICS ENDBR FILE('STUHOLD') END-EXEC
          GO TO 772-EXIT
         END-IF.

         IF STUHOLD-STATUS IS NOT EQUAL TO 'A' OR
            STUHOLD-BLOCK-FLAG IS NOT EQUAL TO 'Y'
          GO TO 773-HOLD-BROWSE-LOOP
         END-IF.

         MOVE 1 TO HOLD-FOUND.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.
         GO TO 772-EXIT.

        774-HOLD-BROWSE-END.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.

        775-HOLD-NONE.

        772-EXIT.
         EXIT.

        900-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE WAITLST-TERM-CODE TO ENRLXRF-TERM-CODE.
         MOVE EIBDATE TO ENRLXRF-ADD-DATE.
         MOVE WS-PROMOTE-SECTION TO ENRLXRF-SECTION.

         EXEC CICS WRITE FILE('ENRLXRF')
          FROM (ENRLXRF-RECORD)
