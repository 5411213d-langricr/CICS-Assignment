         01  RECORD-FOUND                  PIC 9 VALUE 1.
         01  COURSE-FOUND                  PIC 9 VALUE 1.
         01  TERM-FOUND                    PIC 9 VALUE 0.
         01  HOLD-FOUND                    PIC 9 VALUE 0.
         01  SECT-FOUND                    PIC 9 VALUE 0.
         01  WS-SAVE-PATH                  PIC X VALUE 'S'.
         01  STILL-ENROLLED                PIC 9 VALUE 0.
         01  WS-CURRENT-TERM               PIC X(6).
         01  WS-BAD-COURSE                 PIC X(8).
         01  WS-COURSE-IDX                 PIC S9(4) COMP.
         01  WS-OLD-COURSE-TABLE.
          05 WS-OLD-COURSE OCCURS 10 TIMES PIC X(8).
         01  WS-OLD-IDX                    PIC S9(4) COMP.
         01  WS-OLD-ADDRESS.
          05 WS-OLD-ADDR-LINE1             PIC X(20).
          05 WS-OLD-ADDR-LINE2             PIC X(20).
          05 WS-OLD-ADDR-LINE3             PIC X(20).
          05 WS-OLD-POSTAL                 PIC X(6).
         01  ALREADY-ENROLLED              PIC 9 VALUE 0.

         01  WS-DISPLAY-COMMAREA.
         COPY 'AUDITLOG'.
         COPY 'TERMCTL'.
         COPY 'ENRLXRF'.
         COPY 'STUHOLD'.
         COPY 'CRSSECT'.
         COPY 'PROGREQ'.
         COPY 'ADDRFLG'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.
         01 STUHOLD-LENGTH                 PIC S9(4) COMP VALUE 80.
         01 CRSSECT-LENGTH                 PIC S9(4) COMP VALUE 50.
         01 PROGREQ-LENGTH                 PIC S9(4) COMP VALUE 100.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
         MOVE STUFILE-AREA-CODE TO PHAREO.
         MOVE STUFILE-EXCHANGE TO PHEXCO.
         MOVE STUFILE-PHONE-NUM TO PHNUMO.
         MOVE STUFILE-PROGRAM TO PROGO.

         EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2') END-EXEC.

          END-EXEC
          EXEC CICS RETURN TRANSID ('RL04') END-EXEC
         ELSE
          PERFORM 809-VALIDATE-PROGRAM THRU 809-EXIT
          GO TO 808-CONTINUE-SAVE
         END-IF.

      * A DECLARED PROGRAM MUST HAVE ITS HEADER LINE (PROGREQ LINE 000)
      * ON PROGREQ AND BE OPEN TO NEW DECLARATIONS. BLANKING THE FIELD
      * REMOVES THE DECLARATION.
        809-VALIDATE-PROGRAM.
         IF PROGL = 0 OR PROGI IS EQUAL TO SPACES
          GO TO 809-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(809-BAD-PROGRAM) END-EXEC.

         MOVE PROGI TO PROGREQ-PROGRAM.
         MOVE '000' TO PROGREQ-REQ-NO.
         EXEC CICS READ FILE('PROGREQ')
          INTO (PROGREQ-RECORD)
          LENGTH (PROGREQ-LENGTH)
          RIDFLD (PROGREQ-KEY)
         END-EXEC.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

         IF PROGREQ-CLOSED
          MOVE LOW-VALUES TO MENUINQO
          MOVE PROGI TO MSGO (1:4)
          MOVE 'IS CLOSED TO NEW DECLARATIONS' TO MSGO (6:29)
          EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL04') END-EXEC
         END-IF.

        809-EXIT.
         EXIT.

        809-BAD-PROGRAM.
         MOVE LOW-VALUES TO MENUINQO.
         MOVE PROGI TO MSGO (1:4).
         MOVE 'IS NOT A VALID PROGRAM CODE' TO MSGO (6:27).
         EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL04') END-EXEC.

        808-CONTINUE-SAVE.
         MOVE LK-DISPLAY-KEY TO STUFILE-KEY.
         MOVE LK-DISPLAY-PAGE TO WS-CURRENT-PAGE.
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         MOVE STUFILE-ADDR-LINE1 TO WS-OLD-ADDR-LINE1.
         MOVE STUFILE-ADDR-LINE2 TO WS-OLD-ADDR-LINE2.
         MOVE STUFILE-ADDR-LINE3 TO WS-OLD-ADDR-LINE3.
         MOVE STUFILE-POSTAL TO WS-OLD-POSTAL.

         IF STUNAMEL > 0
          MOVE STUNAMEI TO STUFILE-NAME
         END-IF.
         IF PHNUML > 0
          MOVE PHNUMI TO STUFILE-PHONE-NUM
         END-IF.
         IF PROGL > 0
          MOVE PROGI TO STUFILE-PROGRAM
         END-IF.

        840-VALIDATE-COURSES.
         PERFORM 880-CHECK-HOLDS THRU 880-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(870-BAD-COURSE) END-EXEC.

         PERFORM 845-CHECK-ONE-COURSE THRU 845-EXIT
         PERFORM 846-SCAN-OLD-COURSES THRU 846-EXIT.

         IF ALREADY-ENROLLED IS EQUAL TO 0
          IF HOLD-FOUND IS EQUAL TO 1
           GO TO 877-HOLD-ON-FILE
          END-IF
          IF COURSEM-STATUS IS EQUAL TO 'R'
           GO TO 876-RETIRED-COURSE
          END-IF
             COURSEM-MAX-SEATS
           GO TO 875-COURSE-FULL
          END-IF
          PERFORM 848-CHECK-ANY-SECTION THRU 848-EXIT
          IF SECT-FOUND IS EQUAL TO 1
           GO TO 878-HAS-SECTIONS
          END-IF
         END-IF.

        845-EXIT.
        847-EXIT.
         EXIT.

      * THIS SCREEN HAS NO SECTION FIELD, SO A COURSE THAT HAS SECTIONS
      * ON CRSSECT CAN ONLY BE ADDED THROUGH DROP/ADD WHERE ONE IS
      * KEYED.
        848-CHECK-ANY-SECTION.
         MOVE 0 TO SECT-FOUND.
         EXEC CICS HANDLE CONDITION ENDFILE(849-SECT-BROWSE-END)
          NOTFND(849-SECT-NONE) END-EXEC.
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

         IF CRSSECT-COURSE IS EQUAL TO COURSEM-KEY
          MOVE 1 TO SECT-FOUND
         END-IF.

        849-SECT-BROWSE-END.
         EXEC CICS ENDBR FILE('CRSSECT') END-EXEC.

        849-SECT-NONE.
         IF WS-SAVE-PATH IS EQUAL TO 'F'
          EXEC CICS HANDLE CONDITION NOTFND(959-BAD-COURSE-FLIP)
          END-EXEC
         ELSE
          EXEC CICS HANDLE CONDITION NOTFND(870-BAD-COURSE) END-EXEC
         END-IF.

        848-EXIT.
         EXIT.

        870-BAD-COURSE.
         MOVE 0 TO COURSE-FOUND.
         MOVE LOW-VALUES TO MENUINQO.
         EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL04') END-EXEC.

        878-HAS-SECTIONS.
         MOVE LOW-VALUES TO MENUINQO.
         MOVE WS-BAD-COURSE TO MSGO (1:8).
         MOVE 'HAS SECTIONS - ADD IT THROUGH DROP/ADD' TO MSGO (10:38).
         EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL04') END-EXEC.

        877-HOLD-ON-FILE.
         MOVE LOW-VALUES TO MENUINQO.
         MOVE 'COURSE ADDS BLOCKED - HOLD TYPE' TO MSGO (1:31).
         MOVE STUHOLD-TYPE TO MSGO (33:1).
         MOVE 'PLACED BY' TO MSGO (35:9).
         MOVE STUHOLD-OFFICE TO MSGO (45:10).
         EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL04') END-EXEC.

      * AN ACTIVE BLOCKING HOLD (STUHOLD) REFUSES ANY COURSE NEWLY KEYED
      * ON THE UPDATE. COURSES ALREADY HELD, AND DROPS, ARE NOT CHECKED.
        880-CHECK-HOLDS.
         MOVE 0 TO HOLD-FOUND.
         EXEC CICS HANDLE CONDITION ENDFILE(882-HOLD-BROWSE-END)
          NOTFND(883-HOLD-NONE) END-EXEC.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.

         EXEC CICS STARTBR FILE('STUHOLD')
          RIDFLD (STUHOLD-KEY)
          GTEQ
         END-EXEC.

        881-HOLD-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
         END-EXEC.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          EXEC CICS ENDBR FILE('STUHOLD') END-EXEC
          GO TO 880-EXIT
         END-IF.

         IF STUHOLD-STATUS IS NOT EQUAL TO 'A' OR
            STUHOLD-BLOCK-FLAG IS NOT EQUAL TO 'Y'
          GO TO 881-HOLD-BROWSE-LOOP
         END-IF.

         MOVE 1 TO HOLD-FOUND.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.
         GO TO 880-EXIT.

        882-HOLD-BROWSE-END.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.

        883-HOLD-NONE.

        880-EXIT.
         EXIT.

        890-RECORD-CHANGED.
         MOVE STUFILE-LAST-MAINT-USERID TO WS-CONFLICT-USERID.
         MOVE LOW-VALUES TO MENUINQO.
         MOVE 'UPDATE' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

         PERFORM 9700-CLEAR-ADDRESS-FLAG THRU 9700-EXIT.

         MOVE LOW-VALUES TO MENUINQO.
         MOVE 'STUDENT RECORD UPDATED' TO MSGO.
         EXEC CICS SEND MAP ('MENUINQ') MAPSET ('RLMAP2') ERASE
        9500-EXIT.
         EXIT.

      * A CHANGED ADDRESS IS TAKEN AS CORRECTED - ANY UNDELIVERABLE
      * FLAG FROM RETURNED MAIL IS REMOVED SO LETTERS AND INVOICES GO
      * OUT AGAIN.
        9700-CLEAR-ADDRESS-FLAG.
         IF STUFILE-ADDR-LINE1 IS EQUAL TO WS-OLD-ADDR-LINE1 AND
            STUFILE-ADDR-LINE2 IS EQUAL TO WS-OLD-ADDR-LINE2 AND
            STUFILE-ADDR-LINE3 IS EQUAL TO WS-OLD-ADDR-LINE3 AND
            STUFILE-POSTAL IS EQUAL TO WS-OLD-POSTAL
          GO TO 9700-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(9710-EXIT) END-EXEC.
         PERFORM 9710-DELETE-ADDRESS-FLAG THRU 9710-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

        9700-EXIT.
         EXIT.

        9710-DELETE-ADDRESS-FLAG.
         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.

         EXEC CICS DELETE FILE('ADDRFLG')
          RIDFLD (ADDRFLG-KEY)
         END-EXEC.

         MOVE 'ADDR-CLR' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

        9710-EXIT.
         EXIT.

        9550-CAPTURE-OLD-COURSES.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX)
          TO WS-OLD-COURSE(WS-COURSE-IDX).
          GO TO 9610-EXIT
         END-IF.

      * A COURSE ONLY MOVED TO ANOTHER LINE KEEPS ITS SEAT AND SECTION.
         PERFORM 9630-SCAN-NEW-COURSES THRU 9630-EXIT.
         IF STILL-ENROLLED IS EQUAL TO 1
          GO TO 9610-EXIT
         END-IF.

         MOVE WS-OLD-COURSE(WS-COURSE-IDX) TO COURSEM-KEY.

         EXEC CICS READ FILE('COURSEM')
         MOVE WS-OLD-COURSE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
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
          GO TO 9610-EXIT
         END-IF.

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

        9610-EXIT.
         EXIT.

          GO TO 9620-EXIT
         END-IF.

         PERFORM 846-SCAN-OLD-COURSES THRU 846-EXIT.
         IF ALREADY-ENROLLED IS EQUAL TO 1
          GO TO 9620-EXIT
         END-IF.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.

         EXEC CICS READ FILE('COURSEM')
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE WS-CURRENT-TERM TO ENRLXRF-TERM-CODE.
         MOVE EIBDATE TO ENRLXRF-ADD-DATE.
         MOVE SPACES TO ENRLXRF-SECTION.

         EXEC CICS WRITE FILE('ENRLXRF')
          FROM (ENRLXRF-RECORD)
        9620-EXIT.
         EXIT.

        9630-SCAN-NEW-COURSES.
         MOVE 0 TO STILL-ENROLLED.
         PERFORM 9635-SCAN-ONE-NEW THRU 9635-EXIT
          VARYING WS-OLD-IDX FROM 1 BY 1
          UNTIL WS-OLD-IDX > 10.

        9630-EXIT.
         EXIT.

        9635-SCAN-ONE-NEW.
         IF STUFILE-COURSE-TABLE(WS-OLD-IDX) IS EQUAL TO
            WS-OLD-COURSE(WS-COURSE-IDX)
          MOVE 1 TO STILL-ENROLLED
         END-IF.

        9635-EXIT.
         EXIT.

        9650-FIND-CURRENT-TERM.
         MOVE 0 TO TERM-FOUND.
         MOVE SPACES TO WS-CURRENT-TERM.
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL04') END-EXEC
         ELSE
          PERFORM 809-VALIDATE-PROGRAM THRU 809-EXIT
          GO TO 958-APPLY-SAVE-FOR-FLIP
         END-IF.

          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         MOVE STUFILE-ADDR-LINE1 TO WS-OLD-ADDR-LINE1.
         MOVE STUFILE-ADDR-LINE2 TO WS-OLD-ADDR-LINE2.
         MOVE STUFILE-ADDR-LINE3 TO WS-OLD-ADDR-LINE3.
         MOVE STUFILE-POSTAL TO WS-OLD-POSTAL.

         IF STUNAMEL > 0
          MOVE STUNAMEI TO STUFILE-NAME
         END-IF.
         IF PHNUML > 0
          MOVE PHNUMI TO STUFILE-PHONE-NUM
         END-IF.
         IF PROGL > 0
          MOVE PROGI TO STUFILE-PROGRAM
         END-IF.

        959-VALIDATE-COURSES-FLIP.
         MOVE 'F' TO WS-SAVE-PATH.
         PERFORM 880-CHECK-HOLDS THRU 880-EXIT.
         EXEC CICS HANDLE CONDITION NOTFND(959-BAD-COURSE-FLIP)
         END-EXEC.

         MOVE 'UPDATE' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

         PERFORM 9700-CLEAR-ADDRESS-FLAG THRU 9700-EXIT.

         IF WS-FLIP-DIRECTION IS EQUAL TO 'N'
          IF WS-CURRENT-PAGE < 2
           ADD 1 TO WS-CURRENT-PAGE
