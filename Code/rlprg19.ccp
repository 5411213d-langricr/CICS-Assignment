       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG19.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         COPY 'RLMAP13'.
         01 WS-TRANSFER-FIELD              PIC X(2).
         01 WS-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 2.

         01  RECORD-FOUND                  PIC 9 VALUE 1.
         01  HOLD-FOUND                    PIC 9 VALUE 1.
         01  WS-AUDIT-ACTION               PIC X(10).
         01  WS-AUDIT-DETAIL               PIC X(10) VALUE SPACES.
         01  WS-HOLD-MSG                   PIC X(79).
         01  WS-LINE-IDX                   PIC S9(4) COMP VALUE 0.
         01  WS-HOLD-STUDENT-KEY           PIC X(10).

         01  WS-HOLD-LINE.
          05 WS-HL-TYPE                   PIC X(13).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HL-OFFICE                 PIC X(10).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HL-PLACED                 PIC 9(7).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HL-STATUS                 PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HL-BLOCK                  PIC X(5).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-HL-REASON                 PIC X(22).

         COPY 'STUFILE'.
         COPY 'STUHOLD'.
         COPY 'AUDITLOG'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 STUHOLD-LENGTH                 PIC S9(4) COMP VALUE 80.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          05 LK-TRANSFER                   PIC XX.

       PROCEDURE DIVISION.
        000-START-LOGIC.
         EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME) END-EXEC.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         EXEC CICS HANDLE AID PF9(900-EXIT) END-EXEC.

         IF EIBCALEN IS EQUAL TO 2
          GO TO 100-FIRST-TIME
         END-IF.

         EXEC CICS RECEIVE MAP('HOLDMNT') MAPSET('RLMAP13') END-EXEC.

         GO TO 200-VALIDATE-INPUT.

        100-FIRST-TIME.
         MOVE LOW-VALUES TO HOLDMNTO.
         MOVE 'ACTION P (PLACE) R (RELEASE) I (INQUIRE) - PF9 EXITS'
          TO MSGO.

         EXEC CICS SEND MAP('HOLDMNT') MAPSET('RLMAP13') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID('RL15') END-EXEC.

        200-VALIDATE-INPUT.
         IF STUNUMI IS NOT NUMERIC OR STUNUML < 7
          MOVE LOW-VALUES TO HOLDMNTO
          MOVE 'STUDENT NUMBER MUST BE 7 DIGITS' TO MSGO
          EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL15') END-EXEC
         ELSE
         IF ACTIONI IS NOT EQUAL TO 'P' AND
            ACTIONI IS NOT EQUAL TO 'R' AND
            ACTIONI IS NOT EQUAL TO 'I'
          MOVE LOW-VALUES TO HOLDMNTO
          MOVE 'ACTION MUST BE P (PLACE), R (RELEASE) OR I (INQUIRE)'
           TO MSGO
          EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL15') END-EXEC
         ELSE
         IF ACTIONI IS EQUAL TO 'I'
          GO TO 300-FIND-STUDENT
         ELSE
          GO TO 250-EDIT-HOLD
         END-IF.

        250-EDIT-HOLD.
         IF HTYPEI IS NOT EQUAL TO 'F' AND
            HTYPEI IS NOT EQUAL TO 'L' AND
            HTYPEI IS NOT EQUAL TO 'D' AND
            HTYPEI IS NOT EQUAL TO 'A'
          MOVE LOW-VALUES TO HOLDMNTO
          MOVE 'HOLD TYPE MUST BE F, L, D OR A' TO MSGO
          EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL15') END-EXEC
         END-IF.

         IF ACTIONI IS EQUAL TO 'P' AND OFFICEL IS EQUAL TO 0
          MOVE LOW-VALUES TO HOLDMNTO
          MOVE 'ENTER THE OFFICE PLACING THE HOLD' TO MSGO
          EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL15') END-EXEC
         END-IF.

         IF BLOCKI IS NOT EQUAL TO 'N'
          MOVE 'Y' TO BLOCKI
         END-IF.
         IF REASONL IS EQUAL TO 0
          MOVE SPACES TO REASONI
         END-IF.

        300-FIND-STUDENT.
         MOVE 'XXX' TO STUFILE-PREFIX.
         MOVE STUNUMI TO STUFILE-STUDENT-NO.
         MOVE 1 TO RECORD-FOUND.

         EXEC CICS READ FILE('STUFILE')
          INTO (STUFILE-RECORD)
          LENGTH (STUFILE-LENGTH)
          RIDFLD (STUFILE-KEY)
         END-EXEC.

         IF RECORD-FOUND IS EQUAL TO 0
          GO TO 500-STUDENT-NOT-FOUND
         END-IF.

         IF ACTIONI IS EQUAL TO 'P'
          GO TO 600-PLACE-HOLD
         ELSE
         IF ACTIONI IS EQUAL TO 'R'
          GO TO 650-RELEASE-HOLD
         END-IF.

         MOVE 'HOLD-INQ' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'HOLDS ON FILE - PF9 EXITS' TO WS-HOLD-MSG.
         GO TO 700-LIST-HOLDS.

        450-NOTFND.
         MOVE 0 TO RECORD-FOUND.

        500-STUDENT-NOT-FOUND.
         MOVE LOW-VALUES TO HOLDMNTO.
         MOVE 'STUDENT NUMBER NOT FOUND' TO MSGO.
         EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL15') END-EXEC.

        600-PLACE-HOLD.
         EXEC CICS HANDLE CONDITION NOTFND(620-NEW-HOLD) END-EXEC.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE HTYPEI TO STUHOLD-TYPE.

         EXEC CICS READ FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
          UPDATE
         END-EXEC.

         IF STUHOLD-STATUS IS EQUAL TO 'A'
          MOVE LOW-VALUES TO HOLDMNTO
          MOVE 'A HOLD OF THAT TYPE IS ALREADY ACTIVE' TO MSGO
          EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL15') END-EXEC
         END-IF.

      * A RELEASED HOLD OF THE SAME TYPE IS REACTIVATED IN PLACE.
         PERFORM 630-FILL-HOLD THRU 630-EXIT.

         EXEC CICS REWRITE FILE('STUHOLD')
          FROM (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
         END-EXEC.

         GO TO 640-HOLD-PLACED.

        620-NEW-HOLD.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE HTYPEI TO STUHOLD-TYPE.
         PERFORM 630-FILL-HOLD THRU 630-EXIT.

         EXEC CICS WRITE FILE('STUHOLD')
          FROM (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
         END-EXEC.

         GO TO 640-HOLD-PLACED.

        630-FILL-HOLD.
         MOVE OFFICEI TO STUHOLD-OFFICE.
         MOVE EIBDATE TO STUHOLD-PLACED-DATE.
         EXEC CICS ASSIGN USERID(STUHOLD-PLACED-USERID) END-EXEC.
         MOVE 'A' TO STUHOLD-STATUS.
         MOVE BLOCKI TO STUHOLD-BLOCK-FLAG.
         MOVE 0 TO STUHOLD-RELEASED-DATE.
         MOVE SPACES TO STUHOLD-RELEASED-USERID.
         MOVE REASONI TO STUHOLD-REASON.

        630-EXIT.
         EXIT.

        640-HOLD-PLACED.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         MOVE 'HOLD-PLACE' TO WS-AUDIT-ACTION.
         MOVE STUHOLD-TYPE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'HOLD PLACED - ENTER NEXT OR PF9 TO EXIT' TO WS-HOLD-MSG.
         GO TO 700-LIST-HOLDS.

        650-RELEASE-HOLD.
         EXEC CICS HANDLE CONDITION NOTFND(660-NO-ACTIVE-HOLD) END-EXEC.
         MOVE 1 TO HOLD-FOUND.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE HTYPEI TO STUHOLD-TYPE.

         EXEC CICS READ FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
          UPDATE
         END-EXEC.

         IF STUHOLD-STATUS IS NOT EQUAL TO 'A'
          GO TO 660-NO-ACTIVE-HOLD
         END-IF.

         MOVE 'R' TO STUHOLD-STATUS.
         MOVE EIBDATE TO STUHOLD-RELEASED-DATE.
         EXEC CICS ASSIGN USERID(STUHOLD-RELEASED-USERID) END-EXEC.

         EXEC CICS REWRITE FILE('STUHOLD')
          FROM (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
         END-EXEC.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         MOVE 'HOLD-REL' TO WS-AUDIT-ACTION.
         MOVE STUHOLD-TYPE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         MOVE 'HOLD RELEASED - ENTER NEXT OR PF9 TO EXIT'
          TO WS-HOLD-MSG.
         GO TO 700-LIST-HOLDS.

        660-NO-ACTIVE-HOLD.
         MOVE 0 TO HOLD-FOUND.
         MOVE LOW-VALUES TO HOLDMNTO.
         MOVE 'NO ACTIVE HOLD OF THAT TYPE FOR THIS STUDENT' TO MSGO.
         EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL15') END-EXEC.

        700-LIST-HOLDS.
         MOVE LOW-VALUES TO HOLDMNTO.
         MOVE STUFILE-STUDENT-NO TO STUNUMO.
         MOVE STUFILE-NAME TO STUNAMEO.

         MOVE 0 TO WS-LINE-IDX.
         MOVE STUFILE-KEY TO WS-HOLD-STUDENT-KEY.
         EXEC CICS HANDLE CONDITION ENDFILE(780-BROWSE-END)
          NOTFND(790-SEND-LIST) END-EXEC.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.

         EXEC CICS STARTBR FILE('STUHOLD')
          RIDFLD (STUHOLD-KEY)
          GTEQ
         END-EXEC.

        760-BROWSE-LOOP.
         IF WS-LINE-IDX >= 4
          GO TO 780-BROWSE-END
         END-IF.

         EXEC CICS READNEXT FILE('STUHOLD')
          INTO (STUHOLD-RECORD)
          LENGTH (STUHOLD-LENGTH)
          RIDFLD (STUHOLD-KEY)
         END-EXEC.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO WS-HOLD-STUDENT-KEY
          GO TO 780-BROWSE-END
         END-IF.

         ADD 1 TO WS-LINE-IDX.
         PERFORM 800-FORMAT-ONE-LINE THRU 800-EXIT.
         GO TO 760-BROWSE-LOOP.

        780-BROWSE-END.
         EXEC CICS ENDBR FILE('STUHOLD') END-EXEC.

        790-SEND-LIST.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.
         IF WS-LINE-IDX IS EQUAL TO 0
          MOVE 'NO HOLDS ON FILE FOR THIS STUDENT' TO LN1O
         END-IF.
         MOVE WS-HOLD-MSG TO MSGO.

         EXEC CICS SEND MAP ('HOLDMNT') MAPSET ('RLMAP13') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL15') END-EXEC.

        800-FORMAT-ONE-LINE.
         IF STUHOLD-TYPE IS EQUAL TO 'F'
          MOVE 'FINANCIAL' TO WS-HL-TYPE
         ELSE
         IF STUHOLD-TYPE IS EQUAL TO 'L'
          MOVE 'LIBRARY' TO WS-HL-TYPE
         ELSE
         IF STUHOLD-TYPE IS EQUAL TO 'D'
          MOVE 'DISCIPLINARY' TO WS-HL-TYPE
         ELSE
          MOVE 'ADMISSIONS' TO WS-HL-TYPE
         END-IF.

         MOVE STUHOLD-OFFICE TO WS-HL-OFFICE.
         MOVE STUHOLD-PLACED-DATE TO WS-HL-PLACED.
         IF STUHOLD-STATUS IS EQUAL TO 'A'
          MOVE 'ACTIVE' TO WS-HL-STATUS
         ELSE
          MOVE 'RELEASED' TO WS-HL-STATUS
         END-IF.
         IF STUHOLD-BLOCK-FLAG IS EQUAL TO 'Y'
          MOVE 'BLOCK' TO WS-HL-BLOCK
         ELSE
          MOVE SPACES TO WS-HL-BLOCK
         END-IF.
         MOVE STUHOLD-REASON TO WS-HL-REASON.

         IF WS-LINE-IDX IS EQUAL TO 1
          MOVE WS-HOLD-LINE TO LN1O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 2
          MOVE WS-HOLD-LINE TO LN2O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 3
          MOVE WS-HOLD-LINE TO LN3O
         ELSE
          MOVE WS-HOLD-LINE TO LN4O
         END-IF.

        800-EXIT.
         EXIT.

        900-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
         END-EXEC.

        9500-WRITE-AUDIT-RECORD.
         MOVE STUFILE-KEY TO AUDITLOG-STUDENT-KEY.
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
