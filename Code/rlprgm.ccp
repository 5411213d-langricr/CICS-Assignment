
         COPY 'SECPROF'.

         01 SECPROF-LENGTH          PIC S9(4) COMP VALUE 40.

         COPY 'AUDITLOG'.

         01 AUDITLOG-LENGTH         PIC S9(4) COMP VALUE 50.

      * AUTHORITY REFUSALS IN ONE DAY THAT LOCK A USERID.
         01 SECPROF-DENY-LIMIT      PIC S9(3) COMP-3 VALUE 5.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          PERFORM 250-CHECK-AUTHORITY THRU 250-EXIT
          GO TO 690-CHOICE-C
         ELSE
         IF CHOICEI IS EQUAL TO 'I'
          MOVE SECPROF-UPDATE-AUTH TO WS-CHECK-FLAG
          PERFORM 250-CHECK-AUTHORITY THRU 250-EXIT
          GO TO 691-CHOICE-I
         ELSE
         IF CHOICEI IS EQUAL TO 'E'
          MOVE SECPROF-REGISTRAR-AUTH TO WS-CHECK-FLAG
          PERFORM 250-CHECK-AUTHORITY THRU 250-EXIT
          GO TO 692-CHOICE-E
         ELSE
         IF CHOICEI IS EQUAL TO 'G'
          MOVE SECPROF-GRADE-AUTH TO WS-CHECK-FLAG
          PERFORM 250-CHECK-AUTHORITY THRU 250-EXIT
         IF CHOICEI IS EQUAL TO 'L'
          GO TO 697-CHOICE-L
         ELSE
         IF CHOICEI IS EQUAL TO 'A'
          GO TO 698-CHOICE-A
         ELSE
         IF CHOICEI IS EQUAL TO 'H'
          MOVE SECPROF-UPDATE-AUTH TO WS-CHECK-FLAG
          PERFORM 250-CHECK-AUTHORITY THRU 250-EXIT
          GO TO 699-CHOICE-H
         ELSE
         IF CHOICEI IS EQUAL TO '9'
          GO TO 700-CHOICE-9
         ELSE
          INTO (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
          RIDFLD (SECPROF-USERID)
          UPDATE
         END-EXEC.

      * STAMP THE DAY OF THE USERID'S FIRST MENU USE, FOR THE DORMANT
      * USERID REVIEW. LATER USES THE SAME DAY LEAVE IT ALONE.
         IF SECPROF-LAST-SIGNON-DATE IS NUMERIC
          IF SECPROF-LAST-SIGNON-DATE IS EQUAL TO EIBDATE
           EXEC CICS UNLOCK FILE('SECPROF') END-EXEC
           GO TO 150-EXIT
          END-IF
         END-IF.

         MOVE EIBDATE TO SECPROF-LAST-SIGNON-DATE.

         EXEC CICS REWRITE FILE('SECPROF')
          FROM (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
         END-EXEC.

        150-EXIT.
         MOVE 'N' TO SECPROF-GRADE-AUTH
         MOVE 'N' TO SECPROF-OVERRIDE-AUTH
         MOVE 'N' TO SECPROF-GRDAPP-AUTH
         MOVE 'N' TO SECPROF-REGISTRAR-AUTH
         MOVE 'N' TO SECPROF-LOCKED
         GO TO 150-EXIT.

        250-CHECK-AUTHORITY.
         IF SECPROF-LOCKED IS EQUAL TO 'Y'
          GO TO 955-LOCKED
         END-IF.

         IF WS-CHECK-FLAG IS NOT EQUAL TO 'Y'
          GO TO 950-UNAUTHORIZED
         END-IF.
         EXIT.

        950-UNAUTHORIZED.
         PERFORM 960-RECORD-DENIAL THRU 960-EXIT.

         MOVE LOW-VALUES TO MENUO.
         MOVE 'YOU ARE NOT AUTHORIZED FOR THAT OPTION' TO MSGO.
         IF SECPROF-LOCKED IS EQUAL TO 'Y'
          MOVE 'NOT AUTHORIZED - USERID IS NOW LOCKED' TO MSGO
         END-IF.
         EXEC CICS SEND MAP('MENU') MAPSET('RLMAP1') END-EXEC.
         EXEC CICS RETURN TRANSID('RL01') END-EXEC.

        955-LOCKED.
         MOVE LOW-VALUES TO MENUO.
         MOVE 'USERID LOCKED - SEE YOUR SECURITY ADMINISTRATOR' TO MSGO.
         EXEC CICS SEND MAP('MENU') MAPSET('RLMAP1') END-EXEC.
         EXEC CICS RETURN TRANSID('RL01') END-EXEC.

      * COUNT THE REFUSAL AGAINST THE USERID'S PROFILE. THE COUNT
      * STARTS OVER EACH DAY; REACHING THE LIMIT LOCKS THE USERID.
        960-RECORD-DENIAL.
         IF WS-PROFILE-FOUND IS EQUAL TO 0
          GO TO 960-EXIT
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(965-DENIAL-DONE) END-EXEC.
         MOVE WS-USERID TO SECPROF-USERID.

         EXEC CICS READ FILE('SECPROF')
          INTO (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
          RIDFLD (SECPROF-USERID)
          UPDATE
         END-EXEC.

         IF SECPROF-LOCKED IS EQUAL TO 'Y'
          EXEC CICS UNLOCK FILE('SECPROF') END-EXEC
          GO TO 965-DENIAL-DONE
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
          MOVE WS-USERID TO AUDITLOG-USERID
          MOVE EIBTIME TO AUDITLOG-TIME
          MOVE EIBDATE TO AUDITLOG-DATE
          MOVE SPACES TO AUDITLOG-DETAIL
          EXEC CICS WRITE FILE('AUDITLOG')
           FROM (AUDITLOG-RECORD)
           LENGTH (AUDITLOG-LENGTH)
          END-EXEC
         END-IF.

        965-DENIAL-DONE.

        960-EXIT.
         EXIT.
  
       300-CHOICE-1.
        EXEC CICS XCTL
          LENGTH( WS-TRANSFER-LENGTH )
        END-EXEC.

       691-CHOICE-I.
        EXEC CICS XCTL
          PROGRAM('RLPRG22')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
        END-EXEC.

       692-CHOICE-E.
        EXEC CICS XCTL
          PROGRAM('RLPRG39')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
        END-EXEC.

       695-CHOICE-G.
        EXEC CICS XCTL
          PROGRAM('RLPRGG')
          LENGTH( WS-TRANSFER-LENGTH )
        END-EXEC.

       698-CHOICE-A.
        EXEC CICS XCTL
          PROGRAM('RLPRG17')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
        END-EXEC.

       699-CHOICE-H.
        EXEC CICS XCTL
          PROGRAM('RLPRG19')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
        END-EXEC.

       700-CHOICE-9.
        MOVE LOW-VALUES TO MENUO.
        MOVE 'YOU ENTERED 9 - PROGRAM ENDING' TO MSGO.
