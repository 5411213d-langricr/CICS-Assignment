         COPY 'SECPROF'.
         COPY 'AUDITLOG'.

         01 SECPROF-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         END-EXEC.

         IF OPER-PROFILE-FOUND IS EQUAL TO 0 OR
            SECPROF-ADMIN-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          GO TO 070-NOT-AUTHORIZED
         END-IF.

        100-FIRST-TIME.
         MOVE LOW-VALUES TO SECADMO.
         MOVE 'KEY A USERID, ACTION A (ADD) C (CHANGE) R (REVOKE)'
          TO MSGO (1:50).
         MOVE 'U (UNLOCK)' TO MSGO (52:10).

         EXEC CICS SEND MAP('SECADM') MAPSET('RLMAP7') ERASE
         END-EXEC.
         ELSE
         IF ACTIONI IS NOT EQUAL TO 'A' AND
            ACTIONI IS NOT EQUAL TO 'C' AND
            ACTIONI IS NOT EQUAL TO 'R' AND
            ACTIONI IS NOT EQUAL TO 'U'
          MOVE LOW-VALUES TO SECADMO
          MOVE 'ACTION MUST BE A (ADD), C (CHANGE), R (REVOKE)'
           TO MSGO (1:46)
          MOVE 'OR U (UNLOCK)' TO MSGO (48:13)
          EXEC CICS SEND MAP ('SECADM') MAPSET ('RLMAP7')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL09') END-EXEC
         IF GAPAUI IS NOT EQUAL TO 'Y'
          MOVE 'N' TO GAPAUI
         END-IF.
         IF REGAUI IS NOT EQUAL TO 'Y'
          MOVE 'N' TO REGAUI
         END-IF.

         IF ACTIONI IS EQUAL TO 'A'
          GO TO 300-ADD-PROFILE
         ELSE
         IF ACTIONI IS EQUAL TO 'C'
          GO TO 400-CHANGE-PROFILE
         ELSE
         IF ACTIONI IS EQUAL TO 'U'
          GO TO 600-UNLOCK-PROFILE
         ELSE
          GO TO 500-REVOKE-PROFILE
         END-IF.
         MOVE GRDAUI TO SECPROF-GRADE-AUTH.
         MOVE OVRAUI TO SECPROF-OVERRIDE-AUTH.
         MOVE GAPAUI TO SECPROF-GRDAPP-AUTH.
         MOVE REGAUI TO SECPROF-REGISTRAR-AUTH.
         MOVE 0 TO SECPROF-LAST-SIGNON-DATE.
         MOVE EIBDATE TO SECPROF-GRANT-DATE.
         MOVE 0 TO SECPROF-REVOKE-DATE.
         MOVE 0 TO SECPROF-DENY-DATE.
         MOVE 0 TO SECPROF-DENY-COUNT.
         MOVE 'N' TO SECPROF-LOCKED.
         MOVE 0 TO SECPROF-LOCK-DATE.

         EXEC CICS WRITE FILE('SECPROF')
          FROM (SECPROF-RECORD)
         MOVE GRDAUI TO SECPROF-GRADE-AUTH.
         MOVE OVRAUI TO SECPROF-OVERRIDE-AUTH.
         MOVE GAPAUI TO SECPROF-GRDAPP-AUTH.
         MOVE REGAUI TO SECPROF-REGISTRAR-AUTH.
         MOVE EIBDATE TO SECPROF-GRANT-DATE.

         EXEC CICS REWRITE FILE('SECPROF')
          FROM (SECPROF-RECORD)
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL09') END-EXEC.

      * CLEAR A LOCK SET BY REPEATED AUTHORITY REFUSALS. THE USERID'S
      * AUTHORITIES THEMSELVES ARE LEFT AS THEY WERE.
        600-UNLOCK-PROFILE.
         MOVE USERIDI TO SECPROF-USERID.
         MOVE 1 TO PROFILE-FOUND.

         EXEC CICS READ FILE('SECPROF')
          INTO (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
          RIDFLD (SECPROF-KEY)
          UPDATE
         END-EXEC.

         IF PROFILE-FOUND IS EQUAL TO 0
          GO TO 550-PROFILE-NOT-FOUND
         END-IF.

         IF SECPROF-LOCKED IS NOT EQUAL TO 'Y'
          EXEC CICS UNLOCK FILE('SECPROF') END-EXEC
          MOVE LOW-VALUES TO SECADMO
          MOVE 'PROFILE IS NOT LOCKED' TO MSGO
          EXEC CICS SEND MAP ('SECADM') MAPSET ('RLMAP7') END-EXEC
          EXEC CICS RETURN TRANSID ('RL09') END-EXEC
         END-IF.

         MOVE 'N' TO SECPROF-LOCKED.
         MOVE 0 TO SECPROF-LOCK-DATE.
         MOVE 0 TO SECPROF-DENY-COUNT.

         EXEC CICS REWRITE FILE('SECPROF')
          FROM (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
         END-EXEC.

         MOVE 'SEC-UNLOCK' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

         MOVE LOW-VALUES TO SECADMO.
         MOVE 'PROFILE UNLOCKED' TO MSGO.
         EXEC CICS SEND MAP ('SECADM') MAPSET ('RLMAP7') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL09') END-EXEC.

        450-NOTFND.
         MOVE 0 TO PROFILE-FOUND.

