         COPY 'AUDITLOG'.

         01 RUNCTL-LENGTH                  PIC S9(4) COMP VALUE 50.
         01 SECPROF-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         END-EXEC.

         IF OPER-PROFILE-FOUND IS EQUAL TO 0 OR
            SECPROF-ADMIN-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          GO TO 070-NOT-AUTHORIZED
         END-IF.

