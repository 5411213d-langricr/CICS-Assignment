         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE SPACES TO ENRLXRF-TERM-CODE.
         MOVE WS-RUN-DATE-JUL TO ENRLXRF-ADD-DATE.
         MOVE SPACES TO ENRLXRF-SECTION.

         WRITE ENRLXRF-RECORD
          INVALID KEY
