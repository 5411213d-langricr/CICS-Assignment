           05  STUFILE-STANDING             PIC X(2).
           05  STUFILE-TERM-GPA             PIC S9V99 COMP-3.
           05  STUFILE-CUM-GPA              PIC S9V99 COMP-3.
      * DECLARED DEGREE PROGRAM - A PROGRAM CODE ON THE PROGRAM
      * REQUIREMENTS FILE (PROGREQ), SPACES WHEN NONE IS DECLARED. SET
      * ONLINE THROUGH RLPRGU; AUDITED AGAINST PROGREQ BY RLPRG27.
           05  STUFILE-PROGRAM              PIC X(4) VALUE SPACES.
