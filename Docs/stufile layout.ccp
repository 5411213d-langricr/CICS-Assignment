           05  STUFILE-STANDING             PIC X(2).
           05  STUFILE-TERM-GPA             PIC S9V99 COMP-3.
           05  STUFILE-CUM-GPA              PIC S9V99 COMP-3.
           05  STUFILE-PROGRAM              PIC X(4) VALUE SPACES.
