           05  STUARCH-STANDING             PIC X(2).
           05  STUARCH-TERM-GPA             PIC S9V99 COMP-3.
           05  STUARCH-CUM-GPA              PIC S9V99 COMP-3.
           05  STUARCH-PROGRAM              PIC X(4) VALUE SPACES.
