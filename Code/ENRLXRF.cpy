               10  ENRLXRF-STUDENT-KEY      PIC X(10).
           05  ENRLXRF-TERM-CODE            PIC X(6).
           05  ENRLXRF-ADD-DATE             PIC S9(7) COMP-3.
      * SECTION OF THE COURSE (CRSSECT) THE STUDENT IS ENROLLED IN,
      * SPACES FOR A COURSE WITHOUT SECTIONS.
           05  ENRLXRF-SECTION              PIC X(2).
           05  FILLER                       PIC X(2) VALUE SPACES.
