           05  WAITLST-TERM-CODE            PIC X(6).
           05  WAITLST-ADD-DATE             PIC S9(7) COMP-3.
           05  WAITLST-ADD-TIME             PIC S9(7) COMP-3.
      * SECTION WAITED FOR, SPACES FOR A COURSE WITHOUT SECTIONS. A
      * FREED SEAT IS OFFERED TO THE FIRST ENTRY FOR THE SAME SECTION.
           05  WAITLST-SECTION              PIC X(2).
           05  FILLER                       PIC X(7) VALUE SPACES.
