      ******************************************************************
      * EXAM SLOT OVERRIDE - ONE ENTRY PER COURSE OR SECTION WHOSE    *
      * EXAM IS NOT WHERE ITS MEETING PATTERN WOULD PUT IT, KEYED BY  *
      * TERM, COURSE AND SECTION. A BLANK SECTION COVERS EVERY        *
      * SECTION OF THE COURSE WITHOUT AN ENTRY OF ITS OWN. SLOT 00    *
      * MEANS THE COURSE HAS NO FINAL EXAM. A BLANK ROOM KEEPS THE    *
      * CLASS ROOM. LOADED BY RLPRG33, USED BY RLPRG34.               *
      ******************************************************************
       01  EXAMOVR-RECORD.
           05  EXAMOVR-KEY.
               10  EXAMOVR-TERM-CODE        PIC X(6).
               10  EXAMOVR-COURSE           PIC X(8).
               10  EXAMOVR-SECTION          PIC X(2).
           05  EXAMOVR-SLOT                 PIC 9(2).
           05  EXAMOVR-ROOM                 PIC X(6).
           05  FILLER                       PIC X(16) VALUE SPACES.
