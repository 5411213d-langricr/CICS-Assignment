      ******************************************************************
      * EXAM-PERIOD TABLE - ONE ENTRY PER FINAL EXAM SLOT OF A TERM,  *
      * KEYED BY TERM CODE PLUS A TWO-DIGIT SLOT NUMBER SO A KEYED    *
      * BROWSE FROM SLOT 00 RETURNS ONE TERM'S EXAM WEEK. EACH SLOT   *
      * HAS A DATE (JULIAN CYYDDD) AND HHMM TIMES, AND UP TO EIGHT    *
      * CLASS PATTERNS IT TAKES: THE FIRST MEETING DAY OF THE WEEK    *
      * (M T W R F) AND THE HOUR THE CLASS STARTS (HH). A COURSE OR   *
      * SECTION WHOSE SCHEDULE MATCHES A PATTERN WRITES ITS EXAM IN   *
      * THAT SLOT UNLESS EXAMOVR SAYS OTHERWISE. LOADED BY RLPRG33,   *
      * USED BY THE EXAM SCHEDULE RUN (RLPRG34).                      *
      ******************************************************************
       01  EXAMPER-RECORD.
           05  EXAMPER-KEY.
               10  EXAMPER-TERM-CODE        PIC X(6).
               10  EXAMPER-SLOT             PIC 9(2).
           05  EXAMPER-EXAM-DATE            PIC S9(7) COMP-3.
           05  EXAMPER-START-TIME           PIC X(4).
           05  EXAMPER-END-TIME             PIC X(4).
           05  EXAMPER-PATTERN-TABLE.
               10  EXAMPER-PATTERN OCCURS 8 TIMES.
                   15  EXAMPER-PAT-DAY      PIC X.
                   15  EXAMPER-PAT-HOUR     PIC X(2).
           05  FILLER                       PIC X(6) VALUE SPACES.
