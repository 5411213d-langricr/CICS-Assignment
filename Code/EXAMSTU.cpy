      ******************************************************************
      * STUDENT EXAM SCHEDULE - ONE ENTRY PER EXAM A STUDENT WRITES,  *
      * KEYED BY THE STUFILE KEY PLUS A LINE NUMBER IN DATE AND TIME  *
      * ORDER. REBUILT EVERY EXAM SCHEDULE RUN (RLPRG34) AND PRINTED  *
      * WITH THE SCHEDULE LETTERS (RLPRGW). A ZERO DATE MEANS THE     *
      * EXAM TIME IS STILL TO BE ANNOUNCED. CONFLICT FLAG S MARKS TWO *
      * EXAMS IN THE SAME SLOT, D THREE OR MORE ON ONE DAY.           *
      ******************************************************************
       01  EXAMSTU-RECORD.
           05  EXAMSTU-KEY.
               10  EXAMSTU-STUDENT-KEY      PIC X(10).
               10  EXAMSTU-LINE             PIC 9(2).
           05  EXAMSTU-TERM-CODE            PIC X(6).
           05  EXAMSTU-COURSE               PIC X(8).
           05  EXAMSTU-SECTION              PIC X(2).
           05  EXAMSTU-SLOT                 PIC 9(2).
           05  EXAMSTU-EXAM-DATE            PIC S9(7) COMP-3.
           05  EXAMSTU-START-TIME           PIC X(4).
           05  EXAMSTU-END-TIME             PIC X(4).
           05  EXAMSTU-ROOM                 PIC X(6).
           05  EXAMSTU-CONFLICT-FLAG        PIC X.
           05  FILLER                       PIC X(11) VALUE SPACES.
