      ******************************************************************
      * JOB-STREAM DEPENDENCY TABLE - KEYED BY JOB NAME + PREDECESSOR *
      * JOB NAME (BOTH THE RUNCTL PROGRAM NAME). THE ENTRY WITH A     *
      * BLANK PREDECESSOR IS THE JOB'S HEADER: ITS PLACE IN THE NIGHT *
      * AND THE RESULT OF ITS LAST GATE CHECK. EVERY OTHER ENTRY NAMES*
      * ONE JOB THAT MUST BE COMPLETE IN RUNCTL BEFORE THE GATE STEP  *
      * (RLPRG31) RELEASES THIS ONE. TODAY FLAG 'Y' MEANS THE         *
      * PREDECESSOR MUST HAVE RUN ON TONIGHT'S BUSINESS DATE; 'N'     *
      * MEANS IT MUST HAVE RUN NO EARLIER THAN THIS JOB'S OWN LAST    *
      * RUN. LOADED BY RLPRG30, REPORTED BY THE RUN-BOOK (RLPRG32).   *
      * DATES ARE JULIAN CYYDDD, TIMES HHMMSS.                        *
      ******************************************************************
       01  JOBDEP-RECORD.
           05  JOBDEP-KEY.
               10  JOBDEP-JOB-NAME          PIC X(8).
               10  JOBDEP-PRED-NAME         PIC X(8).
           05  JOBDEP-CHAIN-SEQ             PIC 9(3).
           05  JOBDEP-DESC                  PIC X(20).
           05  JOBDEP-TODAY-FLAG            PIC X.
           05  JOBDEP-GATE-DATE             PIC S9(7) COMP-3.
           05  JOBDEP-GATE-TIME             PIC S9(7) COMP-3.
      * GATE RESULT IS R RELEASED OR H HELD (BLANK - NEVER GATED).
           05  JOBDEP-GATE-RESULT           PIC X.
           05  JOBDEP-GATE-REASON           PIC X(30).
           05  FILLER                       PIC X VALUE SPACES.
