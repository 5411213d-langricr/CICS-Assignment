      * REPORTING; ANYTHING ELSE IS TREATED AS ACTIVE. THE COURSE FEE *
      * IS THE PER-ENROLLMENT TUITION CHARGE PRICED BY THE ASSESSMENT *
      * RUN (RLPRG3) AND MAINTAINED THROUGH RLPRGK AND RLPRGL.        *
      * CREDIT HOURS, ALSO MAINTAINED THROUGH RLPRGK AND RLPRGL, ARE  *
      * SUMMED OVER A STUDENT'S COURSE TABLE AND CHECKED AGAINST THE  *
      * TERM CREDIT LOADS ON TERMCTL; A COURSE WITHOUT CREDIT HOURS   *
      * ON FILE COUNTS AS ZERO.                                       *
      ******************************************************************
       01  COURSEM-RECORD.
           05  COURSEM-KEY.
           05  COURSEM-START-TIME           PIC X(4).
           05  COURSEM-END-TIME             PIC X(4).
           05  COURSEM-ROOM                 PIC X(6).
           05  COURSEM-CREDIT-HRS           PIC S9(3) COMP-3.
           05  FILLER                       PIC X(1) VALUE SPACES.
