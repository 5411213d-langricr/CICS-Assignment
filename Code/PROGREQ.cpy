      ******************************************************************
      * PROGRAM REQUIREMENT RECORD - THE REQUIREMENTS OF ONE DEGREE   *
      * PROGRAM, KEYED BY THE FOUR-CHARACTER PROGRAM CODE CARRIED IN  *
      * STUFILE-PROGRAM PLUS A THREE-DIGIT REQUIREMENT NUMBER. LINE   *
      * 000 IS THE PROGRAM HEADER - ITS TITLE, THE DEFAULT MINIMUM    *
      * GRADE FOR THE PROGRAM AND WHETHER IT IS OPEN TO NEW           *
      * DECLARATIONS. EVERY OTHER LINE IS EITHER ONE REQUIRED COURSE  *
      * (TYPE 'R', FIRST COURSE SLOT) OR AN ELECTIVE GROUP (TYPE 'E') *
      * FROM WHOSE LISTED COURSES THE STUDENT MUST COMPLETE THE       *
      * NEEDED NUMBER. A REQUIREMENT'S MINIMUM GRADE OVERRIDES THE    *
      * PROGRAM DEFAULT; WITH NEITHER, ANY PASSING GRADE WILL DO.     *
      * LOADED FROM PROGLOAD CARDS BY RLPRG26, CHECKED BY RLPRGU WHEN *
      * A PROGRAM IS DECLARED, AND AUDITED BY RLPRG27.                *
      ******************************************************************
       01  PROGREQ-RECORD.
           05  PROGREQ-KEY.
               10  PROGREQ-PROGRAM          PIC X(4).
               10  PROGREQ-REQ-NO           PIC X(3).
           05  PROGREQ-TYPE                 PIC X.
               88  PROGREQ-HEADER           VALUE 'H'.
               88  PROGREQ-REQUIRED         VALUE 'R'.
               88  PROGREQ-ELECTIVE         VALUE 'E'.
           05  PROGREQ-DESC                 PIC X(20).
           05  PROGREQ-MIN-GRADE            PIC X(2).
           05  PROGREQ-NEEDED               PIC S9(3) COMP-3.
           05  PROGREQ-STATUS               PIC X VALUE 'A'.
               88  PROGREQ-OPEN             VALUE 'A'.
               88  PROGREQ-CLOSED           VALUE 'C'.
           05  PROGREQ-COURSE-TABLE.
               10  PROGREQ-COURSE OCCURS 6 TIMES
                                            PIC X(8).
           05  FILLER                       PIC X(19) VALUE SPACES.
