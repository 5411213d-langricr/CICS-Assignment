      ******************************************************************
      * CENSUS ENROLLMENT RECORD - ONE ENTRY PER STUDENT PER COURSE    *
      * ENROLLED ON THE TERM'S CENSUS DATE, KEYED BY TERM, STUDENT    *
      * AND COURSE. WRITTEN ONCE BY THE CENSUS RUN (RLPRG37) ON THE   *
      * NIGHT THE CENSUS DATE IS REACHED AND NEVER UPDATED AFTER -    *
      * LATER DROP/ADDS CHANGE STUFILE AND ENRLXRF BUT NOT THIS FILE. *
      * THE STUDENT'S CREDIT TOTAL, LOAD AND STANDING AS OF THE       *
      * CENSUS ARE CARRIED ON EVERY ONE OF THE STUDENT'S RECORDS.     *
      * LOAD IS FT FULL-TIME, PT PART-TIME OR UL UNDER-LOAD AGAINST   *
      * THE TERMCTL CREDIT LOADS (AS IN RLPRG21). READ BY THE         *
      * STATISTICAL RETURN (RLPRG38) AND THE REGISTRAR'S CENSUS       *
      * INQUIRY (RLPRG39). DATES ARE JULIAN CYYDDD.                   *
      ******************************************************************
       01  CENSUS-RECORD.
           05  CENSUS-KEY.
               10  CENSUS-TERM-CODE         PIC X(6).
               10  CENSUS-STUDENT-KEY       PIC X(10).
               10  CENSUS-COURSE            PIC X(8).
           05  CENSUS-SECTION               PIC X(2).
           05  CENSUS-CREDIT-HRS            PIC S9(3) COMP-3.
           05  CENSUS-STU-CREDITS           PIC S9(3) COMP-3.
           05  CENSUS-STU-COURSES           PIC S9(3) COMP-3.
           05  CENSUS-LOAD                  PIC X(2).
           05  CENSUS-STANDING              PIC X(2).
           05  CENSUS-PROGRAM               PIC X(4).
           05  CENSUS-DATE                  PIC S9(7) COMP-3.
           05  CENSUS-TAKEN-DATE            PIC S9(7) COMP-3.
           05  FILLER                       PIC X(12) VALUE SPACES.
