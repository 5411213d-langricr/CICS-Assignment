      ******************************************************************
      * UNDELIVERABLE ADDRESS FLAG - ONE ENTRY PER STUDENT WHOSE MAIL *
      * HAS COME BACK FROM THE POST OFFICE, KEYED BY THE STUFILE KEY. *
      * SET BY THE RETURNED-MAIL RUN (RLPRG29) FROM THE MAILROOM FILE *
      * AND DELETED WHEN THE ADDRESS IS CHANGED (RLPRGU, RLPRGT). THE *
      * STUDENT MERGE (RLPRG28) CARRIES IT TO THE SURVIVOR ONLY WHEN  *
      * THE SURVIVOR IS AT THE SAME ADDRESS AND DROPS IT OTHERWISE.   *
      * THE LETTER AND INVOICE RUNS (RLPRGW, RLPRG7, RLPRG3) PRINT    *
      * NOTHING FOR A FLAGGED STUDENT AND LIST THEM AS HAVING NO      *
      * VALID ADDRESS. THE ADDRESS THE MAIL CAME BACK FROM IS KEPT    *
      * FOR THE REGISTRAR. DATES ARE JULIAN CYYDDD.                   *
      ******************************************************************
       01  ADDRFLG-RECORD.
           05  ADDRFLG-KEY.
               10  ADDRFLG-STUDENT-KEY      PIC X(10).
           05  ADDRFLG-FLAG-DATE            PIC S9(7) COMP-3.
           05  ADDRFLG-LAST-RETURN-DATE     PIC S9(7) COMP-3.
           05  ADDRFLG-RETURN-COUNT         PIC S9(3) COMP-3.
           05  ADDRFLG-REASON               PIC X(20).
           05  ADDRFLG-BAD-ADDR-LINE1       PIC X(20).
           05  ADDRFLG-BAD-POSTAL           PIC X(6).
           05  FILLER                       PIC X(14) VALUE SPACES.
