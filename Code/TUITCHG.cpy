      ******************************************************************
      * TUITION CHARGE RECORD - ONE ENTRY PER STUDENT PER ENROLLED    *
      * COURSE, WRITTEN BY THE ASSESSMENT RUN (RLPRG3) AT THE COURSE  *
      * FEE IN FORCE ON THE ASSESSMENT DATE. TAKEN INTO THE STUDENT   *
      * ACCOUNT LEDGER (STUACCT) BY THE NIGHTLY POSTING RUN (RLPRG16).*
      * FEE IS UNSIGNED DISPLAY, ASSESSMENT DATE IS JULIAN CYYDDD.    *
      ******************************************************************
       01  CHARGE-REC.
           05  CHG-STUDENT-NO               PIC X(7).
           05  CHG-COURSE                   PIC X(8).
           05  CHG-TERM                     PIC X(6).
           05  CHG-FEE                      PIC 9(5)V99.
           05  CHG-ASSESS-DATE              PIC 9(7).
           05  FILLER                       PIC X(5).
