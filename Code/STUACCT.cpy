      ******************************************************************
      * STUDENT ACCOUNT LEDGER RECORD - KEYED BY THE STUFILE KEY PLUS *
      * A LEDGER SEQUENCE NUMBER. SEQUENCE ZERO IS THE ACCOUNT HEADER *
      * (TYPE 'H') CARRYING THE RUNNING BALANCE, THE CHARGE AND       *
      * CREDIT TOTALS AND THE LAST SEQUENCE NUMBER ISSUED; EVERY      *
      * OTHER SEQUENCE IS ONE POSTED ENTRY IN THE ORDER IT WAS        *
      * POSTED. TUITION CHARGES (TYPE 'C') ARE TAKEN IN FROM TUITCHG  *
      * AND BURSAR PAYMENTS (TYPE 'P') FROM THE PAYMENT FILE BY THE   *
      * NIGHTLY POSTING RUN (RLPRG16), WHICH ALSO POSTS REFUND CREDIT *
      * ADJUSTMENTS (TYPE 'A') FOR DROPPED COURSES FROM REFREQ.       *
      * OPEN AMOUNT IS THE PART OF A CHARGE STILL UNPAID, OR THE PART *
      * OF A CREDIT NOT YET APPLIED;                                  *
      * CREDITS ARE APPLIED TO THE OLDEST OPEN CHARGES FIRST SO THE   *
      * AGED RECEIVABLES REPORT (RLPRG18) CAN AGE WHAT IS LEFT OPEN.  *
      * AMOUNTS ARE ALWAYS POSITIVE - THE TYPE GIVES THE SIGN. DATES  *
      * ARE JULIAN CYYDDD. VIEWED ONLINE BY RLPRG17.                  *
      ******************************************************************
       01  STUACCT-RECORD.
           05  STUACCT-KEY.
               10  STUACCT-STUDENT-KEY      PIC X(10).
               10  STUACCT-SEQ-NO           PIC 9(5).
           05  STUACCT-REC-TYPE             PIC X.
               88  STUACCT-HEADER-REC       VALUE 'H'.
               88  STUACCT-CHARGE-REC       VALUE 'C'.
               88  STUACCT-PAYMENT-REC      VALUE 'P'.
               88  STUACCT-ADJUST-REC       VALUE 'A'.
           05  STUACCT-ENTRY.
               10  STUACCT-TERM             PIC X(6).
               10  STUACCT-COURSE           PIC X(8).
               10  STUACCT-AMOUNT           PIC S9(7)V99 COMP-3.
               10  STUACCT-OPEN-AMT         PIC S9(7)V99 COMP-3.
               10  STUACCT-TRAN-DATE        PIC S9(7) COMP-3.
      * RECEIPT NUMBER FOR A PAYMENT, OR THE LEDGER SEQUENCE OF THE
      * ORIGINAL CHARGE FOR AN ADJUSTMENT.
               10  STUACCT-REFERENCE        PIC X(10).
               10  STUACCT-POST-JOB         PIC X(8).
           05  STUACCT-HEADER REDEFINES STUACCT-ENTRY.
               10  STUACCT-BALANCE          PIC S9(7)V99 COMP-3.
               10  STUACCT-TOT-CHARGED      PIC S9(7)V99 COMP-3.
               10  STUACCT-TOT-CREDITED     PIC S9(7)V99 COMP-3.
               10  STUACCT-LAST-SEQ         PIC 9(5).
               10  STUACCT-LAST-CHG-DATE    PIC S9(7) COMP-3.
               10  STUACCT-LAST-PAY-DATE    PIC S9(7) COMP-3.
               10  FILLER                   PIC X(18).
           05  FILLER                       PIC X(8) VALUE SPACES.
