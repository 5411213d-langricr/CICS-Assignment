      ******************************************************************
      * TUITION REFUND REQUEST - ONE ENTRY FOR EVERY COURSE DROPPED   *
      * ONLINE (RLPRGC) OR REMOVED BY THE CANCELLATION RUN (RLPRG7),  *
      * KEYED BY THE STUFILE KEY, COURSE AND THE DATE AND TIME OF THE *
      * DROP. WRITTEN PENDING; THE NIGHTLY POSTING RUN (RLPRG16)      *
      * PRICES IT FROM THE TERM REFUND SCHEDULE (100 PERCENT FOR A    *
      * CANCELLATION), POSTS THE CREDIT ADJUSTMENT AGAINST THE        *
      * ORIGINAL CHARGE ON STUACCT, FILLS IN THE PERCENTAGE, CHARGE   *
      * SEQUENCE AND AMOUNT, AND MARKS IT APPLIED - OR NO REFUND WHEN *
      * NOTHING WAS OWED BACK. DATES ARE JULIAN CYYDDD.               *
      ******************************************************************
       01  REFREQ-RECORD.
           05  REFREQ-KEY.
               10  REFREQ-STUDENT-KEY       PIC X(10).
               10  REFREQ-COURSE            PIC X(8).
               10  REFREQ-DROP-DATE         PIC S9(7) COMP-3.
               10  REFREQ-DROP-TIME         PIC S9(7) COMP-3.
           05  REFREQ-TERM                  PIC X(6).
           05  REFREQ-SOURCE                PIC X.
               88  REFREQ-DROPPED           VALUE 'D'.
               88  REFREQ-CANCELLED         VALUE 'C'.
           05  REFREQ-USERID                PIC X(8).
           05  REFREQ-STATUS                PIC X VALUE 'P'.
               88  REFREQ-PENDING           VALUE 'P'.
               88  REFREQ-APPLIED           VALUE 'A'.
               88  REFREQ-NO-REFUND         VALUE 'N'.
           05  REFREQ-PCT                   PIC 9(3).
           05  REFREQ-CHG-SEQ               PIC 9(5).
           05  REFREQ-REFUND-AMT            PIC S9(7)V99 COMP-3.
           05  REFREQ-POSTED-DATE           PIC S9(7) COMP-3.
           05  FILLER                       PIC X(5) VALUE SPACES.
