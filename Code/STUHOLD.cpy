      ******************************************************************
      * REGISTRATION HOLD RECORD - ONE ENTRY PER STUDENT PER HOLD     *
      * TYPE, KEYED BY THE STUFILE KEY PLUS THE TYPE. PLACED AND      *
      * RELEASED BY THE OFFICES THROUGH THE HOLD MAINTENANCE          *
      * TRANSACTION (RLPRG19). A RELEASED HOLD STAYS ON FILE WITH ITS *
      * RELEASE DATE AND USERID AND IS REACTIVATED IF THE SAME TYPE   *
      * IS PLACED AGAIN. AN ACTIVE HOLD WITH THE BLOCK FLAG 'Y'       *
      * REFUSES COURSE ADDS IN RLPRGA, RLPRGC, RLPRGU AND THE         *
      * REGISTRAR FEED (RLPRGT); DROPS ARE NEVER BLOCKED. DATES ARE   *
      * JULIAN CYYDDD AS RETURNED IN EIBDATE.                         *
      ******************************************************************
       01  STUHOLD-RECORD.
           05  STUHOLD-KEY.
               10  STUHOLD-STUDENT-KEY      PIC X(10).
               10  STUHOLD-TYPE             PIC X.
                   88  STUHOLD-FINANCIAL    VALUE 'F'.
                   88  STUHOLD-LIBRARY      VALUE 'L'.
                   88  STUHOLD-DISCIPLINARY VALUE 'D'.
                   88  STUHOLD-ADMISSIONS   VALUE 'A'.
           05  STUHOLD-OFFICE               PIC X(10).
           05  STUHOLD-PLACED-DATE          PIC S9(7) COMP-3.
           05  STUHOLD-PLACED-USERID        PIC X(8).
           05  STUHOLD-STATUS               PIC X VALUE 'A'.
               88  STUHOLD-ACTIVE           VALUE 'A'.
               88  STUHOLD-RELEASED         VALUE 'R'.
           05  STUHOLD-BLOCK-FLAG           PIC X VALUE 'Y'.
           05  STUHOLD-RELEASED-DATE        PIC S9(7) COMP-3.
           05  STUHOLD-RELEASED-USERID      PIC X(8).
           05  STUHOLD-REASON               PIC X(25).
           05  FILLER                       PIC X(8) VALUE SPACES.
