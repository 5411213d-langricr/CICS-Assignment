      ******************************************************************
      * STUDENT MERGE RECORD - ONE ENTRY PER STUDENT NUMBER RETIRED   *
      * BY THE STUDENT MERGE (RLPRG28), KEYED BY THE RETIRED STUFILE  *
      * KEY. THE RETIRED RECORD ITSELF IS KEPT ON STUARCH UNDER THE    *
      * SAME KEY; THIS RECORD CARRIES ITS MERGED-INTO REFERENCE - THE *
      * SURVIVING KEY EVERYTHING WAS MOVED UNDER - WITH WHO ASKED FOR  *
      * AND WHO APPROVED THE MERGE. A RETIRED KEY IS NEVER REINSTATED *
      * FROM THE ARCHIVE (RLPRGN). DATE IS JULIAN CYYDDD.             *
      ******************************************************************
       01  STUMERG-RECORD.
           05  STUMERG-KEY.
               10  STUMERG-RETIRED-KEY      PIC X(10).
           05  STUMERG-SURVIVOR-KEY         PIC X(10).
           05  STUMERG-MERGE-DATE           PIC S9(7) COMP-3.
           05  STUMERG-MERGE-TIME           PIC S9(7) COMP-3.
           05  STUMERG-REQUEST-USERID       PIC X(8).
           05  STUMERG-APPROVE-USERID       PIC X(8).
           05  FILLER                       PIC X(6) VALUE SPACES.
