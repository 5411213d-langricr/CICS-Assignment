           05  AUDITLOG-USERID              PIC X(8).
           05  AUDITLOG-TIME                PIC S9(7) COMP-3.
           05  AUDITLOG-DATE                PIC S9(7) COMP-3.
      * WHAT THE ENTRY WAS ABOUT WHERE THE KEY ALONE DOES NOT SAY - THE
      * COURSE, LEDGER SEQUENCE OR OTHER STUDENT KEY OF A RECORD MOVED
      * BY THE STUDENT MERGE (RLPRG28). SPACES OTHERWISE.
           05  AUDITLOG-DETAIL              PIC X(10) VALUE SPACES.
