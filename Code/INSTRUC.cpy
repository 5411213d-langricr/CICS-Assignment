      ******************************************************************
      * INSTRUCTOR MASTER RECORD - ONE ENTRY PER MEMBER OF FACULTY,   *
      * KEYED BY A SIX-CHARACTER INSTRUCTOR ID. THE CICS USERID TIES  *
      * THE INSTRUCTOR TO A SIGN-ON SO GRADE ENTRY (RLPRGG) CAN BE    *
      * LIMITED TO THE COURSES THE INSTRUCTOR IS ASSIGNED TO ON       *
      * CRSINST. MAX-LOAD IS THE TEACHING LOAD IN CREDIT HOURS PER    *
      * TERM FLAGGED BY THE TEACHING-LOAD REPORT (RLPRG23); ZERO      *
      * MEANS NO LIMIT. MAINTAINED THROUGH RLPRG22. AN INACTIVE       *
      * INSTRUCTOR STAYS ON FILE BUT TAKES NO NEW ASSIGNMENTS.        *
      ******************************************************************
       01  INSTRUC-RECORD.
           05  INSTRUC-KEY.
               10  INSTRUC-ID               PIC X(6).
           05  INSTRUC-NAME                 PIC X(20).
           05  INSTRUC-USERID               PIC X(8).
           05  INSTRUC-DEPT                 PIC X(4).
           05  INSTRUC-STATUS               PIC X VALUE 'A'.
               88  INSTRUC-ACTIVE           VALUE 'A'.
               88  INSTRUC-INACTIVE         VALUE 'I'.
           05  INSTRUC-MAX-LOAD             PIC S9(3) COMP-3.
           05  INSTRUC-LAST-MAINT-DATE      PIC S9(7) COMP-3.
           05  INSTRUC-LAST-MAINT-USERID    PIC X(8).
           05  FILLER                       PIC X(7) VALUE SPACES.
