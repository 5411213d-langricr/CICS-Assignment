      ******************************************************************
      * TEACHING ASSIGNMENT RECORD - ONE ENTRY PER INSTRUCTOR PER     *
      * COURSE PER TERM, KEYED BY COURSE CODE, TERM CODE AND          *
      * INSTRUCTOR ID SO A KEYED BROWSE FROM COURSE PLUS TERM RETURNS *
      * EVERYONE TEACHING THAT COURSE IN THE TERM. A COURSE MAY HAVE  *
      * ANY NUMBER OF INSTRUCTORS. A BLANK SECTION COVERS EVERY       *
      * SECTION OF THE COURSE; OTHERWISE THE ASSIGNMENT IS TO THE ONE *
      * CRSSECT SECTION NAMED. ROLE 'P' IS THE PRIMARY INSTRUCTOR,    *
      * 'S' A SECONDARY. MAINTAINED THROUGH RLPRG22.                  *
      ******************************************************************
       01  CRSINST-RECORD.
           05  CRSINST-KEY.
               10  CRSINST-COURSE           PIC X(8).
               10  CRSINST-TERM             PIC X(6).
               10  CRSINST-INSTR-ID         PIC X(6).
           05  CRSINST-SECTION              PIC X(2).
           05  CRSINST-ROLE                 PIC X VALUE 'P'.
               88  CRSINST-PRIMARY          VALUE 'P'.
               88  CRSINST-SECONDARY        VALUE 'S'.
           05  CRSINST-ASSIGN-DATE          PIC S9(7) COMP-3.
           05  CRSINST-ASSIGN-USERID        PIC X(8).
           05  FILLER                       PIC X(5) VALUE SPACES.
