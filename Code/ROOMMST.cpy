      ******************************************************************
      * ROOM MASTER RECORD - ONE ENTRY PER TEACHING ROOM, KEYED BY    *
      * THE SAME SIX-CHARACTER ROOM CODE CARRIED IN COURSEM-ROOM AND  *
      * CRSSECT-ROOM. COURSE AND SECTION MAINTENANCE (RLPRGK, RLPRGL) *
      * ACCEPT ONLY A ROOM ON THIS FILE, NO LARGER A SEAT COUNT THAN  *
      * ITS CAPACITY, AND NO MEETING TIME OVERLAPPING ANOTHER COURSE  *
      * OR SECTION ALREADY IN THE ROOM. LOADED FROM ROOMLOAD CARDS BY *
      * RLPRG24; HOURS BOOKED ARE REPORTED BY RLPRG25. A CLOSED ROOM  *
      * (STATUS 'C') TAKES NO NEW BOOKINGS.                           *
      ******************************************************************
       01  ROOMMST-RECORD.
           05  ROOMMST-KEY.
               10  ROOMMST-ROOM             PIC X(6).
           05  ROOMMST-BUILDING             PIC X(12).
           05  ROOMMST-CAPACITY             PIC S9(5) COMP-3.
           05  ROOMMST-TYPE                 PIC X VALUE 'C'.
               88  ROOMMST-CLASSROOM        VALUE 'C'.
               88  ROOMMST-LAB              VALUE 'L'.
               88  ROOMMST-LECTURE-HALL     VALUE 'H'.
               88  ROOMMST-SEMINAR          VALUE 'S'.
           05  ROOMMST-STATUS               PIC X VALUE 'A'.
               88  ROOMMST-OPEN             VALUE 'A'.
               88  ROOMMST-CLOSED           VALUE 'C'.
           05  FILLER                       PIC X(17) VALUE SPACES.
