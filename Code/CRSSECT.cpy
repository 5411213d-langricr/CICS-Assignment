      ******************************************************************
      * COURSE SECTION RECORD - ONE ENTRY PER SECTION OF A COURSE,    *
      * KEYED BY THE COURSEM COURSE CODE PLUS A TWO-CHARACTER SECTION *
      * NUMBER SO A KEYED BROWSE FROM SECTION LOW-VALUES RETURNS ALL  *
      * THE SECTIONS OF ONE COURSE. EACH SECTION CARRIES ITS OWN SEAT *
      * CAPACITY, LIVE ENROLLED COUNT, MEETING SCHEDULE AND ROOM, IN  *
      * THE SAME FORMS AS THE COURSEM FIELDS OF THE SAME NAMES.       *
      * MAINTAINED THROUGH RLPRGK AND RLPRGL, WHICH KEEP THE COURSEM  *
      * SEAT COUNT EQUAL TO THE TOTAL OF THE OPEN SECTIONS. A COURSE  *
      * WITH NO SECTIONS ON FILE IS ENROLLED AT COURSE LEVEL AS       *
      * BEFORE; ONCE IT HAS SECTIONS EVERY ADD MUST NAME ONE. THE     *
      * STUDENT'S SECTION IS HELD ON ENRLXRF AND WAITLST, NOT ON      *
      * STUFILE. STATUS 'R' MARKS A RETIRED SECTION WHICH NO LONGER   *
      * TAKES ENROLLMENTS.                                            *
      ******************************************************************
       01  CRSSECT-RECORD.
           05  CRSSECT-KEY.
               10  CRSSECT-COURSE           PIC X(8).
               10  CRSSECT-SECTION          PIC X(2).
           05  CRSSECT-MAX-SEATS            PIC S9(5) COMP-3.
           05  CRSSECT-ENROLLED             PIC S9(5) COMP-3.
           05  CRSSECT-STATUS               PIC X VALUE 'A'.
           05  CRSSECT-MEET-DAYS.
               10  CRSSECT-MEET-DAY OCCURS 5 TIMES
                                            PIC X.
           05  CRSSECT-START-TIME           PIC X(4).
           05  CRSSECT-END-TIME             PIC X(4).
           05  CRSSECT-ROOM                 PIC X(6).
           05  FILLER                       PIC X(14) VALUE SPACES.
