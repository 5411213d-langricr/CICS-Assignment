      * FLAG 'Y'; THE ONLINE PROGRAMS BROWSE FOR IT TO FIND THE TERM  *
      * IN PROGRESS. ALL DATES ARE JULIAN CYYDDD AS RETURNED IN       *
      * EIBDATE, SO THEY COMPARE DIRECTLY.                            *
      * CREDIT LOADS ARE IN CREDIT HOURS: A STUDENT AT OR ABOVE THE   *
      * FULL-TIME LOAD IS FULL-TIME, AT OR ABOVE THE MINIMUM LOAD     *
      * PART-TIME, AND BELOW IT UNDER-LOAD (RLPRG21). ADDS PUSHING A  *
      * STUDENT PAST THE MAXIMUM LOAD ARE REFUSED WITHOUT OVERRIDE    *
      * AUTHORITY (RLPRGA, RLPRGC, RLPRGT). ZERO MEANS NO LIMIT SET.  *
      ******************************************************************
       01  TERMCTL-RECORD.
           05  TERMCTL-KEY.
           05  TERMCTL-REG-CLOSE-DATE       PIC S9(7) COMP-3.
           05  TERMCTL-TERM-END-DATE        PIC S9(7) COMP-3.
           05  TERMCTL-CURRENT-FLAG         PIC X VALUE 'N'.
           05  TERMCTL-MIN-LOAD             PIC S9(3) COMP-3.
           05  TERMCTL-FT-LOAD              PIC S9(3) COMP-3.
           05  TERMCTL-MAX-LOAD             PIC S9(3) COMP-3.
      * CENSUS DATE - THE DAY ENROLLMENT IS COUNTED FOR THE OFFICIAL
      * RETURN, ZERO WHEN NONE IS SET. THE CENSUS RUN (RLPRG37) FREEZES
      * ENROLLMENT ONTO THE CENSUS FILE THE NIGHT IT IS REACHED AND
      * STAMPS THE TAKEN DATE; ONCE TAKEN THE CENSUS DATE IS NOT
      * CHANGED (RLPRG1) AND THE CENSUS IS NOT TAKEN AGAIN.
           05  TERMCTL-CENSUS-DATE          PIC S9(7) COMP-3.
           05  TERMCTL-CENSUS-TAKEN-DATE    PIC S9(7) COMP-3.
           05  FILLER                       PIC X(3) VALUE SPACES.
