      ******************************************************************
      * TUITION REFUND SCHEDULE - ONE ENTRY PER TERM, KEYED BY THE    *
      * TERM CODE. UP TO FIVE TIERS IN DATE ORDER; A COURSE DROPPED   *
      * ON OR BEFORE A TIER'S THROUGH DATE IS REFUNDED THAT TIER'S    *
      * PERCENTAGE OF THE ORIGINAL CHARGE, THE FIRST TIER THAT COVERS *
      * THE DROP DATE WINNING. A DROP AFTER THE LAST TIER IS NOT      *
      * REFUNDED. UNUSED TIERS CARRY A ZERO DATE. LOADED FROM CARDS   *
      * BY RLPRG20 AND APPLIED BY THE NIGHTLY POSTING RUN (RLPRG16).  *
      * COURSES CANCELLED BY RLPRG7 ARE ALWAYS REFUNDED IN FULL AND   *
      * DO NOT USE THE SCHEDULE. DATES ARE JULIAN CYYDDD.             *
      ******************************************************************
       01  REFSCHD-RECORD.
           05  REFSCHD-KEY.
               10  REFSCHD-TERM-CODE        PIC X(6).
           05  REFSCHD-TIER OCCURS 5 TIMES.
               10  REFSCHD-THRU-DATE        PIC S9(7) COMP-3.
               10  REFSCHD-PCT              PIC 9(3).
           05  REFSCHD-LOAD-DATE            PIC S9(7) COMP-3.
           05  FILLER                       PIC X(5) VALUE SPACES.
