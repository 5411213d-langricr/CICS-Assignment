             05 LOAD-REG-CLOSE              PIC X(7).
             05 LOAD-TERM-END               PIC X(7).
             05 LOAD-CURRENT-FLAG           PIC X.
             05 LOAD-MIN-LOAD               PIC X(2).
             05 LOAD-FT-LOAD                PIC X(2).
             05 LOAD-MAX-LOAD               PIC X(2).
             05 LOAD-CENSUS-DATE            PIC X(7).
             05 FILLER                      PIC X(19).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CURRENT-COUNT             PIC S9(4) COMP VALUE 0.
         01  WS-MIN-LOAD                  PIC 9(2).
         01  WS-FT-LOAD                   PIC 9(2).
         01  WS-MAX-LOAD                  PIC 9(2).
         01  WS-CENSUS-DATE               PIC 9(7).

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(33)
          GO TO 2200-EXIT
         END-IF.

      * THE CENSUS DATE MAY BE LEFT BLANK UNTIL IT IS KNOWN. IT MUST
      * FALL WITHIN THE TERM, NO EARLIER THAN REGISTRATION OPENS.
         IF LOAD-CENSUS-DATE IS NOT NUMERIC AND
            LOAD-CENSUS-DATE IS NOT EQUAL TO SPACES
          MOVE 'CENSUS DATE NOT NUMERIC JULIAN CYYDDD' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 0 TO WS-CENSUS-DATE.
         IF LOAD-CENSUS-DATE IS NUMERIC
          MOVE LOAD-CENSUS-DATE TO WS-CENSUS-DATE
         END-IF.

         IF WS-CENSUS-DATE > 0 AND
            (LOAD-CENSUS-DATE < LOAD-REG-OPEN OR
             LOAD-CENSUS-DATE > LOAD-TERM-END)
          MOVE 'CENSUS DATE OUTSIDE THE TERM' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-CURRENT-FLAG IS NOT EQUAL TO 'Y' AND
            LOAD-CURRENT-FLAG IS NOT EQUAL TO 'N'
          MOVE 'CURRENT FLAG MUST BE Y OR N' TO WS-DET-REASON
          GO TO 2200-EXIT
         END-IF.

      * CREDIT LOADS MAY BE LEFT BLANK FOR NO LIMIT. A BLANK FULL-TIME
      * LOAD DEFAULTS TO THE MINIMUM.
         IF (LOAD-MIN-LOAD IS NOT NUMERIC AND
             LOAD-MIN-LOAD IS NOT EQUAL TO SPACES) OR
            (LOAD-FT-LOAD IS NOT NUMERIC AND
             LOAD-FT-LOAD IS NOT EQUAL TO SPACES) OR
            (LOAD-MAX-LOAD IS NOT NUMERIC AND
             LOAD-MAX-LOAD IS NOT EQUAL TO SPACES)
          MOVE 'CREDIT LOADS NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 0 TO WS-MIN-LOAD.
         MOVE 0 TO WS-FT-LOAD.
         MOVE 0 TO WS-MAX-LOAD.
         IF LOAD-MIN-LOAD IS NUMERIC
          MOVE LOAD-MIN-LOAD TO WS-MIN-LOAD
         END-IF.
         IF LOAD-FT-LOAD IS NUMERIC
          MOVE LOAD-FT-LOAD TO WS-FT-LOAD
         ELSE
          MOVE WS-MIN-LOAD TO WS-FT-LOAD
         END-IF.
         IF LOAD-MAX-LOAD IS NUMERIC
          MOVE LOAD-MAX-LOAD TO WS-MAX-LOAD
         END-IF.

         IF WS-FT-LOAD < WS-MIN-LOAD OR
            (WS-MAX-LOAD > 0 AND WS-MAX-LOAD < WS-FT-LOAD)
          MOVE 'CREDIT LOADS OUT OF SEQUENCE' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

      * A TERM WHOSE CENSUS HAS BEEN TAKEN KEEPS ITS CENSUS DATE - THE
      * FROZEN ENROLLMENT ON THE CENSUS FILE WAS COUNTED ON THAT DAY.
         MOVE 'Y' TO WS-TERM-EXISTS.
         MOVE LOAD-TERM-CODE TO TERMCTL-TERM-CODE.

         READ TERMCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-TERM-EXISTS
         END-READ.

         IF WS-TERM-EXISTS IS EQUAL TO 'Y' AND
            TERMCTL-CENSUS-TAKEN-DATE IS NUMERIC
          IF TERMCTL-CENSUS-TAKEN-DATE > 0 AND
             TERMCTL-CENSUS-DATE IS NOT EQUAL TO WS-CENSUS-DATE
           MOVE 'CENSUS TAKEN - DATE CANNOT CHANGE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2200-EXIT
          END-IF
         END-IF.

      * A CARD FLAGGING A NEW CURRENT TERM TAKES THE FLAG AWAY FROM
      * WHATEVER RECORD CARRIES IT NOW - THE ONLINE BROWSES EXPECT
      * EXACTLY ONE CURRENT RECORD ON THE FILE.
           MOVE 'N' TO WS-TERM-EXISTS
         END-READ.

         IF WS-TERM-EXISTS IS EQUAL TO 'N' OR
            TERMCTL-CENSUS-TAKEN-DATE IS NOT NUMERIC
          MOVE 0 TO TERMCTL-CENSUS-TAKEN-DATE
         END-IF.

         MOVE LOAD-TERM-CODE TO TERMCTL-TERM-CODE.
         MOVE LOAD-DESC TO TERMCTL-DESC.
         MOVE LOAD-REG-OPEN TO TERMCTL-REG-OPEN-DATE.
         MOVE LOAD-REG-CLOSE TO TERMCTL-REG-CLOSE-DATE.
         MOVE LOAD-TERM-END TO TERMCTL-TERM-END-DATE.
         MOVE LOAD-CURRENT-FLAG TO TERMCTL-CURRENT-FLAG.
         MOVE WS-MIN-LOAD TO TERMCTL-MIN-LOAD.
         MOVE WS-FT-LOAD TO TERMCTL-FT-LOAD.
         MOVE WS-MAX-LOAD TO TERMCTL-MAX-LOAD.
         MOVE WS-CENSUS-DATE TO TERMCTL-CENSUS-DATE.

         IF LOAD-CURRENT-FLAG IS EQUAL TO 'Y'
          ADD 1 TO WS-CURRENT-COUNT
