       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG26.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT PROGREQ-FILE ASSIGN TO PROGREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROGREQ-KEY.

          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT PROGLOAD-FILE ASSIGN TO PROGLOAD
           ORGANIZATION IS SEQUENTIAL.

          SELECT EXCEPT-RPT ASSIGN TO PROGLERR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD PROGREQ-FILE.
          COPY 'PROGREQ'.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

      * ONE CARD PER PROGRAM REQUIREMENT LINE. A LINE ALREADY ON FILE
      * IS REPLACED. TYPE H IS THE PROGRAM HEADER AND MUST BE LINE 000
      * (TITLE IN THE DESCRIPTION, DEFAULT MINIMUM GRADE, STATUS A OPEN
      * OR C CLOSED - BLANK IS A); IT MUST BE LOADED BEFORE ANY OTHER
      * LINE OF ITS PROGRAM. TYPE R IS A REQUIRED COURSE (FIRST COURSE
      * SLOT), TYPE E AN ELECTIVE GROUP NEEDING COUNT OF THE COURSES
      * LISTED, AND TYPE X DELETES THE LINE.
         FD PROGLOAD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  PROGLOAD-REC.
             05 LOAD-PROGRAM                PIC X(4).
             05 LOAD-REQ-NO                 PIC X(3).
             05 LOAD-TYPE                   PIC X.
             05 LOAD-MIN-GRADE              PIC X(2).
             05 LOAD-NEEDED                 PIC X(2).
             05 LOAD-HEADER-FIELDS REDEFINES LOAD-NEEDED.
                10 LOAD-STATUS              PIC X.
                10 FILLER                   PIC X.
             05 LOAD-DESC                   PIC X(20).
             05 LOAD-COURSE OCCURS 6 TIMES  PIC X(8).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-PROGLOAD-EOF              PIC X VALUE 'N'.
         01  WS-LINE-EXISTS               PIC X.
         01  WS-HEADER-EXISTS             PIC X.
         01  WS-GRADE-KNOWN               PIC X.
         01  WS-COURSE-BAD                PIC X.
         01  WS-BAD-COURSE                PIC X(8).
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-LISTED-COUNT              PIC S9(4) COMP.
         01  WS-NEEDED-COUNT              PIC S9(4) COMP.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-DEL-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.

      * LETTER GRADES ACCEPTED AS A MINIMUM - THE SAME SCALE THE
      * STANDING RUN (RLPRG4) USES.
         01  WS-GRADE-MAP-VALUES.
          05 FILLER                       PIC X(5) VALUE 'A+400'.
          05 FILLER                       PIC X(5) VALUE 'A 400'.
          05 FILLER                       PIC X(5) VALUE 'A-370'.
          05 FILLER                       PIC X(5) VALUE 'B+330'.
          05 FILLER                       PIC X(5) VALUE 'B 300'.
          05 FILLER                       PIC X(5) VALUE 'B-270'.
          05 FILLER                       PIC X(5) VALUE 'C+230'.
          05 FILLER                       PIC X(5) VALUE 'C 200'.
          05 FILLER                       PIC X(5) VALUE 'C-170'.
          05 FILLER                       PIC X(5) VALUE 'D+130'.
          05 FILLER                       PIC X(5) VALUE 'D 100'.
          05 FILLER                       PIC X(5) VALUE 'D-070'.
          05 FILLER                       PIC X(5) VALUE 'F 000'.
         01  WS-GRADE-MAP REDEFINES WS-GRADE-MAP-VALUES.
          05 WS-GRADE-ENTRY OCCURS 13 TIMES.
           10 WS-MAP-GRADE                PIC X(2).
           10 WS-MAP-POINTS               PIC 9V99.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(40)
             VALUE 'PROGRAM REQUIREMENTS LOAD - EXCEPTIONS'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(8)  VALUE 'PROGRAM'.
          05 FILLER                       PIC X(5)  VALUE 'LINE'.
          05 FILLER                       PIC X(10) VALUE 'COURSE'.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(27) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-PROGRAM               PIC X(4).
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-DET-REQ-NO                PIC X(3).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-COURSE                PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(30).
          05 FILLER                       PIC X(27) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(20).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-LOAD-REQUIREMENTS THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT PROGLOAD-FILE.
         OPEN INPUT COURSEM-FILE.
         OPEN I-O PROGREQ-FILE.
         OPEN OUTPUT EXCEPT-RPT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        2000-LOAD-REQUIREMENTS.
         PERFORM 2100-READ-PROGLOAD THRU 2100-EXIT.

        2010-LOAD-LOOP.
         IF WS-PROGLOAD-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-LINE THRU 2200-EXIT.
         PERFORM 2100-READ-PROGLOAD THRU 2100-EXIT.
         GO TO 2010-LOAD-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-PROGLOAD.
         READ PROGLOAD-FILE
          AT END
           MOVE 'Y' TO WS-PROGLOAD-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-APPLY-ONE-LINE.
         MOVE SPACES TO WS-DET-COURSE.

         IF LOAD-PROGRAM IS EQUAL TO SPACES
          MOVE 'PROGRAM CODE MISSING' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-REQ-NO IS NOT NUMERIC
          MOVE 'LINE NUMBER NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-TYPE IS EQUAL TO 'X'
          PERFORM 2400-DELETE-LINE THRU 2400-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-TYPE IS NOT EQUAL TO 'H' AND
            LOAD-TYPE IS NOT EQUAL TO 'R' AND
            LOAD-TYPE IS NOT EQUAL TO 'E'
          MOVE 'TYPE NOT H, R, E OR X' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-TYPE IS EQUAL TO 'H' AND
            LOAD-REQ-NO IS NOT EQUAL TO '000'
          MOVE 'HEADER MUST BE LINE 000' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-TYPE IS NOT EQUAL TO 'H' AND
            LOAD-REQ-NO IS EQUAL TO '000'
          MOVE 'LINE 000 MUST BE TYPE H' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-MIN-GRADE IS NOT EQUAL TO SPACES
          MOVE 'N' TO WS-GRADE-KNOWN
          PERFORM 2310-MATCH-ONE-GRADE THRU 2310-EXIT
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > 13
          IF WS-GRADE-KNOWN IS EQUAL TO 'N'
           MOVE 'MINIMUM GRADE NOT VALID' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2200-EXIT
          END-IF
         END-IF.

         IF LOAD-TYPE IS EQUAL TO 'H'
          PERFORM 2250-CHECK-HEADER THRU 2250-EXIT
         ELSE
          PERFORM 2270-CHECK-REQUIREMENT THRU 2270-EXIT
         END-IF.

         IF WS-DET-REASON IS NOT EQUAL TO SPACES
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-LINE-EXISTS.
         MOVE LOAD-PROGRAM TO PROGREQ-PROGRAM.
         MOVE LOAD-REQ-NO TO PROGREQ-REQ-NO.

         READ PROGREQ-FILE
          INVALID KEY
           MOVE 'N' TO WS-LINE-EXISTS
         END-READ.

         MOVE SPACES TO PROGREQ-RECORD.
         MOVE LOAD-PROGRAM TO PROGREQ-PROGRAM.
         MOVE LOAD-REQ-NO TO PROGREQ-REQ-NO.
         MOVE LOAD-TYPE TO PROGREQ-TYPE.
         MOVE LOAD-DESC TO PROGREQ-DESC.
         MOVE LOAD-MIN-GRADE TO PROGREQ-MIN-GRADE.
         MOVE WS-NEEDED-COUNT TO PROGREQ-NEEDED.
         MOVE 'A' TO PROGREQ-STATUS.
         IF LOAD-TYPE IS EQUAL TO 'H'
          MOVE LOAD-STATUS TO PROGREQ-STATUS
         ELSE
          PERFORM 2350-MOVE-ONE-COURSE THRU 2350-EXIT
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > 6
         END-IF.

         IF WS-LINE-EXISTS IS EQUAL TO 'Y'
          REWRITE PROGREQ-RECORD
           INVALID KEY
            MOVE 'REQUIREMENT REWRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2200-EXIT
          END-REWRITE
          ADD 1 TO WS-CHG-COUNT
         ELSE
          WRITE PROGREQ-RECORD
           INVALID KEY
            MOVE 'REQUIREMENT WRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2200-EXIT
          END-WRITE
          ADD 1 TO WS-ADD-COUNT
         END-IF.

        2200-EXIT.
         EXIT.

        2250-CHECK-HEADER.
         MOVE SPACES TO WS-DET-REASON.
         MOVE 0 TO WS-NEEDED-COUNT.

         IF LOAD-DESC IS EQUAL TO SPACES
          MOVE 'PROGRAM TITLE MISSING' TO WS-DET-REASON
          GO TO 2250-EXIT
         END-IF.

         IF LOAD-STATUS IS EQUAL TO SPACE
          MOVE 'A' TO LOAD-STATUS
         END-IF.

         IF LOAD-STATUS IS NOT EQUAL TO 'A' AND
            LOAD-STATUS IS NOT EQUAL TO 'C'
          MOVE 'PROGRAM STATUS NOT A OR C' TO WS-DET-REASON
         END-IF.

        2250-EXIT.
         EXIT.

      * A REQUIRED COURSE OR ELECTIVE GROUP NEEDS ITS PROGRAM HEADER ON
      * FILE AND EVERY COURSE IT LISTS ON THE COURSE MASTER.
        2270-CHECK-REQUIREMENT.
         MOVE SPACES TO WS-DET-REASON.
         MOVE 'Y' TO WS-HEADER-EXISTS.
         MOVE LOAD-PROGRAM TO PROGREQ-PROGRAM.
         MOVE '000' TO PROGREQ-REQ-NO.

         READ PROGREQ-FILE
          INVALID KEY
           MOVE 'N' TO WS-HEADER-EXISTS
         END-READ.

         IF WS-HEADER-EXISTS IS EQUAL TO 'N'
          MOVE 'PROGRAM HEADER NOT ON FILE' TO WS-DET-REASON
          GO TO 2270-EXIT
         END-IF.

         IF LOAD-COURSE (1) IS EQUAL TO SPACES
          MOVE 'FIRST COURSE SLOT IS BLANK' TO WS-DET-REASON
          GO TO 2270-EXIT
         END-IF.

         MOVE 0 TO WS-LISTED-COUNT.
         MOVE 'N' TO WS-COURSE-BAD.
         PERFORM 2300-CHECK-ONE-COURSE THRU 2300-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 6.

         IF WS-COURSE-BAD IS EQUAL TO 'Y'
          MOVE WS-BAD-COURSE TO WS-DET-COURSE
          MOVE 'COURSE NOT ON COURSE MASTER' TO WS-DET-REASON
          GO TO 2270-EXIT
         END-IF.

         IF LOAD-TYPE IS EQUAL TO 'R'
          MOVE 1 TO WS-NEEDED-COUNT
          IF WS-LISTED-COUNT > 1
           MOVE 'REQUIRED LINE LISTS ONE COURSE' TO WS-DET-REASON
          END-IF
          GO TO 2270-EXIT
         END-IF.

         IF LOAD-NEEDED IS NOT NUMERIC
          MOVE 'ELECTIVE COUNT NOT NUMERIC' TO WS-DET-REASON
          GO TO 2270-EXIT
         END-IF.

         MOVE LOAD-NEEDED TO WS-NEEDED-COUNT.

         IF WS-NEEDED-COUNT IS EQUAL TO 0
          MOVE 'ELECTIVE COUNT IS ZERO' TO WS-DET-REASON
          GO TO 2270-EXIT
         END-IF.

         IF WS-NEEDED-COUNT > WS-LISTED-COUNT
          MOVE 'COUNT EXCEEDS COURSES LISTED' TO WS-DET-REASON
         END-IF.

        2270-EXIT.
         EXIT.

        2300-CHECK-ONE-COURSE.
         IF LOAD-COURSE (WS-IDX) IS EQUAL TO SPACES
          GO TO 2300-EXIT
         END-IF.

         ADD 1 TO WS-LISTED-COUNT.
         MOVE LOAD-COURSE (WS-IDX) TO COURSEM-KEY.

         READ COURSEM-FILE
          INVALID KEY
           IF WS-COURSE-BAD IS EQUAL TO 'N'
            MOVE 'Y' TO WS-COURSE-BAD
            MOVE LOAD-COURSE (WS-IDX) TO WS-BAD-COURSE
           END-IF
         END-READ.

        2300-EXIT.
         EXIT.

        2310-MATCH-ONE-GRADE.
         IF WS-MAP-GRADE (WS-IDX) IS EQUAL TO LOAD-MIN-GRADE
          MOVE 'Y' TO WS-GRADE-KNOWN
         END-IF.

        2310-EXIT.
         EXIT.

        2350-MOVE-ONE-COURSE.
         MOVE LOAD-COURSE (WS-IDX) TO PROGREQ-COURSE (WS-IDX).

        2350-EXIT.
         EXIT.

      * THE HEADER IS NOT DELETED - CLOSE THE PROGRAM INSTEAD, SO
      * STUDENTS ALREADY DECLARED IN IT STILL AUDIT.
        2400-DELETE-LINE.
         IF LOAD-REQ-NO IS EQUAL TO '000'
          MOVE 'HEADER CANNOT BE DELETED' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2400-EXIT
         END-IF.

         MOVE LOAD-PROGRAM TO PROGREQ-PROGRAM.
         MOVE LOAD-REQ-NO TO PROGREQ-REQ-NO.

         DELETE PROGREQ-FILE
          INVALID KEY
           MOVE 'REQUIREMENT NOT ON FILE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
         END-DELETE.

         ADD 1 TO WS-DEL-COUNT.

        2400-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         MOVE LOAD-PROGRAM TO WS-DET-PROGRAM.
         MOVE LOAD-REQ-NO TO WS-DET-REQ-NO.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'RECORDS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'LINES ADDED' TO WS-TOT-LABEL.
         MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'LINES CHANGED' TO WS-TOT-LABEL.
         MOVE WS-CHG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'LINES DELETED' TO WS-TOT-LABEL.
         MOVE WS-DEL-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

        3000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE PROGLOAD-FILE.
         CLOSE COURSEM-FILE.
         CLOSE PROGREQ-FILE.
         CLOSE EXCEPT-RPT.

        9000-EXIT.
         EXIT.
