       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG33.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT EXAMPER-FILE ASSIGN TO EXAMPER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EXAMPER-KEY.

          SELECT EXAMOVR-FILE ASSIGN TO EXAMOVR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EXAMOVR-KEY.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TERMCTL-KEY.

          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRSSECT-KEY.

          SELECT ROOMMST-FILE ASSIGN TO ROOMMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROOMMST-KEY.

          SELECT EXAMLOAD-FILE ASSIGN TO EXAMLOAD
           ORGANIZATION IS SEQUENTIAL.

          SELECT EXCEPT-RPT ASSIGN TO EXAMLERR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD EXAMPER-FILE.
          COPY 'EXAMPER'.

         FD EXAMOVR-FILE.
          COPY 'EXAMOVR'.

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD ROOMMST-FILE.
          COPY 'ROOMMST'.

      * ONE CARD PER ENTRY. TYPE P IS AN EXAM PERIOD: SLOT 01-99, DATE
      * CYYDDD, START AND END HHMM, AND UP TO EIGHT CLASS PATTERNS OF
      * FIRST MEETING DAY (M T W R F) AND START HOUR (HH). TYPE O IS AN
      * OVERRIDE FOR A COURSE, OR ONE SECTION OF IT: SLOT 00 FOR NO
      * EXAM, OPTIONAL EXAM ROOM. PERIODS MUST BE LOADED BEFORE THE
      * OVERRIDES THAT NAME THEM. ACTION A ADDS OR REPLACES (BLANK IS
      * A), D DELETES.
         FD EXAMLOAD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  EXAMLOAD-REC.
             05 LOAD-TYPE                   PIC X.
             05 LOAD-TERM                   PIC X(6).
             05 LOAD-SLOT                   PIC X(2).
             05 LOAD-SLOT-N REDEFINES LOAD-SLOT
                                            PIC 9(2).
             05 LOAD-ACTION                 PIC X.
             05 LOAD-PERIOD-FIELDS.
                10 LOAD-EXAM-DATE           PIC X(7).
                10 LOAD-EXAM-DATE-N REDEFINES LOAD-EXAM-DATE
                                            PIC 9(7).
                10 LOAD-START-TIME          PIC X(4).
                10 LOAD-END-TIME            PIC X(4).
                10 LOAD-PATTERN OCCURS 8 TIMES.
                   15 LOAD-PAT-DAY          PIC X.
                   15 LOAD-PAT-HOUR         PIC X(2).
                10 FILLER                   PIC X(31).
             05 LOAD-OVERRIDE-FIELDS REDEFINES LOAD-PERIOD-FIELDS.
                10 LOAD-COURSE              PIC X(8).
                10 LOAD-SECTION             PIC X(2).
                10 LOAD-ROOM                PIC X(6).
                10 FILLER                   PIC X(54).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-EXAMLOAD-EOF              PIC X VALUE 'N'.
         01  WS-ENTRY-EXISTS              PIC X.
         01  WS-PATTERN-BAD               PIC X.
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-DEL-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.

         01  WS-TIME-CHECK.
          05 WS-CHK-HH                    PIC 99.
          05 WS-CHK-MM                    PIC 99.
         01  WS-TIME-CHECK-X REDEFINES WS-TIME-CHECK
                                          PIC X(4).
         01  WS-TIME-BAD                  PIC X.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(40)
             VALUE 'EXAM PERIOD LOAD - EXCEPTIONS'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(5)  VALUE 'TYPE'.
          05 FILLER                       PIC X(8)  VALUE 'TERM'.
          05 FILLER                       PIC X(6)  VALUE 'SLOT'.
          05 FILLER                       PIC X(12) VALUE 'COURSE'.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(19) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-TYPE                  PIC X.
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-DET-TERM                  PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-SLOT                  PIC X(2).
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-DET-COURSE                PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-SECTION               PIC X(2).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-DET-REASON                PIC X(30).
          05 FILLER                       PIC X(19) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(20).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-LOAD-ENTRIES THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT EXAMLOAD-FILE.
         OPEN I-O EXAMPER-FILE.
         OPEN I-O EXAMOVR-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT CRSSECT-FILE.
         OPEN INPUT ROOMMST-FILE.
         OPEN OUTPUT EXCEPT-RPT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        2000-LOAD-ENTRIES.
         PERFORM 2100-READ-EXAMLOAD THRU 2100-EXIT.

        2010-LOAD-LOOP.
         IF WS-EXAMLOAD-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT.
         PERFORM 2100-READ-EXAMLOAD THRU 2100-EXIT.
         GO TO 2010-LOAD-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-EXAMLOAD.
         READ EXAMLOAD-FILE
          AT END
           MOVE 'Y' TO WS-EXAMLOAD-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-APPLY-ONE-CARD.
         IF LOAD-TYPE IS NOT EQUAL TO 'P' AND
            LOAD-TYPE IS NOT EQUAL TO 'O'
          MOVE 'CARD TYPE NOT P OR O' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-ACTION IS EQUAL TO SPACE
          MOVE 'A' TO LOAD-ACTION
         END-IF.

         IF LOAD-ACTION IS NOT EQUAL TO 'A' AND
            LOAD-ACTION IS NOT EQUAL TO 'D'
          MOVE 'ACTION NOT A OR D' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE LOAD-TERM TO TERMCTL-TERM-CODE.

         READ TERMCTL-FILE
          INVALID KEY
           MOVE 'TERM NOT ON TERM CONTROL FILE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2200-EXIT
         END-READ.

         IF LOAD-SLOT IS NOT NUMERIC
          MOVE 'SLOT NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-TYPE IS EQUAL TO 'P'
          PERFORM 2300-APPLY-PERIOD THRU 2300-EXIT
         ELSE
          PERFORM 2400-APPLY-OVERRIDE THRU 2400-EXIT
         END-IF.

        2200-EXIT.
         EXIT.

        2300-APPLY-PERIOD.
         IF LOAD-SLOT-N IS EQUAL TO 0
          MOVE 'PERIOD SLOT CANNOT BE 00' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         MOVE 'Y' TO WS-ENTRY-EXISTS.
         MOVE LOAD-TERM TO EXAMPER-TERM-CODE.
         MOVE LOAD-SLOT-N TO EXAMPER-SLOT.

         READ EXAMPER-FILE
          INVALID KEY
           MOVE 'N' TO WS-ENTRY-EXISTS
         END-READ.

         IF LOAD-ACTION IS EQUAL TO 'D'
          IF WS-ENTRY-EXISTS IS EQUAL TO 'N'
           MOVE 'PERIOD NOT ON FILE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2300-EXIT
          END-IF
          DELETE EXAMPER-FILE
           INVALID KEY
            MOVE 'PERIOD DELETE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2300-EXIT
          END-DELETE
          ADD 1 TO WS-DEL-COUNT
          GO TO 2300-EXIT
         END-IF.

         IF LOAD-EXAM-DATE IS NOT NUMERIC
          MOVE 'EXAM DATE NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         MOVE LOAD-START-TIME TO WS-TIME-CHECK-X.
         PERFORM 2350-CHECK-TIME THRU 2350-EXIT.
         IF WS-TIME-BAD IS EQUAL TO 'Y'
          MOVE 'START TIME NOT HHMM' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         MOVE LOAD-END-TIME TO WS-TIME-CHECK-X.
         PERFORM 2350-CHECK-TIME THRU 2350-EXIT.
         IF WS-TIME-BAD IS EQUAL TO 'Y'
          MOVE 'END TIME NOT HHMM' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         IF LOAD-END-TIME IS NOT GREATER THAN LOAD-START-TIME
          MOVE 'END TIME NOT AFTER START' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         MOVE 'N' TO WS-PATTERN-BAD.
         PERFORM 2360-CHECK-ONE-PATTERN THRU 2360-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 8.

         IF WS-PATTERN-BAD IS EQUAL TO 'Y'
          MOVE 'PATTERN NOT DAY MTWRF + HOUR' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         MOVE SPACES TO EXAMPER-RECORD.
         MOVE LOAD-TERM TO EXAMPER-TERM-CODE.
         MOVE LOAD-SLOT-N TO EXAMPER-SLOT.
         MOVE LOAD-EXAM-DATE-N TO EXAMPER-EXAM-DATE.
         MOVE LOAD-START-TIME TO EXAMPER-START-TIME.
         MOVE LOAD-END-TIME TO EXAMPER-END-TIME.

         PERFORM 2370-MOVE-ONE-PATTERN THRU 2370-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 8.

         IF WS-ENTRY-EXISTS IS EQUAL TO 'Y'
          REWRITE EXAMPER-RECORD
           INVALID KEY
            MOVE 'PERIOD REWRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2300-EXIT
          END-REWRITE
          ADD 1 TO WS-CHG-COUNT
         ELSE
          WRITE EXAMPER-RECORD
           INVALID KEY
            MOVE 'PERIOD WRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2300-EXIT
          END-WRITE
          ADD 1 TO WS-ADD-COUNT
         END-IF.

        2300-EXIT.
         EXIT.

        2350-CHECK-TIME.
         MOVE 'N' TO WS-TIME-BAD.

         IF WS-TIME-CHECK-X IS NOT NUMERIC
          MOVE 'Y' TO WS-TIME-BAD
          GO TO 2350-EXIT
         END-IF.

         IF WS-CHK-HH > 23 OR WS-CHK-MM > 59
          MOVE 'Y' TO WS-TIME-BAD
         END-IF.

        2350-EXIT.
         EXIT.

      * A PATTERN IS EITHER ALL BLANK OR A MEETING DAY WITH A NUMERIC
      * HOUR 00-23.
        2360-CHECK-ONE-PATTERN.
         IF LOAD-PAT-DAY (WS-IDX) IS EQUAL TO SPACE AND
            LOAD-PAT-HOUR (WS-IDX) IS EQUAL TO SPACES
          GO TO 2360-EXIT
         END-IF.

         IF LOAD-PAT-DAY (WS-IDX) IS NOT EQUAL TO 'M' AND
            LOAD-PAT-DAY (WS-IDX) IS NOT EQUAL TO 'T' AND
            LOAD-PAT-DAY (WS-IDX) IS NOT EQUAL TO 'W' AND
            LOAD-PAT-DAY (WS-IDX) IS NOT EQUAL TO 'R' AND
            LOAD-PAT-DAY (WS-IDX) IS NOT EQUAL TO 'F'
          MOVE 'Y' TO WS-PATTERN-BAD
          GO TO 2360-EXIT
         END-IF.

         IF LOAD-PAT-HOUR (WS-IDX) IS NOT NUMERIC
          MOVE 'Y' TO WS-PATTERN-BAD
          GO TO 2360-EXIT
         END-IF.

         IF LOAD-PAT-HOUR (WS-IDX) > '23'
          MOVE 'Y' TO WS-PATTERN-BAD
         END-IF.

        2360-EXIT.
         EXIT.

        2370-MOVE-ONE-PATTERN.
         MOVE LOAD-PAT-DAY (WS-IDX) TO EXAMPER-PAT-DAY (WS-IDX).
         MOVE LOAD-PAT-HOUR (WS-IDX) TO EXAMPER-PAT-HOUR (WS-IDX).

        2370-EXIT.
         EXIT.

        2400-APPLY-OVERRIDE.
         MOVE 'Y' TO WS-ENTRY-EXISTS.
         MOVE LOAD-TERM TO EXAMOVR-TERM-CODE.
         MOVE LOAD-COURSE TO EXAMOVR-COURSE.
         MOVE LOAD-SECTION TO EXAMOVR-SECTION.

         READ EXAMOVR-FILE
          INVALID KEY
           MOVE 'N' TO WS-ENTRY-EXISTS
         END-READ.

         IF LOAD-ACTION IS EQUAL TO 'D'
          IF WS-ENTRY-EXISTS IS EQUAL TO 'N'
           MOVE 'OVERRIDE NOT ON FILE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
          END-IF
          DELETE EXAMOVR-FILE
           INVALID KEY
            MOVE 'OVERRIDE DELETE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2400-EXIT
          END-DELETE
          ADD 1 TO WS-DEL-COUNT
          GO TO 2400-EXIT
         END-IF.

         MOVE LOAD-COURSE TO COURSEM-KEY.

         READ COURSEM-FILE
          INVALID KEY
           MOVE 'COURSE NOT ON FILE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
         END-READ.

         IF LOAD-SECTION IS NOT EQUAL TO SPACES
          MOVE LOAD-COURSE TO CRSSECT-COURSE
          MOVE LOAD-SECTION TO CRSSECT-SECTION
          READ CRSSECT-FILE
           INVALID KEY
            MOVE 'SECTION NOT ON FILE' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2400-EXIT
          END-READ
         END-IF.

         IF LOAD-SLOT-N IS NOT EQUAL TO 0
          MOVE LOAD-TERM TO EXAMPER-TERM-CODE
          MOVE LOAD-SLOT-N TO EXAMPER-SLOT
          READ EXAMPER-FILE
           INVALID KEY
            MOVE 'SLOT NOT ON EXAM PERIOD TABLE' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2400-EXIT
          END-READ
         END-IF.

         IF LOAD-ROOM IS NOT EQUAL TO SPACES
          MOVE LOAD-ROOM TO ROOMMST-ROOM
          READ ROOMMST-FILE
           INVALID KEY
            MOVE 'ROOM NOT ON ROOM MASTER' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2400-EXIT
          END-READ
          IF ROOMMST-CLOSED
           MOVE 'ROOM IS CLOSED' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
          END-IF
         END-IF.

         MOVE SPACES TO EXAMOVR-RECORD.
         MOVE LOAD-TERM TO EXAMOVR-TERM-CODE.
         MOVE LOAD-COURSE TO EXAMOVR-COURSE.
         MOVE LOAD-SECTION TO EXAMOVR-SECTION.
         MOVE LOAD-SLOT-N TO EXAMOVR-SLOT.
         MOVE LOAD-ROOM TO EXAMOVR-ROOM.

         IF WS-ENTRY-EXISTS IS EQUAL TO 'Y'
          REWRITE EXAMOVR-RECORD
           INVALID KEY
            MOVE 'OVERRIDE REWRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2400-EXIT
          END-REWRITE
          ADD 1 TO WS-CHG-COUNT
         ELSE
          WRITE EXAMOVR-RECORD
           INVALID KEY
            MOVE 'OVERRIDE WRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2400-EXIT
          END-WRITE
          ADD 1 TO WS-ADD-COUNT
         END-IF.

        2400-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         MOVE LOAD-TYPE TO WS-DET-TYPE.
         MOVE LOAD-TERM TO WS-DET-TERM.
         MOVE LOAD-SLOT TO WS-DET-SLOT.

         IF LOAD-TYPE IS EQUAL TO 'O'
          MOVE LOAD-COURSE TO WS-DET-COURSE
          MOVE LOAD-SECTION TO WS-DET-SECTION
         ELSE
          MOVE SPACES TO WS-DET-COURSE
          MOVE SPACES TO WS-DET-SECTION
         END-IF.

         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'RECORDS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'ENTRIES ADDED' TO WS-TOT-LABEL.
         MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ENTRIES CHANGED' TO WS-TOT-LABEL.
         MOVE WS-CHG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ENTRIES DELETED' TO WS-TOT-LABEL.
         MOVE WS-DEL-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

        3000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE EXAMLOAD-FILE.
         CLOSE EXAMPER-FILE.
         CLOSE EXAMOVR-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE COURSEM-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE ROOMMST-FILE.
         CLOSE EXCEPT-RPT.

        9000-EXIT.
         EXIT.
