       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG24.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT ROOMMST-FILE ASSIGN TO ROOMMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROOMMST-KEY.

          SELECT ROOMLOAD-FILE ASSIGN TO ROOMLOAD
           ORGANIZATION IS SEQUENTIAL.

          SELECT EXCEPT-RPT ASSIGN TO ROOMLERR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD ROOMMST-FILE.
          COPY 'ROOMMST'.

      * ONE CARD PER ROOM. A ROOM ALREADY ON FILE IS REPLACED. TYPE IS
      * C CLASSROOM, L LAB, H LECTURE HALL OR S SEMINAR ROOM (BLANK IS
      * C); STATUS IS A OPEN OR C CLOSED (BLANK IS A).
         FD ROOMLOAD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  ROOMLOAD-REC.
             05 LOAD-ROOM                   PIC X(6).
             05 LOAD-BUILDING               PIC X(12).
             05 LOAD-CAPACITY               PIC X(5).
             05 LOAD-TYPE                   PIC X.
             05 LOAD-STATUS                 PIC X.
             05 FILLER                      PIC X(55).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-ROOMLOAD-EOF              PIC X VALUE 'N'.
         01  WS-ROOM-EXISTS               PIC X.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(31)
             VALUE 'ROOM MASTER LOAD - EXCEPTIONS'.
          05 FILLER                       PIC X(49) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(8)  VALUE 'ROOM'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-ROOM                  PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(30).
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(20).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-LOAD-ROOMS THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT ROOMLOAD-FILE.
         OPEN I-O ROOMMST-FILE.
         OPEN OUTPUT EXCEPT-RPT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        2000-LOAD-ROOMS.
         PERFORM 2100-READ-ROOMLOAD THRU 2100-EXIT.

        2010-LOAD-LOOP.
         IF WS-ROOMLOAD-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-ROOM THRU 2200-EXIT.
         PERFORM 2100-READ-ROOMLOAD THRU 2100-EXIT.
         GO TO 2010-LOAD-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-ROOMLOAD.
         READ ROOMLOAD-FILE
          AT END
           MOVE 'Y' TO WS-ROOMLOAD-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-APPLY-ONE-ROOM.
         IF LOAD-ROOM IS EQUAL TO SPACES
          MOVE 'ROOM CODE MISSING' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-CAPACITY IS NOT NUMERIC
          MOVE 'CAPACITY NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-CAPACITY IS EQUAL TO '00000'
          MOVE 'CAPACITY IS ZERO' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-TYPE IS EQUAL TO SPACE
          MOVE 'C' TO LOAD-TYPE
         END-IF.

         IF LOAD-TYPE IS NOT EQUAL TO 'C' AND
            LOAD-TYPE IS NOT EQUAL TO 'L' AND
            LOAD-TYPE IS NOT EQUAL TO 'H' AND
            LOAD-TYPE IS NOT EQUAL TO 'S'
          MOVE 'ROOM TYPE NOT C, L, H OR S' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-STATUS IS EQUAL TO SPACE
          MOVE 'A' TO LOAD-STATUS
         END-IF.

         IF LOAD-STATUS IS NOT EQUAL TO 'A' AND
            LOAD-STATUS IS NOT EQUAL TO 'C'
          MOVE 'ROOM STATUS NOT A OR C' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-ROOM-EXISTS.
         MOVE LOAD-ROOM TO ROOMMST-ROOM.

         READ ROOMMST-FILE
          INVALID KEY
           MOVE 'N' TO WS-ROOM-EXISTS
         END-READ.

         MOVE LOAD-ROOM TO ROOMMST-ROOM.
         MOVE LOAD-BUILDING TO ROOMMST-BUILDING.
         MOVE LOAD-CAPACITY TO ROOMMST-CAPACITY.
         MOVE LOAD-TYPE TO ROOMMST-TYPE.
         MOVE LOAD-STATUS TO ROOMMST-STATUS.

         IF WS-ROOM-EXISTS IS EQUAL TO 'Y'
          REWRITE ROOMMST-RECORD
           INVALID KEY
            MOVE 'ROOM MASTER REWRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2200-EXIT
          END-REWRITE
          ADD 1 TO WS-CHG-COUNT
         ELSE
          WRITE ROOMMST-RECORD
           INVALID KEY
            MOVE 'ROOM MASTER WRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2200-EXIT
          END-WRITE
          ADD 1 TO WS-ADD-COUNT
         END-IF.

        2200-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         MOVE LOAD-ROOM TO WS-DET-ROOM.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'RECORDS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         MOVE 'ROOMS ADDED' TO WS-TOT-LABEL.
         MOVE WS-ADD-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ROOMS CHANGED' TO WS-TOT-LABEL.
         MOVE WS-CHG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

        3000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE ROOMLOAD-FILE.
         CLOSE ROOMMST-FILE.
         CLOSE EXCEPT-RPT.

        9000-EXIT.
         EXIT.
