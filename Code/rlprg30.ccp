       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG30.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT JOBDEP-FILE ASSIGN TO JOBDEP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOBDEP-KEY.

          SELECT DEPLOAD-FILE ASSIGN TO DEPLOAD
           ORGANIZATION IS SEQUENTIAL.

          SELECT EXCEPT-RPT ASSIGN TO DEPLERR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD JOBDEP-FILE.
          COPY 'JOBDEP'.

      * ONE CARD PER TABLE ENTRY. A CARD WITH A BLANK PREDECESSOR IS
      * THE JOB'S HEADER AND CARRIES ITS CHAIN SEQUENCE AND
      * DESCRIPTION; ANY OTHER CARD NAMES ONE PREDECESSOR, WITH TODAY
      * FLAG Y (MUST HAVE RUN TONIGHT - BLANK IS Y) OR N (MUST HAVE RUN
      * SINCE THIS JOB LAST RAN). ACTION A ADDS OR REPLACES (BLANK IS
      * A), D DELETES. A HEADER MUST BE LOADED BEFORE ITS PREDECESSORS
      * AND CANNOT BE DELETED WHILE IT STILL HAS ANY.
         FD DEPLOAD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  DEPLOAD-REC.
             05 LOAD-JOB-NAME               PIC X(8).
             05 LOAD-PRED-NAME              PIC X(8).
             05 LOAD-CHAIN-SEQ              PIC X(3).
             05 LOAD-DESC                   PIC X(20).
             05 LOAD-TODAY-FLAG             PIC X.
             05 LOAD-ACTION                 PIC X.
             05 FILLER                      PIC X(39).

         FD EXCEPT-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-DEPLOAD-EOF               PIC X VALUE 'N'.
         01  WS-ENTRY-EXISTS              PIC X.
         01  WS-HEADER-EXISTS             PIC X.
         01  WS-HAS-PREDS                 PIC X.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-CHG-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-DEL-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-SAVE-GATE-DATE            PIC S9(7) COMP-3.
         01  WS-SAVE-GATE-TIME            PIC S9(7) COMP-3.
         01  WS-SAVE-GATE-RESULT          PIC X.
         01  WS-SAVE-GATE-REASON          PIC X(30).

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(38)
             VALUE 'JOB DEPENDENCY TABLE LOAD - EXCEPTIONS'.
          05 FILLER                       PIC X(42) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(10) VALUE 'JOB'.
          05 FILLER                       PIC X(10) VALUE 'PREDECESS'.
          05 FILLER                       PIC X(30) VALUE 'REASON'.
          05 FILLER                       PIC X(30) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-JOB                   PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-PRED                  PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(30).
          05 FILLER                       PIC X(30) VALUE SPACES.

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
         OPEN INPUT DEPLOAD-FILE.
         OPEN I-O JOBDEP-FILE.
         OPEN OUTPUT EXCEPT-RPT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        2000-LOAD-ENTRIES.
         PERFORM 2100-READ-DEPLOAD THRU 2100-EXIT.

        2010-LOAD-LOOP.
         IF WS-DEPLOAD-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-ENTRY THRU 2200-EXIT.
         PERFORM 2100-READ-DEPLOAD THRU 2100-EXIT.
         GO TO 2010-LOAD-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-DEPLOAD.
         READ DEPLOAD-FILE
          AT END
           MOVE 'Y' TO WS-DEPLOAD-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-APPLY-ONE-ENTRY.
         IF LOAD-JOB-NAME IS EQUAL TO SPACES
          MOVE 'JOB NAME MISSING' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-PRED-NAME IS EQUAL TO LOAD-JOB-NAME
          MOVE 'JOB CANNOT PRECEDE ITSELF' TO WS-DET-REASON
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

         IF LOAD-ACTION IS EQUAL TO 'D'
          PERFORM 2400-DELETE-ENTRY THRU 2400-EXIT
          GO TO 2200-EXIT
         END-IF.

         IF LOAD-PRED-NAME IS EQUAL TO SPACES
          PERFORM 2300-APPLY-HEADER THRU 2300-EXIT
         ELSE
          PERFORM 2350-APPLY-PREDECESSOR THRU 2350-EXIT
         END-IF.

        2200-EXIT.
         EXIT.

        2300-APPLY-HEADER.
         IF LOAD-CHAIN-SEQ IS NOT NUMERIC
          MOVE 'CHAIN SEQUENCE NOT NUMERIC' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2300-EXIT
         END-IF.

         MOVE 'Y' TO WS-ENTRY-EXISTS.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         READ JOBDEP-FILE
          INVALID KEY
           MOVE 'N' TO WS-ENTRY-EXISTS
         END-READ.

      * A RELOAD OF THE HEADER KEEPS THE RESULT OF THE LAST GATE CHECK
      * SO THE RUN-BOOK STILL SHOWS IT.
         IF WS-ENTRY-EXISTS IS EQUAL TO 'Y'
          MOVE JOBDEP-GATE-DATE TO WS-SAVE-GATE-DATE
          MOVE JOBDEP-GATE-TIME TO WS-SAVE-GATE-TIME
          MOVE JOBDEP-GATE-RESULT TO WS-SAVE-GATE-RESULT
          MOVE JOBDEP-GATE-REASON TO WS-SAVE-GATE-REASON
         ELSE
          MOVE 0 TO WS-SAVE-GATE-DATE
          MOVE 0 TO WS-SAVE-GATE-TIME
          MOVE SPACE TO WS-SAVE-GATE-RESULT
          MOVE SPACES TO WS-SAVE-GATE-REASON
         END-IF.

         MOVE SPACES TO JOBDEP-RECORD.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.
         MOVE LOAD-CHAIN-SEQ TO JOBDEP-CHAIN-SEQ.
         MOVE LOAD-DESC TO JOBDEP-DESC.
         MOVE SPACE TO JOBDEP-TODAY-FLAG.
         MOVE WS-SAVE-GATE-DATE TO JOBDEP-GATE-DATE.
         MOVE WS-SAVE-GATE-TIME TO JOBDEP-GATE-TIME.
         MOVE WS-SAVE-GATE-RESULT TO JOBDEP-GATE-RESULT.
         MOVE WS-SAVE-GATE-REASON TO JOBDEP-GATE-REASON.

         PERFORM 2600-STORE-ENTRY THRU 2600-EXIT.

        2300-EXIT.
         EXIT.

        2350-APPLY-PREDECESSOR.
         IF LOAD-TODAY-FLAG IS EQUAL TO SPACE
          MOVE 'Y' TO LOAD-TODAY-FLAG
         END-IF.

         IF LOAD-TODAY-FLAG IS NOT EQUAL TO 'Y' AND
            LOAD-TODAY-FLAG IS NOT EQUAL TO 'N'
          MOVE 'TODAY FLAG NOT Y OR N' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2350-EXIT
         END-IF.

         MOVE 'Y' TO WS-HEADER-EXISTS.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         READ JOBDEP-FILE
          INVALID KEY
           MOVE 'N' TO WS-HEADER-EXISTS
         END-READ.

         IF WS-HEADER-EXISTS IS EQUAL TO 'N'
          MOVE 'JOB HEADER NOT ON TABLE' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2350-EXIT
         END-IF.

         MOVE 'Y' TO WS-ENTRY-EXISTS.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE LOAD-PRED-NAME TO JOBDEP-PRED-NAME.

         READ JOBDEP-FILE
          INVALID KEY
           MOVE 'N' TO WS-ENTRY-EXISTS
         END-READ.

         MOVE SPACES TO JOBDEP-RECORD.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE LOAD-PRED-NAME TO JOBDEP-PRED-NAME.
         MOVE 0 TO JOBDEP-CHAIN-SEQ.
         MOVE LOAD-DESC TO JOBDEP-DESC.
         MOVE LOAD-TODAY-FLAG TO JOBDEP-TODAY-FLAG.
         MOVE 0 TO JOBDEP-GATE-DATE.
         MOVE 0 TO JOBDEP-GATE-TIME.

         PERFORM 2600-STORE-ENTRY THRU 2600-EXIT.

        2350-EXIT.
         EXIT.

        2400-DELETE-ENTRY.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE LOAD-PRED-NAME TO JOBDEP-PRED-NAME.

         READ JOBDEP-FILE
          INVALID KEY
           MOVE 'ENTRY NOT ON TABLE' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
         END-READ.

         IF LOAD-PRED-NAME IS EQUAL TO SPACES
          PERFORM 2450-CHECK-PREDECESSORS THRU 2450-EXIT
          IF WS-HAS-PREDS IS EQUAL TO 'Y'
           MOVE 'JOB STILL HAS PREDECESSORS' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
          END-IF
          MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME
          MOVE SPACES TO JOBDEP-PRED-NAME
         END-IF.

         DELETE JOBDEP-FILE
          INVALID KEY
           MOVE 'TABLE DELETE FAILED' TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
         END-DELETE.

         ADD 1 TO WS-DEL-COUNT.

        2400-EXIT.
         EXIT.

      * POSITION JUST PAST THE HEADER - THE NEXT ENTRY BELONGS TO THE
      * SAME JOB ONLY IF THE JOB STILL HAS A PREDECESSOR.
        2450-CHECK-PREDECESSORS.
         MOVE 'N' TO WS-HAS-PREDS.
         MOVE LOAD-JOB-NAME TO JOBDEP-JOB-NAME.
         MOVE SPACES TO JOBDEP-PRED-NAME.

         START JOBDEP-FILE KEY IS GREATER THAN JOBDEP-KEY
          INVALID KEY
           GO TO 2450-EXIT
         END-START.

         READ JOBDEP-FILE NEXT RECORD
          AT END
           GO TO 2450-EXIT
         END-READ.

         IF JOBDEP-JOB-NAME IS EQUAL TO LOAD-JOB-NAME
          MOVE 'Y' TO WS-HAS-PREDS
         END-IF.

        2450-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         MOVE LOAD-JOB-NAME TO WS-DET-JOB.
         MOVE LOAD-PRED-NAME TO WS-DET-PRED.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        2600-STORE-ENTRY.
         IF WS-ENTRY-EXISTS IS EQUAL TO 'Y'
          REWRITE JOBDEP-RECORD
           INVALID KEY
            MOVE 'TABLE REWRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2600-EXIT
          END-REWRITE
          ADD 1 TO WS-CHG-COUNT
         ELSE
          WRITE JOBDEP-RECORD
           INVALID KEY
            MOVE 'TABLE WRITE FAILED' TO WS-DET-REASON
            PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
            GO TO 2600-EXIT
          END-WRITE
          ADD 1 TO WS-ADD-COUNT
         END-IF.

        2600-EXIT.
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
         CLOSE DEPLOAD-FILE.
         CLOSE JOBDEP-FILE.
         CLOSE EXCEPT-RPT.

        9000-EXIT.
         EXIT.
