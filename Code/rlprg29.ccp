       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG29.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT RETMAIL-FILE ASSIGN TO RETMAIL
           ORGANIZATION IS SEQUENTIAL.

          SELECT STUFILE-IN ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUFILE-KEY.

          SELECT ADDRFLG-IO ASSIGN TO ADDRFLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADDRFLG-KEY.

          SELECT AUDITLOG-OUT ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT RETMAIL-RPT ASSIGN TO RETMRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
      * ONE RECORD PER PIECE OF RETURNED MAIL, KEYED IN BY THE
      * MAILROOM. THE POSTAL CODE IS THE ONE ON THE ENVELOPE; WHEN
      * GIVEN AND NO LONGER THE STUDENT'S, THE ADDRESS HAS ALREADY BEEN
      * CORRECTED AND THE RETURN IS NOT FLAGGED.
         FD RETMAIL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  RETMAIL-REC.
             05 RTM-STUDENT-NO              PIC X(7).
             05 RTM-POSTAL                  PIC X(6).
             05 RTM-REASON                  PIC X(20).
             05 FILLER                      PIC X(47).

         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD ADDRFLG-IO.
          COPY 'ADDRFLG'.

         FD AUDITLOG-OUT.
          COPY 'AUDITLOG'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD RETMAIL-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-RETMAIL-EOF               PIC X VALUE 'N'.
         01  WS-STUFILE-EXISTS            PIC X.
         01  WS-FLAG-EXISTS               PIC X.
         01  WS-BATCH-USERID              PIC X(8) VALUE 'RLPRG29'.
         01  WS-AUDIT-DETAIL              PIC X(10).
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC S9(7) COMP-3.
         01  WS-RUN-TIME-HMS              PIC S9(7) COMP-3.

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-FLAG-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-REPEAT-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(40)
             VALUE 'RETURNED MAIL - ADDRESSES FLAGGED'.
          05 FILLER                       PIC X(9)  VALUE 'RUN DATE '.
          05 WS-HDG-DATE                  PIC 9(7).
          05 FILLER                       PIC X(24) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(22) VALUE 'NAME'.
          05 FILLER                       PIC X(22) VALUE 'ADDRESS'.
          05 FILLER                       PIC X(27) VALUE 'ACTION'.

         01  WS-DETAIL-LINE.
          05 WS-DET-STUDENT               PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-NAME                  PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-ADDR                  PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-ACTION                PIC X(27).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-APPLY-RETURNS THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT RETMAIL-FILE.
         OPEN INPUT STUFILE-IN.
         OPEN I-O ADDRFLG-IO.
         OPEN EXTEND AUDITLOG-OUT.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT RETMAIL-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.
         MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-TIME-HMS.

         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         MOVE WS-RUN-DATE-JUL TO WS-HDG-DATE.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG29' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG29' TO RUNCTL-JOB-NAME.
         MOVE WS-RUN-DATE-JUL TO RUNCTL-RUN-DATE.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-START-TIME.
         MOVE 0 TO RUNCTL-END-TIME.
         MOVE 0 TO RUNCTL-READ-COUNT.
         MOVE 0 TO RUNCTL-WRITE-COUNT.
         MOVE 'N' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.

         IF WS-RUNCTL-EXISTS IS EQUAL TO 'Y'
          REWRITE RUNCTL-RECORD
         ELSE
          WRITE RUNCTL-RECORD
         END-IF.

        1200-EXIT.
         EXIT.

        2000-APPLY-RETURNS.
         PERFORM 2100-READ-RETMAIL THRU 2100-EXIT.

        2010-RETURN-LOOP.
         IF WS-RETMAIL-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-RETURN THRU 2200-EXIT.
         PERFORM 2100-READ-RETMAIL THRU 2100-EXIT.
         GO TO 2010-RETURN-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-RETMAIL.
         READ RETMAIL-FILE
          AT END
           MOVE 'Y' TO WS-RETMAIL-EOF
         END-READ.

        2100-EXIT.
         EXIT.

        2200-APPLY-ONE-RETURN.
         MOVE RTM-STUDENT-NO TO WS-DET-STUDENT.
         MOVE SPACES TO WS-DET-NAME.
         MOVE SPACES TO WS-DET-ADDR.

         IF RTM-STUDENT-NO IS EQUAL TO SPACES
          MOVE 'NO STUDENT NUMBER' TO WS-DET-ACTION
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-STUFILE-EXISTS.
         MOVE 'XXX' TO STUFILE-PREFIX.
         MOVE RTM-STUDENT-NO TO STUFILE-STUDENT-NO.
         READ STUFILE-IN
          INVALID KEY
           MOVE 'N' TO WS-STUFILE-EXISTS
         END-READ.

         IF WS-STUFILE-EXISTS IS EQUAL TO 'N'
          MOVE 'NOT ON STUDENT FILE' TO WS-DET-ACTION
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE STUFILE-NAME TO WS-DET-NAME.
         MOVE STUFILE-ADDR-LINE1 TO WS-DET-ADDR.

         IF RTM-POSTAL IS NOT EQUAL TO SPACES AND
            RTM-POSTAL IS NOT EQUAL TO STUFILE-POSTAL
          MOVE 'ADDRESS ALREADY CHANGED' TO WS-DET-ACTION
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
          GO TO 2200-EXIT
         END-IF.

         MOVE 'Y' TO WS-FLAG-EXISTS.
         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.
         READ ADDRFLG-IO
          INVALID KEY
           MOVE 'N' TO WS-FLAG-EXISTS
         END-READ.

         IF WS-FLAG-EXISTS IS EQUAL TO 'Y'
          PERFORM 2300-COUNT-REPEAT THRU 2300-EXIT
         ELSE
          PERFORM 2400-FLAG-ADDRESS THRU 2400-EXIT
         END-IF.

        2200-EXIT.
         EXIT.

      * STILL FLAGGED FROM AN EARLIER RETURN - THE ORIGINAL FLAG DATE
      * IS KEPT AND THE RETURN COUNTED.
        2300-COUNT-REPEAT.
         ADD 1 TO ADDRFLG-RETURN-COUNT.
         MOVE WS-RUN-DATE-JUL TO ADDRFLG-LAST-RETURN-DATE.
         IF RTM-REASON IS NOT EQUAL TO SPACES
          MOVE RTM-REASON TO ADDRFLG-REASON
         END-IF.

         REWRITE ADDRFLG-RECORD
          INVALID KEY
           MOVE 'FLAG REWRITE FAILED' TO WS-DET-ACTION
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2300-EXIT
         END-REWRITE.

         ADD 1 TO WS-REPEAT-COUNT.
         MOVE 'ALREADY FLAGGED - COUNTED' TO WS-DET-ACTION.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
         MOVE 'REPEAT' TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

        2300-EXIT.
         EXIT.

        2400-FLAG-ADDRESS.
         MOVE SPACES TO ADDRFLG-RECORD.
         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.
         MOVE WS-RUN-DATE-JUL TO ADDRFLG-FLAG-DATE.
         MOVE WS-RUN-DATE-JUL TO ADDRFLG-LAST-RETURN-DATE.
         MOVE 1 TO ADDRFLG-RETURN-COUNT.
         MOVE RTM-REASON TO ADDRFLG-REASON.
         MOVE STUFILE-ADDR-LINE1 TO ADDRFLG-BAD-ADDR-LINE1.
         MOVE STUFILE-POSTAL TO ADDRFLG-BAD-POSTAL.

         WRITE ADDRFLG-RECORD
          INVALID KEY
           MOVE 'FLAG WRITE FAILED' TO WS-DET-ACTION
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
         END-WRITE.

         ADD 1 TO WS-FLAG-COUNT.
         MOVE 'FLAGGED UNDELIVERABLE' TO WS-DET-ACTION.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
         MOVE STUFILE-POSTAL TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

        2400-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         ADD 1 TO WS-REJ-COUNT.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'RETURNS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'ADDRESSES FLAGGED' TO WS-TOT-LABEL.
         MOVE WS-FLAG-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'ALREADY FLAGGED' TO WS-TOT-LABEL.
         MOVE WS-REPEAT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RETURNS NOT FLAGGED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG29 RETURNS READ         ' WS-READ-COUNT.
         DISPLAY 'RLPRG29 ADDRESSES FLAGGED    ' WS-FLAG-COUNT.
         DISPLAY 'RLPRG29 ALREADY FLAGGED      ' WS-REPEAT-COUNT.
         DISPLAY 'RLPRG29 RETURNS NOT FLAGGED  ' WS-REJ-COUNT.

        3000-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         COMPUTE RUNCTL-WRITE-COUNT =
            WS-FLAG-COUNT + WS-REPEAT-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE RETMAIL-FILE.
         CLOSE STUFILE-IN.
         CLOSE ADDRFLG-IO.
         CLOSE AUDITLOG-OUT.
         CLOSE RETMAIL-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.

        9500-WRITE-AUDIT-RECORD.
         MOVE STUFILE-KEY TO AUDITLOG-STUDENT-KEY.
         MOVE 'ADDR-BAD' TO AUDITLOG-ACTION-CODE.
         MOVE 'BTCH' TO AUDITLOG-TERM-ID.
         MOVE WS-BATCH-USERID TO AUDITLOG-USERID.
         MOVE WS-RUN-TIME-HMS TO AUDITLOG-TIME.
         MOVE WS-RUN-DATE-JUL TO AUDITLOG-DATE.
         MOVE WS-AUDIT-DETAIL TO AUDITLOG-DETAIL.

         WRITE AUDITLOG-RECORD.

        9500-EXIT.
         EXIT.
