           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT CRSSECT-IO ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSSECT-KEY.

          SELECT TERMCTL-FILE ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TERMCTL-KEY.

          SELECT REFREQ-IO ASSIGN TO REFREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REFREQ-KEY.

          SELECT AUDITLOG-OUT ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL.

          SELECT ADDRFLG-FILE ASSIGN TO ADDRFLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADDRFLG-KEY.

          SELECT LETTER-PRT ASSIGN TO CANLTR
           ORGANIZATION IS SEQUENTIAL.

          SELECT EXCEPT-RPT ASSIGN TO CANCERR
           ORGANIZATION IS SEQUENTIAL.

          SELECT NOADDR-RPT ASSIGN TO CANNOADR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD CANCRSE-FILE
         FD ENRLXRF-IO.
          COPY 'ENRLXRF'.

         FD CRSSECT-IO.
          COPY 'CRSSECT'.

         FD TERMCTL-FILE.
          COPY 'TERMCTL'.

         FD REFREQ-IO.
          COPY 'REFREQ'.

         FD AUDITLOG-OUT.
          COPY 'AUDITLOG'.

         FD ADDRFLG-FILE.
          COPY 'ADDRFLG'.

         FD LETTER-PRT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

         FD NOADDR-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 NOADDR-LINE                   PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-CANCRSE-EOF               PIC X VALUE 'N'.
         01  WS-STUFILE-EOF               PIC X VALUE 'N'.
         01  WS-WAITLST-EOF               PIC X VALUE 'N'.
         01  WS-CRSSECT-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-STUDENT-CHANGED           PIC X.
         01  WS-ADDR-FLAGGED              PIC X.
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-CANC-IDX                  PIC S9(4) COMP.
         01  WS-LETTER-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-STUDENT-COUNT             PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-REFUND-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-NOADDR-COUNT              PIC S9(7) COMP VALUE 0.

         01  WS-NAME-LINE.
          05 WS-LTR-NAME                  PIC X(20).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

         01  WS-NOADDR-HEADING.
          05 FILLER                       PIC X(40)
             VALUE 'CANCELLATION LETTERS - NO VALID ADDRESS'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-NOADDR-COLUMNS.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(22) VALUE 'NAME'.
          05 FILLER                       PIC X(10) VALUE 'COURSE'.
          05 FILLER                       PIC X(9)  VALUE 'FLAGGED'.
          05 FILLER                       PIC X(30) VALUE 'REASON'.

         01  WS-NOADDR-DETAIL.
          05 WS-NA-STUDENT                PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-NAME                   PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-COURSE                 PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-FLAG-DATE              PIC 9(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-REASON                 PIC X(20).
          05 FILLER                       PIC X(10) VALUE SPACES.

         01  WS-NOADDR-TOTAL.
          05 FILLER                       PIC X(30)
             VALUE 'LETTERS NOT PRINTED'.
          05 WS-NA-TOT-COUNT              PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         OPEN I-O COURSEM-FILE.
         OPEN I-O WAITLST-IO.
         OPEN I-O ENRLXRF-IO.
         OPEN I-O CRSSECT-IO.
         OPEN INPUT TERMCTL-FILE.
         OPEN I-O REFREQ-IO.
         OPEN EXTEND AUDITLOG-OUT.
         OPEN OUTPUT LETTER-PRT.
         OPEN OUTPUT EXCEPT-RPT.
         OPEN INPUT ADDRFLG-FILE.
         OPEN OUTPUT NOADDR-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         END-IF.
         MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-TIME-HMS.

         PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
         WRITE NOADDR-LINE FROM WS-NOADDR-HEADING
          AFTER ADVANCING 1 LINE.
         WRITE NOADDR-LINE FROM WS-NOADDR-COLUMNS
          AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.

        1100-FIND-CURRENT-TERM.
         READ TERMCTL-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-TERMCTL-EOF
         END-READ.

         IF WS-TERMCTL-EOF IS EQUAL TO 'Y'
          GO TO 1100-EXIT
         END-IF.

         IF TERMCTL-CURRENT-FLAG IS EQUAL TO 'Y'
          MOVE TERMCTL-TERM-CODE TO WS-CURRENT-TERM
          GO TO 1100-EXIT
         END-IF.

         GO TO 1100-FIND-CURRENT-TERM.

        1100-EXIT.
         EXIT.

        2000-LOAD-CANCEL-CARDS.
         PERFORM 2100-READ-CANCRSE THRU 2100-EXIT.

           CONTINUE
         END-DELETE.

         PERFORM 3250-WRITE-REFUND-REQUEST THRU 3250-EXIT.

         MOVE SPACES TO STUFILE-COURSE-TABLE(WS-COURSE-IDX).
         ADD 1 TO WS-CAN-DROPPED(WS-CANC-IDX).
         MOVE 'Y' TO WS-STUDENT-CHANGED.
        3200-EXIT.
         EXIT.

      * A CANCELLED COURSE IS REFUNDED IN FULL WHATEVER THE DATE - THE
      * NIGHTLY POSTING RUN PRICES THE REQUEST AND CREDITS THE CHARGE.
        3250-WRITE-REFUND-REQUEST.
         MOVE SPACES TO REFREQ-RECORD.
         MOVE STUFILE-KEY TO REFREQ-STUDENT-KEY.
         MOVE WS-CAN-COURSE(WS-CANC-IDX) TO REFREQ-COURSE.
         MOVE WS-RUN-DATE-JUL TO REFREQ-DROP-DATE.
         MOVE WS-RUN-TIME-HMS TO REFREQ-DROP-TIME.
         MOVE WS-CURRENT-TERM TO REFREQ-TERM.
         MOVE 'C' TO REFREQ-SOURCE.
         MOVE WS-BATCH-USERID TO REFREQ-USERID.
         MOVE 'P' TO REFREQ-STATUS.
         MOVE 0 TO REFREQ-PCT.
         MOVE 0 TO REFREQ-CHG-SEQ.
         MOVE 0 TO REFREQ-REFUND-AMT.
         MOVE 0 TO REFREQ-POSTED-DATE.

         WRITE REFREQ-RECORD
          INVALID KEY
           MOVE WS-CAN-COURSE(WS-CANC-IDX) TO WS-DET-COURSE
           MOVE 'REFUND REQUEST ALREADY ON FILE' TO WS-DET-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
           GO TO 3250-EXIT
         END-WRITE.

         ADD 1 TO WS-REFUND-COUNT.

        3250-EXIT.
         EXIT.

        3210-MATCH-ONE-CANCEL.
         IF WS-CAN-COURSE(WS-IDX) IS EQUAL TO
            STUFILE-COURSE-TABLE(WS-COURSE-IDX)
        3210-EXIT.
         EXIT.

      * THE DROP STANDS WHETHER OR NOT THE LETTER CAN BE MAILED - A
      * STUDENT WHOSE ADDRESS IS FLAGGED UNDELIVERABLE IS LISTED ON
      * THE NO VALID ADDRESS REPORT INSTEAD.
        3300-PRINT-ONE-LETTER.
         MOVE 'Y' TO WS-ADDR-FLAGGED.
         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.
         READ ADDRFLG-FILE
          INVALID KEY
           MOVE 'N' TO WS-ADDR-FLAGGED
         END-READ.

         IF WS-ADDR-FLAGGED IS EQUAL TO 'Y'
          PERFORM 3350-WRITE-NO-ADDRESS THRU 3350-EXIT
          GO TO 3300-EXIT
         END-IF.

         ADD 1 TO WS-LETTER-COUNT.

         MOVE STUFILE-NAME TO WS-LTR-NAME.
        3300-EXIT.
         EXIT.

        3350-WRITE-NO-ADDRESS.
         ADD 1 TO WS-NOADDR-COUNT.
         MOVE STUFILE-STUDENT-NO TO WS-NA-STUDENT.
         MOVE STUFILE-NAME TO WS-NA-NAME.
         MOVE WS-CAN-COURSE(WS-CANC-IDX) TO WS-NA-COURSE.
         MOVE ADDRFLG-FLAG-DATE TO WS-NA-FLAG-DATE.
         MOVE ADDRFLG-REASON TO WS-NA-REASON.
         WRITE NOADDR-LINE FROM WS-NOADDR-DETAIL
          AFTER ADVANCING 1 LINE.

        3350-EXIT.
         EXIT.

        3400-REWRITE-STUDENT.
         MOVE WS-RUN-DATE-JUL TO STUFILE-LAST-MAINT-DATE.
         MOVE WS-RUN-TIME-HMS TO STUFILE-LAST-MAINT-TIME.
           GO TO 4100-EXIT
         END-REWRITE.

         PERFORM 4200-CLEAR-SECTIONS THRU 4200-EXIT.

        4100-EXIT.
         EXIT.

      * EVERY STUDENT IN EVERY SECTION OF A CANCELLED COURSE HAS BEEN
      * DROPPED, SO EACH SECTION'S ENROLLED COUNT GOES BACK TO ZERO.
        4200-CLEAR-SECTIONS.
         MOVE 'N' TO WS-CRSSECT-EOF.
         MOVE WS-CAN-COURSE(WS-IDX) TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         START CRSSECT-IO KEY IS GREATER THAN OR EQUAL TO CRSSECT-KEY
          INVALID KEY
           MOVE 'Y' TO WS-CRSSECT-EOF
         END-START.

        4210-CLEAR-LOOP.
         IF WS-CRSSECT-EOF IS EQUAL TO 'Y'
          GO TO 4200-EXIT
         END-IF.

         READ CRSSECT-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-CRSSECT-EOF
         END-READ.

         IF WS-CRSSECT-EOF IS EQUAL TO 'Y'
          GO TO 4200-EXIT
         END-IF.

         IF CRSSECT-COURSE IS NOT EQUAL TO WS-CAN-COURSE(WS-IDX)
          GO TO 4200-EXIT
         END-IF.

         MOVE 0 TO CRSSECT-ENROLLED.

         REWRITE CRSSECT-RECORD
          INVALID KEY
           GO TO 4210-CLEAR-LOOP
         END-REWRITE.

         GO TO 4210-CLEAR-LOOP.

        4200-EXIT.
         EXIT.

        5000-PURGE-WAITLIST.
         PERFORM 5100-PURGE-ONE-COURSE THRU 5100-EXIT
          VARYING WS-IDX FROM 1 BY 1
         DISPLAY 'RLPRG7 STUDENTS UPDATED  ' WS-STUDENT-COUNT.
         DISPLAY 'RLPRG7 LETTERS PRINTED   ' WS-LETTER-COUNT.
         DISPLAY 'RLPRG7 CARDS REJECTED    ' WS-REJ-COUNT.
         DISPLAY 'RLPRG7 REFUND REQUESTS   ' WS-REFUND-COUNT.
         DISPLAY 'RLPRG7 NO VALID ADDRESS  ' WS-NOADDR-COUNT.

         MOVE WS-NOADDR-COUNT TO WS-NA-TOT-COUNT.
         WRITE NOADDR-LINE FROM WS-NOADDR-TOTAL
          AFTER ADVANCING 2 LINES.

        6000-EXIT.
         EXIT.
         CLOSE COURSEM-FILE.
         CLOSE WAITLST-IO.
         CLOSE ENRLXRF-IO.
         CLOSE CRSSECT-IO.
         CLOSE TERMCTL-FILE.
         CLOSE REFREQ-IO.
         CLOSE AUDITLOG-OUT.
         CLOSE LETTER-PRT.
         CLOSE EXCEPT-RPT.
         CLOSE ADDRFLG-FILE.
         CLOSE NOADDR-RPT.

        9000-EXIT.
         EXIT.
