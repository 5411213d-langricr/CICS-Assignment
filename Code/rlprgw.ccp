           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT ADDRFLG-FILE ASSIGN TO ADDRFLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADDRFLG-KEY.

          SELECT EXAMSTU-FILE ASSIGN TO EXAMSTU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXAMSTU-KEY.

          SELECT LETTER-PRT ASSIGN TO LTRPRNT
           ORGANIZATION IS SEQUENTIAL.

          SELECT NOADDR-RPT ASSIGN TO LTRNOADR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD STUFILE-IN.
         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD ADDRFLG-FILE.
          COPY 'ADDRFLG'.

         FD EXAMSTU-FILE.
          COPY 'EXAMSTU'.

         FD LETTER-PRT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 PRT-LINE                      PIC X(80).

         FD NOADDR-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-STUFILE-EOF               PIC X VALUE 'N'.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-ADDR-FLAGGED              PIC X.
         01  WS-EXAM-HDG-DONE             PIC X.
         01  WS-LETTER-COUNT              PIC S9(7) COMP VALUE 0.
         01  WS-NOADDR-COUNT              PIC S9(7) COMP VALUE 0.

         01  WS-NAME-LINE.
          05 WS-LTR-NAME                  PIC X(20).
          05 WS-LTR-TITLE                 PIC X(20).
          05 FILLER                       PIC X(47) VALUE SPACES.

         01  WS-EXAM-HDG-LINE.
          05 FILLER                       PIC X(30) VALUE
             'FINAL EXAMINATIONS FOR TERM '.
          05 WS-LTR-EXAM-TERM             PIC X(6).
          05 FILLER                       PIC X(44) VALUE SPACES.

         01  WS-EXAM-LINE.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-LTR-EXAM-COURSE-A         PIC X(4).
          05 FILLER                       PIC X VALUE '-'.
          05 WS-LTR-EXAM-COURSE-B         PIC X(4).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-LTR-EXAM-WHEN.
           10 WS-LTR-EXAM-DATE            PIC 9(7).
           10 FILLER                      PIC X VALUE SPACE.
           10 WS-LTR-EXAM-START           PIC X(4).
           10 WS-LTR-EXAM-DASH            PIC X.
           10 WS-LTR-EXAM-END             PIC X(4).
           10 FILLER                      PIC X(2) VALUE SPACES.
           10 WS-LTR-EXAM-ROOM            PIC X(6).
          05 WS-LTR-EXAM-TBA REDEFINES WS-LTR-EXAM-WHEN
                                          PIC X(25).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-LTR-EXAM-NOTE             PIC X(39).

         01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

         01  WS-NOADDR-HEADING.
          05 FILLER                       PIC X(40)
             VALUE 'SCHEDULE LETTERS - NO VALID ADDRESS'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-NOADDR-COLUMNS.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(22) VALUE 'NAME'.
          05 FILLER                       PIC X(9)  VALUE 'FLAGGED'.
          05 FILLER                       PIC X(9)  VALUE 'RETURNS'.
          05 FILLER                       PIC X(31) VALUE 'REASON'.

         01  WS-NOADDR-LINE.
          05 WS-NA-STUDENT                PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-NAME                   PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-FLAG-DATE              PIC 9(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-NA-RETURNS                PIC ZZ9.
          05 FILLER                       PIC X(6)  VALUE SPACES.
          05 WS-NA-REASON                 PIC X(20).
          05 FILLER                       PIC X(11) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-PRINT-LETTERS THRU 2000-EXIT.
         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.
        1000-INITIALIZE.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT ADDRFLG-FILE.
         OPEN INPUT EXAMSTU-FILE.
         OPEN OUTPUT LETTER-PRT.
         OPEN OUTPUT NOADDR-RPT.

         WRITE RPT-LINE FROM WS-NOADDR-HEADING AFTER ADVANCING 1 LINE.
         WRITE RPT-LINE FROM WS-NOADDR-COLUMNS AFTER ADVANCING 2 LINES.

        1000-EXIT.
         EXIT.
          GO TO 2000-EXIT
         END-IF.

         PERFORM 2150-CHECK-ADDRESS THRU 2150-EXIT.
         IF WS-ADDR-FLAGGED IS EQUAL TO 'Y'
          PERFORM 2500-WRITE-NO-ADDRESS THRU 2500-EXIT
         ELSE
          PERFORM 2200-PRINT-ONE-LETTER THRU 2200-EXIT
         END-IF.

         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.
         GO TO 2010-LETTER-LOOP.

        2100-EXIT.
         EXIT.

      * MAIL TO AN ADDRESS FLAGGED BY THE RETURNED-MAIL RUN IS NOT
      * PRINTED UNTIL THE ADDRESS IS CHANGED.
        2150-CHECK-ADDRESS.
         MOVE 'Y' TO WS-ADDR-FLAGGED.
         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.

         READ ADDRFLG-FILE
          INVALID KEY
           MOVE 'N' TO WS-ADDR-FLAGGED
         END-READ.

        2150-EXIT.
         EXIT.

        2200-PRINT-ONE-LETTER.
         ADD 1 TO WS-LETTER-COUNT.

          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         PERFORM 2400-PRINT-EXAMS THRU 2400-EXIT.

         WRITE PRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE.
         WRITE PRT-LINE FROM WS-BODY-LINE-2 AFTER ADVANCING 1 LINE.

        2300-EXIT.
         EXIT.

      * THE STUDENT'S EXAM SCHEDULE, AS LEFT BY THE EXAM SCHEDULING
      * RUN. A STUDENT WITH NO EXAM LINES GETS NO EXAM SECTION.
        2400-PRINT-EXAMS.
         MOVE 'N' TO WS-EXAM-HDG-DONE.
         MOVE STUFILE-KEY TO EXAMSTU-STUDENT-KEY.
         MOVE 0 TO EXAMSTU-LINE.

         START EXAMSTU-FILE KEY IS NOT LESS THAN EXAMSTU-KEY
          INVALID KEY
           GO TO 2400-EXIT
         END-START.

        2410-EXAM-LOOP.
         READ EXAMSTU-FILE NEXT RECORD
          AT END
           GO TO 2400-EXIT
         END-READ.

         IF EXAMSTU-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          GO TO 2400-EXIT
         END-IF.

         IF WS-EXAM-HDG-DONE IS EQUAL TO 'N'
          MOVE 'Y' TO WS-EXAM-HDG-DONE
          MOVE EXAMSTU-TERM-CODE TO WS-LTR-EXAM-TERM
          WRITE PRT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1 LINE
          WRITE PRT-LINE FROM WS-EXAM-HDG-LINE AFTER ADVANCING 1 LINE
         END-IF.

         MOVE EXAMSTU-COURSE (1:4) TO WS-LTR-EXAM-COURSE-A.
         MOVE EXAMSTU-COURSE (5:4) TO WS-LTR-EXAM-COURSE-B.

         IF EXAMSTU-EXAM-DATE IS EQUAL TO 0
          MOVE 'TIME TO BE ANNOUNCED' TO WS-LTR-EXAM-TBA
         ELSE
          MOVE SPACES TO WS-LTR-EXAM-TBA
          MOVE EXAMSTU-EXAM-DATE TO WS-LTR-EXAM-DATE
          MOVE '-' TO WS-LTR-EXAM-DASH
          MOVE EXAMSTU-START-TIME TO WS-LTR-EXAM-START
          MOVE EXAMSTU-END-TIME TO WS-LTR-EXAM-END
          MOVE EXAMSTU-ROOM TO WS-LTR-EXAM-ROOM
         END-IF.

         IF EXAMSTU-CONFLICT-FLAG IS EQUAL TO SPACE
          MOVE SPACES TO WS-LTR-EXAM-NOTE
         ELSE
          MOVE '*CONFLICT - SEE REGISTRAR' TO WS-LTR-EXAM-NOTE
         END-IF.

         WRITE PRT-LINE FROM WS-EXAM-LINE AFTER ADVANCING 1 LINE.
         GO TO 2410-EXAM-LOOP.

        2400-EXIT.
         EXIT.

        2500-WRITE-NO-ADDRESS.
         ADD 1 TO WS-NOADDR-COUNT.
         MOVE STUFILE-STUDENT-NO TO WS-NA-STUDENT.
         MOVE STUFILE-NAME TO WS-NA-NAME.
         MOVE ADDRFLG-FLAG-DATE TO WS-NA-FLAG-DATE.
         MOVE ADDRFLG-RETURN-COUNT TO WS-NA-RETURNS.
         MOVE ADDRFLG-REASON TO WS-NA-REASON.
         WRITE RPT-LINE FROM WS-NOADDR-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'LETTERS NOT PRINTED' TO WS-TOT-LABEL.
         MOVE WS-NOADDR-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.

         DISPLAY 'RLPRGW LETTERS PRINTED   ' WS-LETTER-COUNT.
         DISPLAY 'RLPRGW NO VALID ADDRESS  ' WS-NOADDR-COUNT.

        3000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE STUFILE-IN.
         CLOSE COURSEM-FILE.
         CLOSE ADDRFLG-FILE.
         CLOSE EXAMSTU-FILE.
         CLOSE LETTER-PRT.
         CLOSE NOADDR-RPT.

        9000-EXIT.
         EXIT.
