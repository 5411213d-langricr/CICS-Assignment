       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG37.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT TERMCTL-IO ASSIGN TO TERMCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TERMCTL-KEY.

          SELECT STUFILE-IN ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUFILE-KEY.

          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT ENRLXRF-FILE ASSIGN TO ENRLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT CENSUS-FILE ASSIGN TO CENSUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CENSUS-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT CENSUS-RPT ASSIGN TO CENSRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
         FD TERMCTL-IO.
          COPY 'TERMCTL'.

         FD STUFILE-IN.
          COPY 'STUFILE'.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD ENRLXRF-FILE.
          COPY 'ENRLXRF'.

         FD CENSUS-FILE.
          COPY 'CENSUS'.

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD CENSUS-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-STUFILE-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-XRF-EXISTS                PIC X.
         01  WS-CENSUS-FOUND              PIC X.
      * F FREEZE THE CENSUS TONIGHT, S NOTHING TO DO TONIGHT, E STOP -
      * THE TERM CONTROL OR CENSUS FILE NEEDS ATTENTION.
         01  WS-CENSUS-ACTION             PIC X VALUE 'S'.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-CENSUS-DATE               PIC S9(7) COMP-3 VALUE 0.
         01  WS-TAKEN-DATE                PIC S9(7) COMP-3 VALUE 0.
         01  WS-MIN-LOAD                  PIC S9(3) COMP-3 VALUE 0.
         01  WS-FT-LOAD                   PIC S9(3) COMP-3 VALUE 0.
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-STU-COURSES               PIC S9(4) COMP.
         01  WS-STU-CREDITS               PIC S9(3) COMP-3.
         01  WS-STU-LOAD                  PIC X(2).

      * THE STUDENT'S COURSES AS GATHERED ON THE FIRST PASS OVER THE
      * COURSE TABLE, SO THE CREDIT TOTAL AND LOAD ARE KNOWN BEFORE ANY
      * OF THE STUDENT'S CENSUS RECORDS IS WRITTEN.
         01  WS-STU-COURSE-TABLE.
          05 WS-SC-ENTRY OCCURS 10 TIMES.
           10 WS-SC-COURSE                PIC X(8).
           10 WS-SC-SECTION               PIC X(2).
           10 WS-SC-CREDIT-HRS            PIC S9(3) COMP-3.

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-HEADCOUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-NONE-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-FT-COUNT                  PIC S9(7) COMP VALUE 0.
         01  WS-PT-COUNT                  PIC S9(7) COMP VALUE 0.
         01  WS-UNDER-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-WRITE-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-NOCRS-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-DUP-COUNT                 PIC S9(7) COMP VALUE 0.

         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(32)
             VALUE 'CENSUS ENROLLMENT FREEZE - TERM '.
          05 WS-HDG-TERM                  PIC X(6).
          05 FILLER                       PIC X(11) VALUE SPACES.
          05 FILLER                       PIC X(9)  VALUE 'RUN DATE '.
          05 WS-HDG-RUN-DATE              PIC 9(7).
          05 FILLER                       PIC X(15) VALUE SPACES.

         01  WS-CENSUS-LINE.
          05 FILLER                       PIC X(12)
             VALUE 'CENSUS DATE '.
          05 WS-CL-CENSUS                 PIC 9(7).
          05 WS-CL-CENSUS-X REDEFINES WS-CL-CENSUS
                                          PIC X(7).
          05 FILLER                       PIC X(9)  VALUE '   TAKEN '.
          05 WS-CL-TAKEN                  PIC 9(7).
          05 WS-CL-TAKEN-X REDEFINES WS-CL-TAKEN
                                          PIC X(7).
          05 FILLER                       PIC X(45) VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(9)  VALUE 'STUDENT'.
          05 FILLER                       PIC X(10) VALUE 'COURSE'.
          05 FILLER                       PIC X(61) VALUE 'EXCEPTION'.

         01  WS-DETAIL-LINE.
          05 WS-DET-STUDENT-NO            PIC X(7).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-COURSE                PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-REASON                PIC X(40).
          05 FILLER                       PIC X(21) VALUE SPACES.

         01  WS-MESSAGE-LINE              PIC X(80).

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         IF WS-CENSUS-ACTION IS EQUAL TO 'E'
          MOVE 8 TO RETURN-CODE
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         IF WS-CENSUS-ACTION IS EQUAL TO 'F'
          PERFORM 2000-FREEZE-ENROLLMENT THRU 2000-EXIT
          PERFORM 2900-MARK-CENSUS-TAKEN THRU 2900-EXIT
          PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
         END-IF.

         PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN I-O TERMCTL-IO.
         OPEN INPUT STUFILE-IN.
         OPEN INPUT COURSEM-FILE.
         OPEN INPUT ENRLXRF-FILE.
         OPEN I-O CENSUS-FILE.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT CENSUS-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT.
         PERFORM 1200-RECORD-START THRU 1200-EXIT.

         MOVE WS-CURRENT-TERM TO WS-HDG-TERM.
         MOVE WS-RUN-DATE-JUL TO WS-HDG-RUN-DATE.
         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.

         IF WS-CENSUS-DATE IS EQUAL TO 0
          MOVE 'NOT SET' TO WS-CL-CENSUS-X
         ELSE
          MOVE WS-CENSUS-DATE TO WS-CL-CENSUS
         END-IF.
         IF WS-TAKEN-DATE IS EQUAL TO 0
          MOVE 'NOT YET' TO WS-CL-TAKEN-X
         ELSE
          MOVE WS-TAKEN-DATE TO WS-CL-TAKEN
         END-IF.
         WRITE RPT-LINE FROM WS-CENSUS-LINE AFTER ADVANCING 1 LINE.

         PERFORM 1300-DECIDE-ACTION THRU 1300-EXIT.

         IF WS-CENSUS-ACTION IS EQUAL TO 'F'
          WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES
         END-IF.

        1000-EXIT.
         EXIT.

      * THE CENSUS DATE AND CREDIT LOADS ARE TAKEN FROM THE CURRENT
      * TERM. THE RECORD IS LEFT AS THE LAST ONE READ SO THE TAKEN DATE
      * CAN BE REWRITTEN ONTO IT AT THE END OF THE RUN.
        1100-FIND-CURRENT-TERM.
         READ TERMCTL-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-TERMCTL-EOF
         END-READ.

         IF WS-TERMCTL-EOF IS EQUAL TO 'Y'
          GO TO 1100-EXIT
         END-IF.

         IF TERMCTL-CURRENT-FLAG IS NOT EQUAL TO 'Y'
          GO TO 1100-FIND-CURRENT-TERM
         END-IF.

         MOVE TERMCTL-TERM-CODE TO WS-CURRENT-TERM.

         IF TERMCTL-CENSUS-DATE IS NUMERIC
          MOVE TERMCTL-CENSUS-DATE TO WS-CENSUS-DATE
         END-IF.

         IF TERMCTL-CENSUS-TAKEN-DATE IS NUMERIC
          MOVE TERMCTL-CENSUS-TAKEN-DATE TO WS-TAKEN-DATE
         END-IF.

         IF TERMCTL-MIN-LOAD IS NUMERIC
          MOVE TERMCTL-MIN-LOAD TO WS-MIN-LOAD
         END-IF.

         IF TERMCTL-FT-LOAD IS NUMERIC
          MOVE TERMCTL-FT-LOAD TO WS-FT-LOAD
         END-IF.

         IF WS-FT-LOAD IS EQUAL TO 0
          MOVE WS-MIN-LOAD TO WS-FT-LOAD
         END-IF.

        1100-EXIT.
         EXIT.

        1200-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG37' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG37' TO RUNCTL-JOB-NAME.
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

      ******************************************************************
      * THE CENSUS IS TAKEN ONCE, ON THE FIRST NIGHT THE RUN DATE HAS  *
      * REACHED THE CURRENT TERM'S CENSUS DATE. EVERY OTHER NIGHT THE  *
      * RUN ENDS CLEAN WITHOUT TOUCHING THE CENSUS FILE. A CENSUS      *
      * TAKEN AFTER THE DAY ITSELF ENDS RC 4 SO THE LATE COUNT IS SEEN.*
      ******************************************************************
        1300-DECIDE-ACTION.
         MOVE 'S' TO WS-CENSUS-ACTION.

         IF WS-CURRENT-TERM IS EQUAL TO SPACES
          MOVE 'E' TO WS-CENSUS-ACTION
          MOVE 'NO CURRENT TERM ON THE TERM CONTROL FILE'
           TO WS-MESSAGE-LINE
          GO TO 1390-WRITE-MESSAGE
         END-IF.

         IF WS-CENSUS-DATE IS EQUAL TO 0
          MOVE 'NO CENSUS DATE SET FOR THE CURRENT TERM'
           TO WS-MESSAGE-LINE
          GO TO 1390-WRITE-MESSAGE
         END-IF.

         IF WS-TAKEN-DATE > 0
          MOVE 'CENSUS ALREADY TAKEN - CENSUS FILE NOT CHANGED'
           TO WS-MESSAGE-LINE
          GO TO 1390-WRITE-MESSAGE
         END-IF.

         IF WS-RUN-DATE-JUL < WS-CENSUS-DATE
          MOVE 'CENSUS DATE NOT YET REACHED' TO WS-MESSAGE-LINE
          GO TO 1390-WRITE-MESSAGE
         END-IF.

      * RECORDS FOR THE TERM WITH NO TAKEN DATE ON TERMCTL ARE LEFT
      * FROM A RUN THAT DID NOT FINISH. THEY ARE NOT OVERLAID - THE
      * REGISTRAR DECIDES WHETHER TO CLEAR THEM AND RERUN.
         PERFORM 1400-CHECK-CENSUS-FILE THRU 1400-EXIT.
         IF WS-CENSUS-FOUND IS EQUAL TO 'Y'
          MOVE 'E' TO WS-CENSUS-ACTION
          MOVE 'CENSUS RECORDS FOR THE TERM ALREADY ON FILE - NOT TAKEN'
           TO WS-MESSAGE-LINE
          GO TO 1390-WRITE-MESSAGE
         END-IF.

         MOVE 'F' TO WS-CENSUS-ACTION.

         IF WS-RUN-DATE-JUL > WS-CENSUS-DATE
          MOVE 4 TO RETURN-CODE
          MOVE 'WARNING - CENSUS DATE HAS PASSED - TAKEN LATE TONIGHT'
           TO WS-MESSAGE-LINE
          GO TO 1390-WRITE-MESSAGE
         END-IF.

         GO TO 1300-EXIT.

        1390-WRITE-MESSAGE.
         WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES.
         DISPLAY 'RLPRG37 ' WS-MESSAGE-LINE.

        1300-EXIT.
         EXIT.

        1400-CHECK-CENSUS-FILE.
         MOVE 'N' TO WS-CENSUS-FOUND.
         MOVE LOW-VALUES TO CENSUS-KEY.
         MOVE WS-CURRENT-TERM TO CENSUS-TERM-CODE.

         START CENSUS-FILE
          KEY IS GREATER THAN OR EQUAL TO CENSUS-KEY
          INVALID KEY
           GO TO 1400-EXIT
         END-START.

         READ CENSUS-FILE NEXT RECORD
          AT END
           GO TO 1400-EXIT
         END-READ.

         IF CENSUS-TERM-CODE IS EQUAL TO WS-CURRENT-TERM
          MOVE 'Y' TO WS-CENSUS-FOUND
         END-IF.

        1400-EXIT.
         EXIT.

        2000-FREEZE-ENROLLMENT.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.

        2010-FREEZE-LOOP.
         IF WS-STUFILE-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-FREEZE-ONE-STUDENT THRU 2200-EXIT.
         PERFORM 2100-READ-STUFILE THRU 2100-EXIT.
         GO TO 2010-FREEZE-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-STUFILE.
         READ STUFILE-IN NEXT RECORD
          AT END
           MOVE 'Y' TO WS-STUFILE-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      * A STUDENT WITH NO COURSES IS NOT ENROLLED AT CENSUS AND GETS NO
      * CENSUS RECORD. THE LOAD IS CLASSED AS IN THE LOAD RUN (RLPRG21).
        2200-FREEZE-ONE-STUDENT.
         MOVE 0 TO WS-STU-CREDITS.
         MOVE 0 TO WS-STU-COURSES.

         PERFORM 2300-GATHER-ONE-COURSE THRU 2300-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         IF WS-STU-COURSES IS EQUAL TO 0
          ADD 1 TO WS-NONE-COUNT
          GO TO 2200-EXIT
         END-IF.

         ADD 1 TO WS-HEADCOUNT.

         IF WS-STU-CREDITS IS NOT LESS THAN WS-FT-LOAD
          MOVE 'FT' TO WS-STU-LOAD
          ADD 1 TO WS-FT-COUNT
         ELSE
         IF WS-STU-CREDITS IS NOT LESS THAN WS-MIN-LOAD
          MOVE 'PT' TO WS-STU-LOAD
          ADD 1 TO WS-PT-COUNT
         ELSE
          MOVE 'UL' TO WS-STU-LOAD
          ADD 1 TO WS-UNDER-COUNT
         END-IF.

         PERFORM 2400-WRITE-ONE-COURSE THRU 2400-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > WS-STU-COURSES.

        2200-EXIT.
         EXIT.

      * A COURSE NOT ON THE COURSE MASTER IS STILL FROZEN, WITH NO
      * CREDIT HOURS, AND LISTED. THE SECTION COMES FROM ENRLXRF.
        2300-GATHER-ONE-COURSE.
         IF STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO SPACES
          OR STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO LOW-VALUES
          GO TO 2300-EXIT
         END-IF.

         ADD 1 TO WS-STU-COURSES.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX)
          TO WS-SC-COURSE(WS-STU-COURSES).
         MOVE 0 TO WS-SC-CREDIT-HRS(WS-STU-COURSES).
         MOVE SPACES TO WS-SC-SECTION(WS-STU-COURSES).

         MOVE 'Y' TO WS-COURSE-EXISTS.
         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO COURSEM-KEY.

         READ COURSEM-FILE
          INVALID KEY
           MOVE 'N' TO WS-COURSE-EXISTS
         END-READ.

         IF WS-COURSE-EXISTS IS EQUAL TO 'N'
          ADD 1 TO WS-NOCRS-COUNT
          MOVE WS-SC-COURSE(WS-STU-COURSES) TO WS-DET-COURSE
          MOVE 'COURSE NOT ON MASTER - NO CREDIT HOURS' TO WS-DET-REASON
          PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
         ELSE
          IF COURSEM-CREDIT-HRS IS NUMERIC
           MOVE COURSEM-CREDIT-HRS TO WS-SC-CREDIT-HRS(WS-STU-COURSES)
           ADD COURSEM-CREDIT-HRS TO WS-STU-CREDITS
          END-IF
         END-IF.

         MOVE 'Y' TO WS-XRF-EXISTS.
         MOVE WS-SC-COURSE(WS-STU-COURSES) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         READ ENRLXRF-FILE
          INVALID KEY
           MOVE 'N' TO WS-XRF-EXISTS
         END-READ.

         IF WS-XRF-EXISTS IS EQUAL TO 'Y'
          MOVE ENRLXRF-SECTION TO WS-SC-SECTION(WS-STU-COURSES)
         END-IF.

        2300-EXIT.
         EXIT.

        2400-WRITE-ONE-COURSE.
         MOVE SPACES TO CENSUS-RECORD.
         MOVE WS-CURRENT-TERM TO CENSUS-TERM-CODE.
         MOVE STUFILE-KEY TO CENSUS-STUDENT-KEY.
         MOVE WS-SC-COURSE(WS-COURSE-IDX) TO CENSUS-COURSE.
         MOVE WS-SC-SECTION(WS-COURSE-IDX) TO CENSUS-SECTION.
         MOVE WS-SC-CREDIT-HRS(WS-COURSE-IDX) TO CENSUS-CREDIT-HRS.
         MOVE WS-STU-CREDITS TO CENSUS-STU-CREDITS.
         MOVE WS-STU-COURSES TO CENSUS-STU-COURSES.
         MOVE WS-STU-LOAD TO CENSUS-LOAD.
         MOVE STUFILE-STANDING TO CENSUS-STANDING.
         MOVE STUFILE-PROGRAM TO CENSUS-PROGRAM.
         MOVE WS-CENSUS-DATE TO CENSUS-DATE.
         MOVE WS-RUN-DATE-JUL TO CENSUS-TAKEN-DATE.

         WRITE CENSUS-RECORD
          INVALID KEY
           ADD 1 TO WS-DUP-COUNT
           MOVE WS-SC-COURSE(WS-COURSE-IDX) TO WS-DET-COURSE
           MOVE 'COURSE TWICE IN COURSE TABLE - ONCE KEPT'
            TO WS-DET-REASON
           PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           GO TO 2400-EXIT
         END-WRITE.

         ADD 1 TO WS-WRITE-COUNT.

        2400-EXIT.
         EXIT.

        2500-WRITE-EXCEPTION.
         MOVE STUFILE-STUDENT-NO TO WS-DET-STUDENT-NO.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        2500-EXIT.
         EXIT.

        2900-MARK-CENSUS-TAKEN.
         MOVE WS-RUN-DATE-JUL TO TERMCTL-CENSUS-TAKEN-DATE.

         REWRITE TERMCTL-RECORD
          INVALID KEY
           MOVE 8 TO RETURN-CODE
           DISPLAY 'RLPRG37 TERM CONTROL REWRITE FAILED FOR '
            WS-CURRENT-TERM
         END-REWRITE.

        2900-EXIT.
         EXIT.

        3000-PRINT-TOTALS.
         MOVE 'STUDENTS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'NOT ENROLLED AT CENSUS' TO WS-TOT-LABEL.
         MOVE WS-NONE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'HEADCOUNT AT CENSUS' TO WS-TOT-LABEL.
         MOVE WS-HEADCOUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE '  FULL-TIME' TO WS-TOT-LABEL.
         MOVE WS-FT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE '  PART-TIME' TO WS-TOT-LABEL.
         MOVE WS-PT-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE '  UNDER-LOAD' TO WS-TOT-LABEL.
         MOVE WS-UNDER-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'COURSE REGISTRATIONS FROZEN' TO WS-TOT-LABEL.
         MOVE WS-WRITE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'COURSES NOT ON MASTER' TO WS-TOT-LABEL.
         MOVE WS-NOCRS-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'DUPLICATE COURSES DROPPED' TO WS-TOT-LABEL.
         MOVE WS-DUP-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG37 CENSUS TAKEN FOR TERM ' WS-CURRENT-TERM.
         DISPLAY 'RLPRG37 HEADCOUNT             ' WS-HEADCOUNT.
         DISPLAY 'RLPRG37 REGISTRATIONS         ' WS-WRITE-COUNT.

        3000-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         MOVE WS-READ-COUNT TO RUNCTL-READ-COUNT.
         MOVE WS-WRITE-COUNT TO RUNCTL-WRITE-COUNT.
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE TERMCTL-IO.
         CLOSE STUFILE-IN.
         CLOSE COURSEM-FILE.
         CLOSE ENRLXRF-FILE.
         CLOSE CENSUS-FILE.
         CLOSE RUNCTL-FILE.
         CLOSE CENSUS-RPT.

        9000-EXIT.
         EXIT.
