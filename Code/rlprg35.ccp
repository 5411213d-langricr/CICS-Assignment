       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG35.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT MASKPARM-FILE ASSIGN TO MASKPARM
           ORGANIZATION IS SEQUENTIAL.

          SELECT STUFILE-FILE ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUFILE-KEY.

          SELECT STUARCH-FILE ASSIGN TO STUARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUARCH-KEY.

          SELECT GRADEF-IN ASSIGN TO GRADEF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRADEF-KEY.

          SELECT CRSHIST-IN ASSIGN TO CRSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRSHIST-KEY.

          SELECT ENRLXRF-IN ASSIGN TO ENRLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENRLXRF-KEY.

          SELECT WAITLST-IN ASSIGN TO WAITLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WAITLST-KEY.

          SELECT TSTSTU-FILE ASSIGN TO TSTSTU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSTSTU-KEY.

          SELECT TSTARCH-FILE ASSIGN TO TSTARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSTARCH-KEY.

          SELECT TSTGRADE-FILE ASSIGN TO TSTGRADE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSTGRADE-KEY.

          SELECT TSTHIST-FILE ASSIGN TO TSTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSTHIST-KEY.

          SELECT TSTXRF-FILE ASSIGN TO TSTXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSTXRF-KEY.

          SELECT TSTWAIT-FILE ASSIGN TO TSTWAIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSTWAIT-KEY.

          SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUNCTL-KEY.

          SELECT CONTROL-RPT ASSIGN TO MASKRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
      * THE MASKING KEY. STUDENT NUMBERS ARE REMAPPED AS
      * (NUMBER * MULTIPLIER + OFFSET) MODULO 10,000,000. A MULTIPLIER
      * ENDING IN 1, 3, 7 OR 9 MAKES THE REMAP ONE-TO-ONE, SO NO TWO
      * STUDENTS SHARE A TEST NUMBER. KEEP THE CARD OUT OF THE TEST
      * REGION AND CHANGE IT FROM ONE REFRESH TO THE NEXT.
         FD MASKPARM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  MASKPARM-REC.
             05 PARM-MULTIPLIER             PIC X(7).
             05 PARM-MULTIPLIER-N REDEFINES PARM-MULTIPLIER
                                            PIC 9(7).
             05 FILLER                      PIC X.
             05 PARM-OFFSET                 PIC X(7).
             05 PARM-OFFSET-N REDEFINES PARM-OFFSET
                                            PIC 9(7).
             05 FILLER                      PIC X(65).

         FD STUFILE-FILE.
          COPY 'STUFILE'.

         FD STUARCH-FILE.
          COPY 'STUARCH'.

         FD GRADEF-IN.
          COPY 'GRADEF'.

         FD CRSHIST-IN.
          COPY 'CRSHIST'.

         FD ENRLXRF-IN.
          COPY 'ENRLXRF'.

         FD WAITLST-IN.
          COPY 'WAITLST'.

      * TEST-REGION COPIES, IN THE PRODUCTION LAYOUTS.
         FD TSTSTU-FILE.
         01  TSTSTU-REC.
             05 TSTSTU-KEY                  PIC X(10).
             05 FILLER                      PIC X(202).

         FD TSTARCH-FILE.
         01  TSTARCH-REC.
             05 TSTARCH-KEY                 PIC X(10).
             05 FILLER                      PIC X(202).

         FD TSTGRADE-FILE.
         01  TSTGRADE-REC.
             05 TSTGRADE-KEY.
              10 TSTGRADE-STUDENT-KEY       PIC X(10).
              10 TSTGRADE-COURSE            PIC X(8).
             05 FILLER                      PIC X(28).

         FD TSTHIST-FILE.
         01  TSTHIST-REC.
             05 TSTHIST-KEY.
              10 TSTHIST-STUDENT-KEY        PIC X(10).
              10 TSTHIST-TERM               PIC X(6).
              10 TSTHIST-COURSE             PIC X(8).
             05 FILLER                      PIC X(16).

         FD TSTXRF-FILE.
         01  TSTXRF-REC.
             05 TSTXRF-KEY.
              10 TSTXRF-COURSE              PIC X(8).
              10 TSTXRF-STUDENT-KEY         PIC X(10).
             05 FILLER                      PIC X(14).

         FD TSTWAIT-FILE.
         01  TSTWAIT-REC.
             05 TSTWAIT-KEY.
              10 TSTWAIT-COURSE             PIC X(8).
              10 TSTWAIT-SEQ-NO             PIC 9(5).
             05 TSTWAIT-STUDENT-KEY         PIC X(10).
             05 FILLER                      PIC X(23).

         FD RUNCTL-FILE.
          COPY 'RUNCTL'.

         FD CONTROL-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC 9(7).
         01  WS-PARM-ERROR                PIC X(40) VALUE SPACES.
         01  WS-STUDENT-FOUND             PIC X.
         01  WS-DIFF-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-IDX                       PIC S9(4) COMP.

         01  WS-MULTIPLIER                PIC 9(7).
         01  WS-OFFSET                    PIC 9(7).
         01  WS-MAP-PRODUCT               PIC 9(15) COMP-3.
         01  WS-MAP-QUOTIENT              PIC 9(15) COMP-3.
         01  WS-MULT-LAST                 PIC 9.

      * PRODUCTION KEY IN, TEST KEY OUT. THE PREFIX IS KEPT.
         01  WS-OLD-KEY.
          05 WS-OLD-PREFIX                PIC X(3).
          05 WS-OLD-NO                    PIC X(7).
          05 WS-OLD-NO-N REDEFINES WS-OLD-NO
                                          PIC 9(7).
         01  WS-NEW-KEY.
          05 WS-NEW-PREFIX                PIC X(3).
          05 WS-NEW-NO                    PIC X(7).
          05 WS-NEW-NO-N REDEFINES WS-NEW-NO
                                          PIC 9(7).

      * THE FAKE CONTACT DETAILS ARE CHOSEN FROM THE DIGITS OF THE
      * TEST NUMBER, SO A STUDENT GETS THE SAME ONES EVERY TIME.
         01  WS-SEED                      PIC 9(7).
         01  WS-SEED-DIGITS REDEFINES WS-SEED.
          05 WS-SEED-DIGIT OCCURS 7 TIMES PIC 9.
         01  WS-SEED-HOUSE REDEFINES WS-SEED.
          05 FILLER                       PIC 9(4).
          05 WS-SEED-LAST-3               PIC 9(3).
         01  WS-SEED-PHONE REDEFINES WS-SEED.
          05 FILLER                       PIC 9(3).
          05 WS-SEED-LAST-4               PIC X(4).
         01  WS-SEED-WORK                 PIC X(7).
         01  WS-SEED-WORK-N REDEFINES WS-SEED-WORK
                                          PIC 9(7).

         01  WS-FAKE-NAME.
          05 WS-FAKE-SURNAME              PIC X(12).
          05 WS-FAKE-GIVEN                PIC X(8).
         01  WS-FAKE-ADDR-1.
          05 WS-FAKE-HOUSE                PIC ZZZ9.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-FAKE-STREET               PIC X(15).
         01  WS-FAKE-ADDR-2               PIC X(20).
         01  WS-FAKE-ADDR-3               PIC X(20) VALUE 'TEST REGION'.
         01  WS-FAKE-POSTAL.
          05 WS-FAKE-POSTAL-1.
           10 WS-FAKE-PC-1                PIC X.
           10 WS-FAKE-PC-2                PIC 9.
           10 WS-FAKE-PC-3                PIC X.
          05 WS-FAKE-POSTAL-2.
           10 WS-FAKE-PC-4                PIC 9.
           10 WS-FAKE-PC-5                PIC X.
           10 WS-FAKE-PC-6                PIC 9.
         01  WS-FAKE-PHONE.
          05 WS-FAKE-AREA-CODE            PIC X(3) VALUE '555'.
          05 WS-FAKE-EXCHANGE             PIC X(3) VALUE '555'.
          05 WS-FAKE-PHONE-NUM            PIC X(4).

         01  WS-SURNAME-VALUES.
          05 FILLER                       PIC X(12) VALUE 'ANDERSON'.
          05 FILLER                       PIC X(12) VALUE 'BROWN'.
          05 FILLER                       PIC X(12) VALUE 'CAMPBELL'.
          05 FILLER                       PIC X(12) VALUE 'DUNCAN'.
          05 FILLER                       PIC X(12) VALUE 'FRASER'.
          05 FILLER                       PIC X(12) VALUE 'GRAHAM'.
          05 FILLER                       PIC X(12) VALUE 'HARRIS'.
          05 FILLER                       PIC X(12) VALUE 'MACDONALD'.
          05 FILLER                       PIC X(12) VALUE 'ROBERTSON'.
          05 FILLER                       PIC X(12) VALUE 'WILSON'.
         01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
          05 WS-SURNAME OCCURS 10 TIMES   PIC X(12).

         01  WS-GIVEN-VALUES.
          05 FILLER                       PIC X(8) VALUE 'ALEX'.
          05 FILLER                       PIC X(8) VALUE 'CHRIS'.
          05 FILLER                       PIC X(8) VALUE 'DANA'.
          05 FILLER                       PIC X(8) VALUE 'JAMIE'.
          05 FILLER                       PIC X(8) VALUE 'JORDAN'.
          05 FILLER                       PIC X(8) VALUE 'KELLY'.
          05 FILLER                       PIC X(8) VALUE 'MORGAN'.
          05 FILLER                       PIC X(8) VALUE 'PAT'.
          05 FILLER                       PIC X(8) VALUE 'ROBIN'.
          05 FILLER                       PIC X(8) VALUE 'TAYLOR'.
         01  WS-GIVEN-TABLE REDEFINES WS-GIVEN-VALUES.
          05 WS-GIVEN OCCURS 10 TIMES     PIC X(8).

         01  WS-STREET-VALUES.
          05 FILLER                       PIC X(15) VALUE 'BIRCH ST'.
          05 FILLER                       PIC X(15) VALUE 'CEDAR AVE'.
          05 FILLER                       PIC X(15) VALUE 'ELM ST'.
          05 FILLER                       PIC X(15) VALUE 'KING ST'.
          05 FILLER                       PIC X(15)
             VALUE 'LAKESHORE RD'.
          05 FILLER                       PIC X(15) VALUE 'MAPLE DR'.
          05 FILLER                       PIC X(15) VALUE 'OAK CRES'.
          05 FILLER                       PIC X(15) VALUE 'PINE AVE'.
          05 FILLER                       PIC X(15) VALUE 'QUEEN ST'.
          05 FILLER                       PIC X(15) VALUE 'WILLOW WAY'.
         01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
          05 WS-STREET OCCURS 10 TIMES    PIC X(15).

         01  WS-TOWN-VALUES.
          05 FILLER                       PIC X(20) VALUE 'TESTVILLE'.
          05 FILLER                       PIC X(20) VALUE 'SAMPLETON'.
          05 FILLER                       PIC X(20)
             VALUE 'MOCK HARBOUR'.
          05 FILLER                       PIC X(20) VALUE 'DUMMY FALLS'.
          05 FILLER                       PIC X(20) VALUE 'TRIAL LAKE'.
         01  WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
          05 WS-TOWN OCCURS 5 TIMES       PIC X(20).

         01  WS-POSTAL-LETTERS            PIC X(10) VALUE 'ABCEGHJKLM'.

      * RECORD COUNTS - PRODUCTION READ, TEST WRITTEN, TEST READ BACK.
         01  WS-FILE-COUNTS.
          05 WS-FILE-ENTRY OCCURS 6 TIMES.
           10 WS-FC-NAME                  PIC X(8).
           10 WS-FC-PROD                  PIC S9(7) COMP.
           10 WS-FC-WRITTEN               PIC S9(7) COMP.
           10 WS-FC-TEST                  PIC S9(7) COMP.

      * CROSS-FILE MATCHES - PRODUCTION AND TEST. EACH CHILD RECORD'S
      * STUDENT IS LOOKED FOR ON THE STUDENT FILE, AND FOR GRADES AND
      * HISTORY ALSO ON THE ARCHIVE.
         01  WS-CHECK-COUNTS.
          05 WS-CHECK-ENTRY OCCURS 4 TIMES.
           10 WS-CK-NAME                  PIC X(34).
           10 WS-CK-PROD                  PIC S9(7) COMP.
           10 WS-CK-TEST                  PIC S9(7) COMP.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(44)
             VALUE 'MASKED TEST-REGION UNLOAD - CONTROL REPORT'.
          05 FILLER                       PIC X(36) VALUE SPACES.

         01  WS-FILE-COLUMNS.
          05 FILLER                       PIC X(10) VALUE 'FILE'.
          05 FILLER                       PIC X(10) VALUE 'PROD READ'.
          05 FILLER                       PIC X(10) VALUE ' WRITTEN'.
          05 FILLER                       PIC X(10) VALUE 'TEST READ'.
          05 FILLER                       PIC X(40) VALUE '  RESULT'.

         01  WS-FILE-LINE.
          05 WS-FL-NAME                   PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-FL-PROD                   PIC ZZZZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-FL-WRITTEN                PIC ZZZZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-FL-TEST                   PIC ZZZZZZZ9.
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-FL-RESULT                 PIC X(7).
          05 FILLER                       PIC X(31) VALUE SPACES.

         01  WS-CHECK-COLUMNS.
          05 FILLER                       PIC X(36)
             VALUE 'CROSS-FILE STUDENT KEY MATCHES'.
          05 FILLER                       PIC X(10) VALUE '      PROD'.
          05 FILLER                       PIC X(10) VALUE '      TEST'.
          05 FILLER                       PIC X(24) VALUE '  RESULT'.

         01  WS-CHECK-LINE.
          05 WS-CL-NAME                   PIC X(34).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-CL-PROD                   PIC ZZZZZZZ9.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-CL-TEST                   PIC ZZZZZZZ9.
          05 FILLER                       PIC X(4)  VALUE SPACES.
          05 WS-CL-RESULT                 PIC X(7).
          05 FILLER                       PIC X(15) VALUE SPACES.

         01  WS-MESSAGE-LINE              PIC X(80).

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.

         IF WS-PARM-ERROR IS NOT EQUAL TO SPACES
          DISPLAY 'RLPRG35 ' WS-PARM-ERROR ' - NOTHING UNLOADED'
          MOVE WS-PARM-ERROR TO WS-MESSAGE-LINE
          WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES
          MOVE 12 TO RETURN-CODE
          PERFORM 9000-TERMINATE THRU 9000-EXIT
          STOP RUN
         END-IF.

         PERFORM 2000-UNLOAD-STUFILE THRU 2000-EXIT.
         PERFORM 2100-UNLOAD-STUARCH THRU 2100-EXIT.
         PERFORM 2200-UNLOAD-GRADEF THRU 2200-EXIT.
         PERFORM 2300-UNLOAD-CRSHIST THRU 2300-EXIT.
         PERFORM 2400-UNLOAD-ENRLXRF THRU 2400-EXIT.
         PERFORM 2500-UNLOAD-WAITLST THRU 2500-EXIT.

         PERFORM 4000-VERIFY-TEST-FILES THRU 4000-EXIT.
         PERFORM 5000-PRINT-CONTROLS THRU 5000-EXIT.

         IF WS-DIFF-COUNT > 0
          DISPLAY 'RLPRG35 TEST FILES DO NOT AGREE WITH PRODUCTION'
          MOVE 8 TO RETURN-CODE
         ELSE
          PERFORM 8000-RECORD-COMPLETION THRU 8000-EXIT
         END-IF.

         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT MASKPARM-FILE.
         OPEN INPUT STUFILE-FILE.
         OPEN INPUT STUARCH-FILE.
         OPEN INPUT GRADEF-IN.
         OPEN INPUT CRSHIST-IN.
         OPEN INPUT ENRLXRF-IN.
         OPEN INPUT WAITLST-IN.
         OPEN I-O RUNCTL-FILE.
         OPEN OUTPUT CONTROL-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.

         PERFORM 1300-RECORD-START THRU 1300-EXIT.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.

         MOVE 'STUFILE' TO WS-FC-NAME (1).
         MOVE 'STUARCH' TO WS-FC-NAME (2).
         MOVE 'GRADEF' TO WS-FC-NAME (3).
         MOVE 'CRSHIST' TO WS-FC-NAME (4).
         MOVE 'ENRLXRF' TO WS-FC-NAME (5).
         MOVE 'WAITLST' TO WS-FC-NAME (6).
         PERFORM 1100-ZERO-FILE-COUNTS THRU 1100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 6.

         MOVE 'GRADEF STUDENT ON STUFILE/STUARCH' TO WS-CK-NAME (1).
         MOVE 'CRSHIST STUDENT ON STUFILE/STUARCH' TO WS-CK-NAME (2).
         MOVE 'ENRLXRF STUDENT ON STUFILE' TO WS-CK-NAME (3).
         MOVE 'WAITLST STUDENT ON STUFILE' TO WS-CK-NAME (4).
         PERFORM 1200-ZERO-CHECK-COUNTS THRU 1200-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 4.

         READ MASKPARM-FILE
          AT END
           MOVE 'NO MASKING PARAMETER CARD' TO WS-PARM-ERROR
           GO TO 1000-EXIT
         END-READ.

         IF PARM-MULTIPLIER IS NOT NUMERIC OR
            PARM-OFFSET IS NOT NUMERIC
          MOVE 'MASKING MULTIPLIER/OFFSET NOT NUMERIC' TO WS-PARM-ERROR
          GO TO 1000-EXIT
         END-IF.

         MOVE PARM-MULTIPLIER-N TO WS-MULTIPLIER.
         MOVE PARM-OFFSET-N TO WS-OFFSET.
         MOVE PARM-MULTIPLIER (7:1) TO WS-MULT-LAST.

         IF WS-MULT-LAST IS NOT EQUAL TO 1 AND
            WS-MULT-LAST IS NOT EQUAL TO 3 AND
            WS-MULT-LAST IS NOT EQUAL TO 7 AND
            WS-MULT-LAST IS NOT EQUAL TO 9
          MOVE 'MULTIPLIER MUST END IN 1, 3, 7 OR 9' TO WS-PARM-ERROR
          GO TO 1000-EXIT
         END-IF.

         IF WS-MULTIPLIER IS EQUAL TO 1 AND
            WS-OFFSET IS EQUAL TO 0
          MOVE 'MASKING CARD LEAVES NUMBERS UNCHANGED' TO WS-PARM-ERROR
         END-IF.

      * THE TEST COPIES ARE ONLY OPENED ONCE THE CARD IS GOOD, SO A
      * BAD CARD LEAVES THE LAST REFRESH IN PLACE.
         IF WS-PARM-ERROR IS EQUAL TO SPACES
          OPEN OUTPUT TSTSTU-FILE
          OPEN OUTPUT TSTARCH-FILE
          OPEN OUTPUT TSTGRADE-FILE
          OPEN OUTPUT TSTHIST-FILE
          OPEN OUTPUT TSTXRF-FILE
          OPEN OUTPUT TSTWAIT-FILE
         END-IF.

        1000-EXIT.
         EXIT.

        1100-ZERO-FILE-COUNTS.
         MOVE 0 TO WS-FC-PROD (WS-IDX).
         MOVE 0 TO WS-FC-WRITTEN (WS-IDX).
         MOVE 0 TO WS-FC-TEST (WS-IDX).

        1100-EXIT.
         EXIT.

        1200-ZERO-CHECK-COUNTS.
         MOVE 0 TO WS-CK-PROD (WS-IDX).
         MOVE 0 TO WS-CK-TEST (WS-IDX).

        1200-EXIT.
         EXIT.

        1300-RECORD-START.
         MOVE 'Y' TO WS-RUNCTL-EXISTS.
         MOVE 'RLPRG35' TO RUNCTL-JOB-NAME.

         READ RUNCTL-FILE
          INVALID KEY
           MOVE 'N' TO WS-RUNCTL-EXISTS
         END-READ.

         MOVE 'RLPRG35' TO RUNCTL-JOB-NAME.
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

        1300-EXIT.
         EXIT.

      ******************************************************************
      * UNLOAD - EACH PRODUCTION RECORD IS READ, ITS STUDENT NUMBER    *
      * REMAPPED AND ANY PERSONAL DETAILS REPLACED, AND IT IS WRITTEN  *
      * TO THE TEST COPY UNDER THE NEW KEY. THE PRODUCTION RECORD IS   *
      * ONLY CHANGED IN THE BUFFER, NEVER REWRITTEN.                   *
      ******************************************************************
        2000-UNLOAD-STUFILE.
         READ STUFILE-FILE NEXT RECORD
          AT END
           GO TO 2000-EXIT
         END-READ.

         ADD 1 TO WS-FC-PROD (1).
         MOVE STUFILE-KEY TO WS-OLD-KEY.
         PERFORM 3000-REMAP-STUDENT THRU 3000-EXIT.
         MOVE WS-NEW-KEY TO STUFILE-KEY.
         PERFORM 3100-BUILD-FAKE-CONTACT THRU 3100-EXIT.

         IF STUFILE-NAME IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-NAME TO STUFILE-NAME
         END-IF.
         IF STUFILE-ADDR-LINE1 IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-ADDR-1 TO STUFILE-ADDR-LINE1
         END-IF.
         IF STUFILE-ADDR-LINE2 IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-ADDR-2 TO STUFILE-ADDR-LINE2
         END-IF.
         IF STUFILE-ADDR-LINE3 IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-ADDR-3 TO STUFILE-ADDR-LINE3
         END-IF.
         IF STUFILE-POSTAL IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-POSTAL-1 TO STUFILE-POSTAL-1
          MOVE WS-FAKE-POSTAL-2 TO STUFILE-POSTAL-2
         END-IF.
         IF STUFILE-PHONE IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-PHONE TO STUFILE-PHONE
         END-IF.

         WRITE TSTSTU-REC FROM STUFILE-RECORD
          INVALID KEY
           DISPLAY 'RLPRG35 DUPLICATE TEST KEY ' WS-NEW-KEY
                   ' FROM STUFILE ' WS-OLD-KEY
           GO TO 2000-UNLOAD-STUFILE
         END-WRITE.

         ADD 1 TO WS-FC-WRITTEN (1).
         GO TO 2000-UNLOAD-STUFILE.

        2000-EXIT.
         EXIT.

        2100-UNLOAD-STUARCH.
         READ STUARCH-FILE NEXT RECORD
          AT END
           GO TO 2100-EXIT
         END-READ.

         ADD 1 TO WS-FC-PROD (2).
         MOVE STUARCH-KEY TO WS-OLD-KEY.
         PERFORM 3000-REMAP-STUDENT THRU 3000-EXIT.
         MOVE WS-NEW-KEY TO STUARCH-KEY.
         PERFORM 3100-BUILD-FAKE-CONTACT THRU 3100-EXIT.

         IF STUARCH-NAME IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-NAME TO STUARCH-NAME
         END-IF.
         IF STUARCH-ADDR-LINE1 IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-ADDR-1 TO STUARCH-ADDR-LINE1
         END-IF.
         IF STUARCH-ADDR-LINE2 IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-ADDR-2 TO STUARCH-ADDR-LINE2
         END-IF.
         IF STUARCH-ADDR-LINE3 IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-ADDR-3 TO STUARCH-ADDR-LINE3
         END-IF.
         IF STUARCH-POSTAL IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-POSTAL-1 TO STUARCH-POSTAL-1
          MOVE WS-FAKE-POSTAL-2 TO STUARCH-POSTAL-2
         END-IF.
         IF STUARCH-PHONE IS NOT EQUAL TO SPACES
          MOVE WS-FAKE-PHONE TO STUARCH-PHONE
         END-IF.

         WRITE TSTARCH-REC FROM STUARCH-RECORD
          INVALID KEY
           DISPLAY 'RLPRG35 DUPLICATE TEST KEY ' WS-NEW-KEY
                   ' FROM STUARCH ' WS-OLD-KEY
           GO TO 2100-UNLOAD-STUARCH
         END-WRITE.

         ADD 1 TO WS-FC-WRITTEN (2).
         GO TO 2100-UNLOAD-STUARCH.

        2100-EXIT.
         EXIT.

        2200-UNLOAD-GRADEF.
         READ GRADEF-IN NEXT RECORD
          AT END
           GO TO 2200-EXIT
         END-READ.

         ADD 1 TO WS-FC-PROD (3).
         MOVE GRADEF-STUDENT-KEY TO WS-OLD-KEY.
         PERFORM 3300-FIND-PROD-STUDENT THRU 3300-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'N'
          PERFORM 3400-FIND-PROD-ARCHIVE THRU 3400-EXIT
         END-IF.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-PROD (1)
         END-IF.

         PERFORM 3000-REMAP-STUDENT THRU 3000-EXIT.
         MOVE WS-NEW-KEY TO GRADEF-STUDENT-KEY.

         WRITE TSTGRADE-REC FROM GRADEF-RECORD
          INVALID KEY
           DISPLAY 'RLPRG35 DUPLICATE TEST KEY ' WS-NEW-KEY
                   ' FROM GRADEF ' WS-OLD-KEY
           GO TO 2200-UNLOAD-GRADEF
         END-WRITE.

         ADD 1 TO WS-FC-WRITTEN (3).
         GO TO 2200-UNLOAD-GRADEF.

        2200-EXIT.
         EXIT.

        2300-UNLOAD-CRSHIST.
         READ CRSHIST-IN NEXT RECORD
          AT END
           GO TO 2300-EXIT
         END-READ.

         ADD 1 TO WS-FC-PROD (4).
         MOVE CRSHIST-STUDENT-KEY TO WS-OLD-KEY.
         PERFORM 3300-FIND-PROD-STUDENT THRU 3300-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'N'
          PERFORM 3400-FIND-PROD-ARCHIVE THRU 3400-EXIT
         END-IF.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-PROD (2)
         END-IF.

         PERFORM 3000-REMAP-STUDENT THRU 3000-EXIT.
         MOVE WS-NEW-KEY TO CRSHIST-STUDENT-KEY.

         WRITE TSTHIST-REC FROM CRSHIST-RECORD
          INVALID KEY
           DISPLAY 'RLPRG35 DUPLICATE TEST KEY ' WS-NEW-KEY
                   ' FROM CRSHIST ' WS-OLD-KEY
           GO TO 2300-UNLOAD-CRSHIST
         END-WRITE.

         ADD 1 TO WS-FC-WRITTEN (4).
         GO TO 2300-UNLOAD-CRSHIST.

        2300-EXIT.
         EXIT.

        2400-UNLOAD-ENRLXRF.
         READ ENRLXRF-IN NEXT RECORD
          AT END
           GO TO 2400-EXIT
         END-READ.

         ADD 1 TO WS-FC-PROD (5).
         MOVE ENRLXRF-STUDENT-KEY TO WS-OLD-KEY.
         PERFORM 3300-FIND-PROD-STUDENT THRU 3300-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-PROD (3)
         END-IF.

         PERFORM 3000-REMAP-STUDENT THRU 3000-EXIT.
         MOVE WS-NEW-KEY TO ENRLXRF-STUDENT-KEY.

         WRITE TSTXRF-REC FROM ENRLXRF-RECORD
          INVALID KEY
           DISPLAY 'RLPRG35 DUPLICATE TEST KEY ' WS-NEW-KEY
                   ' FROM ENRLXRF ' WS-OLD-KEY
           GO TO 2400-UNLOAD-ENRLXRF
         END-WRITE.

         ADD 1 TO WS-FC-WRITTEN (5).
         GO TO 2400-UNLOAD-ENRLXRF.

        2400-EXIT.
         EXIT.

        2500-UNLOAD-WAITLST.
         READ WAITLST-IN NEXT RECORD
          AT END
           GO TO 2500-EXIT
         END-READ.

         ADD 1 TO WS-FC-PROD (6).
         MOVE WAITLST-STUDENT-KEY TO WS-OLD-KEY.
         PERFORM 3300-FIND-PROD-STUDENT THRU 3300-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-PROD (4)
         END-IF.

         PERFORM 3000-REMAP-STUDENT THRU 3000-EXIT.
         MOVE WS-NEW-KEY TO WAITLST-STUDENT-KEY.

         WRITE TSTWAIT-REC FROM WAITLST-RECORD
          INVALID KEY
           DISPLAY 'RLPRG35 DUPLICATE TEST KEY ' WAITLST-KEY
                   ' FROM WAITLST'
           GO TO 2500-UNLOAD-WAITLST
         END-WRITE.

         ADD 1 TO WS-FC-WRITTEN (6).
         GO TO 2500-UNLOAD-WAITLST.

        2500-EXIT.
         EXIT.

      * A NUMERIC STUDENT NUMBER IS REMAPPED ARITHMETICALLY. ANYTHING
      * ELSE (AN OLD CONVERTED NUMBER WITH LETTERS IN IT) HAS ITS
      * LETTERS AND DIGITS SHUFFLED, WHICH IS ALSO ONE-TO-ONE AND KEEPS
      * IT NON-NUMERIC, SO IT CANNOT COLLIDE WITH A REMAPPED NUMBER.
        3000-REMAP-STUDENT.
         MOVE WS-OLD-PREFIX TO WS-NEW-PREFIX.

         IF WS-OLD-NO IS NUMERIC
          COMPUTE WS-MAP-PRODUCT =
             WS-OLD-NO-N * WS-MULTIPLIER + WS-OFFSET
          DIVIDE WS-MAP-PRODUCT BY 10000000
           GIVING WS-MAP-QUOTIENT REMAINDER WS-NEW-NO-N
         ELSE
          MOVE WS-OLD-NO TO WS-NEW-NO
          INSPECT WS-NEW-NO CONVERTING
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
          TO 'QWERTYUIOPASDFGHJKLZXCVBNM7305194826'
         END-IF.

        3000-EXIT.
         EXIT.

        3100-BUILD-FAKE-CONTACT.
         IF WS-NEW-NO IS NUMERIC
          MOVE WS-NEW-NO-N TO WS-SEED
         ELSE
          MOVE WS-NEW-NO TO WS-SEED-WORK
          INSPECT WS-SEED-WORK CONVERTING
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ '
          TO '012345678901234567890123450'
          IF WS-SEED-WORK IS NUMERIC
           MOVE WS-SEED-WORK-N TO WS-SEED
          ELSE
           MOVE 0 TO WS-SEED
          END-IF
         END-IF.

         COMPUTE WS-IDX = WS-SEED-DIGIT (6) + 1.
         MOVE WS-SURNAME (WS-IDX) TO WS-FAKE-SURNAME.
         COMPUTE WS-IDX = WS-SEED-DIGIT (7) + 1.
         MOVE WS-GIVEN (WS-IDX) TO WS-FAKE-GIVEN.

         COMPUTE WS-FAKE-HOUSE = WS-SEED-LAST-3 + 1.
         COMPUTE WS-IDX = WS-SEED-DIGIT (5) + 1.
         MOVE WS-STREET (WS-IDX) TO WS-FAKE-STREET.
         COMPUTE WS-IDX = WS-SEED-DIGIT (4) / 2 + 1.
         MOVE WS-TOWN (WS-IDX) TO WS-FAKE-ADDR-2.

         COMPUTE WS-IDX = WS-SEED-DIGIT (2) + 1.
         MOVE WS-POSTAL-LETTERS (WS-IDX:1) TO WS-FAKE-PC-1.
         MOVE WS-SEED-DIGIT (3) TO WS-FAKE-PC-2.
         COMPUTE WS-IDX = WS-SEED-DIGIT (4) + 1.
         MOVE WS-POSTAL-LETTERS (WS-IDX:1) TO WS-FAKE-PC-3.
         MOVE WS-SEED-DIGIT (5) TO WS-FAKE-PC-4.
         COMPUTE WS-IDX = WS-SEED-DIGIT (6) + 1.
         MOVE WS-POSTAL-LETTERS (WS-IDX:1) TO WS-FAKE-PC-5.
         MOVE WS-SEED-DIGIT (7) TO WS-FAKE-PC-6.

         MOVE WS-SEED-LAST-4 TO WS-FAKE-PHONE-NUM.

        3100-EXIT.
         EXIT.

        3300-FIND-PROD-STUDENT.
         MOVE 'Y' TO WS-STUDENT-FOUND.
         MOVE WS-OLD-KEY TO STUFILE-KEY.

         READ STUFILE-FILE
          INVALID KEY
           MOVE 'N' TO WS-STUDENT-FOUND
         END-READ.

        3300-EXIT.
         EXIT.

        3400-FIND-PROD-ARCHIVE.
         MOVE 'Y' TO WS-STUDENT-FOUND.
         MOVE WS-OLD-KEY TO STUARCH-KEY.

         READ STUARCH-FILE
          INVALID KEY
           MOVE 'N' TO WS-STUDENT-FOUND
         END-READ.

        3400-EXIT.
         EXIT.

      ******************************************************************
      * READ THE TEST COPIES BACK AND REPEAT THE COUNTS AND KEY        *
      * MATCHES AGAINST THEM, SO THE REPORT SHOWS WHAT WAS ACTUALLY    *
      * LEFT IN THE TEST FILES RATHER THAN WHAT WAS MEANT TO BE.       *
      ******************************************************************
        4000-VERIFY-TEST-FILES.
         CLOSE TSTSTU-FILE.
         CLOSE TSTARCH-FILE.
         CLOSE TSTGRADE-FILE.
         CLOSE TSTHIST-FILE.
         CLOSE TSTXRF-FILE.
         CLOSE TSTWAIT-FILE.

         OPEN INPUT TSTSTU-FILE.
         OPEN INPUT TSTARCH-FILE.
         OPEN INPUT TSTGRADE-FILE.
         OPEN INPUT TSTHIST-FILE.
         OPEN INPUT TSTXRF-FILE.
         OPEN INPUT TSTWAIT-FILE.

         PERFORM 4100-COUNT-TSTSTU THRU 4100-EXIT.
         PERFORM 4150-COUNT-TSTARCH THRU 4150-EXIT.
         PERFORM 4200-CHECK-TSTGRADE THRU 4200-EXIT.
         PERFORM 4300-CHECK-TSTHIST THRU 4300-EXIT.
         PERFORM 4400-CHECK-TSTXRF THRU 4400-EXIT.
         PERFORM 4500-CHECK-TSTWAIT THRU 4500-EXIT.

        4000-EXIT.
         EXIT.

        4100-COUNT-TSTSTU.
         READ TSTSTU-FILE NEXT RECORD
          AT END
           GO TO 4100-EXIT
         END-READ.

         ADD 1 TO WS-FC-TEST (1).
         GO TO 4100-COUNT-TSTSTU.

        4100-EXIT.
         EXIT.

        4150-COUNT-TSTARCH.
         READ TSTARCH-FILE NEXT RECORD
          AT END
           GO TO 4150-EXIT
         END-READ.

         ADD 1 TO WS-FC-TEST (2).
         GO TO 4150-COUNT-TSTARCH.

        4150-EXIT.
         EXIT.

        4200-CHECK-TSTGRADE.
         READ TSTGRADE-FILE NEXT RECORD
          AT END
           GO TO 4200-EXIT
         END-READ.

         ADD 1 TO WS-FC-TEST (3).
         MOVE TSTGRADE-STUDENT-KEY TO WS-NEW-KEY.
         PERFORM 4600-FIND-TEST-STUDENT THRU 4600-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'N'
          PERFORM 4700-FIND-TEST-ARCHIVE THRU 4700-EXIT
         END-IF.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-TEST (1)
         END-IF.

         GO TO 4200-CHECK-TSTGRADE.

        4200-EXIT.
         EXIT.

        4300-CHECK-TSTHIST.
         READ TSTHIST-FILE NEXT RECORD
          AT END
           GO TO 4300-EXIT
         END-READ.

         ADD 1 TO WS-FC-TEST (4).
         MOVE TSTHIST-STUDENT-KEY TO WS-NEW-KEY.
         PERFORM 4600-FIND-TEST-STUDENT THRU 4600-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'N'
          PERFORM 4700-FIND-TEST-ARCHIVE THRU 4700-EXIT
         END-IF.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-TEST (2)
         END-IF.

         GO TO 4300-CHECK-TSTHIST.

        4300-EXIT.
         EXIT.

        4400-CHECK-TSTXRF.
         READ TSTXRF-FILE NEXT RECORD
          AT END
           GO TO 4400-EXIT
         END-READ.

         ADD 1 TO WS-FC-TEST (5).
         MOVE TSTXRF-STUDENT-KEY TO WS-NEW-KEY.
         PERFORM 4600-FIND-TEST-STUDENT THRU 4600-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-TEST (3)
         END-IF.

         GO TO 4400-CHECK-TSTXRF.

        4400-EXIT.
         EXIT.

        4500-CHECK-TSTWAIT.
         READ TSTWAIT-FILE NEXT RECORD
          AT END
           GO TO 4500-EXIT
         END-READ.

         ADD 1 TO WS-FC-TEST (6).
         MOVE TSTWAIT-STUDENT-KEY TO WS-NEW-KEY.
         PERFORM 4600-FIND-TEST-STUDENT THRU 4600-EXIT.
         IF WS-STUDENT-FOUND IS EQUAL TO 'Y'
          ADD 1 TO WS-CK-TEST (4)
         END-IF.

         GO TO 4500-CHECK-TSTWAIT.

        4500-EXIT.
         EXIT.

        4600-FIND-TEST-STUDENT.
         MOVE 'Y' TO WS-STUDENT-FOUND.
         MOVE WS-NEW-KEY TO TSTSTU-KEY.

         READ TSTSTU-FILE
          INVALID KEY
           MOVE 'N' TO WS-STUDENT-FOUND
         END-READ.

        4600-EXIT.
         EXIT.

        4700-FIND-TEST-ARCHIVE.
         MOVE 'Y' TO WS-STUDENT-FOUND.
         MOVE WS-NEW-KEY TO TSTARCH-KEY.

         READ TSTARCH-FILE
          INVALID KEY
           MOVE 'N' TO WS-STUDENT-FOUND
         END-READ.

        4700-EXIT.
         EXIT.

        5000-PRINT-CONTROLS.
         WRITE RPT-LINE FROM WS-FILE-COLUMNS AFTER ADVANCING 2 LINES.

         PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 6.

         WRITE RPT-LINE FROM WS-CHECK-COLUMNS AFTER ADVANCING 3 LINES.

         PERFORM 5200-PRINT-CHECK-LINE THRU 5200-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 4.

         IF WS-DIFF-COUNT IS EQUAL TO 0
          MOVE 'ALL COUNTS AND KEY MATCHES AGREE WITH PRODUCTION'
           TO WS-MESSAGE-LINE
         ELSE
          MOVE 'TEST FILES DIFFER FROM PRODUCTION - DO NOT RELEASE'
           TO WS-MESSAGE-LINE
         END-IF.
         WRITE RPT-LINE FROM WS-MESSAGE-LINE AFTER ADVANCING 3 LINES.

         DISPLAY 'RLPRG35 STUDENTS UNLOADED    ' WS-FC-WRITTEN (1).
         DISPLAY 'RLPRG35 CONTROL DIFFERENCES  ' WS-DIFF-COUNT.

        5000-EXIT.
         EXIT.

        5100-PRINT-FILE-LINE.
         MOVE WS-FC-NAME (WS-IDX) TO WS-FL-NAME.
         MOVE WS-FC-PROD (WS-IDX) TO WS-FL-PROD.
         MOVE WS-FC-WRITTEN (WS-IDX) TO WS-FL-WRITTEN.
         MOVE WS-FC-TEST (WS-IDX) TO WS-FL-TEST.

         IF WS-FC-WRITTEN (WS-IDX) IS EQUAL TO WS-FC-PROD (WS-IDX) AND
            WS-FC-TEST (WS-IDX) IS EQUAL TO WS-FC-PROD (WS-IDX)
          MOVE 'AGREE' TO WS-FL-RESULT
         ELSE
          MOVE 'DIFFERS' TO WS-FL-RESULT
          ADD 1 TO WS-DIFF-COUNT
         END-IF.

         WRITE RPT-LINE FROM WS-FILE-LINE AFTER ADVANCING 1 LINE.

        5100-EXIT.
         EXIT.

        5200-PRINT-CHECK-LINE.
         MOVE WS-CK-NAME (WS-IDX) TO WS-CL-NAME.
         MOVE WS-CK-PROD (WS-IDX) TO WS-CL-PROD.
         MOVE WS-CK-TEST (WS-IDX) TO WS-CL-TEST.

         IF WS-CK-TEST (WS-IDX) IS EQUAL TO WS-CK-PROD (WS-IDX)
          MOVE 'AGREE' TO WS-CL-RESULT
         ELSE
          MOVE 'DIFFERS' TO WS-CL-RESULT
          ADD 1 TO WS-DIFF-COUNT
         END-IF.

         WRITE RPT-LINE FROM WS-CHECK-LINE AFTER ADVANCING 1 LINE.

        5200-EXIT.
         EXIT.

        8000-RECORD-COMPLETION.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-TIME-HHMMSS TO RUNCTL-END-TIME.
         COMPUTE RUNCTL-READ-COUNT =
            WS-FC-PROD (1) + WS-FC-PROD (2) + WS-FC-PROD (3) +
            WS-FC-PROD (4) + WS-FC-PROD (5) + WS-FC-PROD (6).
         COMPUTE RUNCTL-WRITE-COUNT =
            WS-FC-WRITTEN (1) + WS-FC-WRITTEN (2) +
            WS-FC-WRITTEN (3) + WS-FC-WRITTEN (4) +
            WS-FC-WRITTEN (5) + WS-FC-WRITTEN (6).
         MOVE 'Y' TO RUNCTL-COMPLETE-FLAG.
         MOVE SPACES TO RUNCTL-CHECKPOINT-KEY.
         REWRITE RUNCTL-RECORD.

        8000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE MASKPARM-FILE.
         CLOSE STUFILE-FILE.
         CLOSE STUARCH-FILE.
         CLOSE GRADEF-IN.
         CLOSE CRSHIST-IN.
         CLOSE ENRLXRF-IN.
         CLOSE WAITLST-IN.
         IF WS-PARM-ERROR IS EQUAL TO SPACES
          CLOSE TSTSTU-FILE
          CLOSE TSTARCH-FILE
          CLOSE TSTGRADE-FILE
          CLOSE TSTHIST-FILE
          CLOSE TSTXRF-FILE
          CLOSE TSTWAIT-FILE
         END-IF.
         CLOSE CONTROL-RPT.
         CLOSE RUNCTL-FILE.

        9000-EXIT.
         EXIT.
