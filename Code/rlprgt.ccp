           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT STUHOLD-FILE ASSIGN TO STUHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUHOLD-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSSECT-KEY.

          SELECT SECPROF-FILE ASSIGN TO SECPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SECPROF-KEY.

          SELECT ADDRFLG-IO ASSIGN TO ADDRFLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADDRFLG-KEY.

       DATA DIVISION.
        FILE SECTION.
         FD REGFEED-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 220 CHARACTERS.
         01  TRAN-REC.
             05 TRAN-ACTION                 PIC X.
             05 TRAN-STUDENT-NO             PIC X(7).
                10 TRAN-AREA-CODE           PIC XXX.
                10 TRAN-EXCHANGE            PIC XXX.
                10 TRAN-PHONE-NUM           PIC XXXX.
      * USERID OF THE REGISTRAR AUTHORIZING A LOAD OVER THE TERM MAXIMUM
             05 TRAN-OVERRIDE-USERID        PIC X(8).
      * SECTION FOR EACH COURSE SLOT ABOVE. BLANK KEEPS THE SECTION OF
      * A COURSE ALREADY HELD; A NEW COURSE THAT HAS SECTIONS NEEDS ONE.
             05 TRAN-SECTION-TABLE.
                10 TRAN-SECTION OCCURS 10 TIMES
                                            PIC X(2).
             05 FILLER                      PIC X(8).

         FD STUFILE-IO.
          COPY 'STUFILE'.

         FD REJECT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 224 CHARACTERS.
         01  REJECT-REC.
             05 REJ-REASON-CODE             PIC X(4).
             05 REJ-TRAN                    PIC X(220).

         FD RESPONSE-FILE
          LABEL RECORDS ARE STANDARD
         FD ENRLXRF-IO.
          COPY 'ENRLXRF'.

         FD STUHOLD-FILE.
          COPY 'STUHOLD'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD SECPROF-FILE.
          COPY 'SECPROF'.

         FD ADDRFLG-IO.
          COPY 'ADDRFLG'.

        WORKING-STORAGE SECTION.
         01  WS-REGFEED-EOF               PIC X VALUE 'N'.
         01  WS-TERMCTL-EOF               PIC X VALUE 'N'.
         01  WS-CURRENT-TERM              PIC X(6) VALUE SPACES.
         01  WS-MAX-LOAD                  PIC S9(3) COMP-3 VALUE 0.
         01  WS-LOAD-CREDITS              PIC S9(3) COMP-3.
         01  WS-NEW-COURSE                PIC X.
         01  WS-LOAD-OVERRIDE             PIC X.
         01  WS-STUFILE-EXISTS            PIC X.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-TRAN-OK                   PIC X.
         01  WS-HOLD-ACTIVE               PIC X.
         01  WS-HOLD-EOF                  PIC X.
         01  WS-REASON                    PIC X(4).
         01  WS-COURSE-IDX                PIC S9(4) COMP.
         01  WS-OLD-IDX                   PIC S9(4) COMP.
         01  WS-MATCH-IDX                 PIC S9(4) COMP.
         01  WS-SECT-EXISTS               PIC X.
         01  WS-SECT-DELTA                PIC S9 VALUE 0.
         01  ALREADY-ENROLLED             PIC 9.
         01  WS-AUDIT-ACTION              PIC X(10).
         01  WS-BATCH-USERID              PIC X(8) VALUE 'RLPRGT'.

         01  WS-OLD-COURSE-TABLE.
          05 WS-OLD-COURSE OCCURS 10 TIMES PIC X(8).
         01  WS-OLD-ADDRESS.
          05 WS-OLD-ADDR-LINE1            PIC X(20).
          05 WS-OLD-ADDR-LINE2            PIC X(20).
          05 WS-OLD-ADDR-LINE3            PIC X(20).
          05 WS-OLD-POSTAL                PIC X(6).
         01  WS-OLD-SECTION-TABLE.
          05 WS-OLD-SECTION OCCURS 10 TIMES PIC X(2).
         01  WS-NEW-SECTION-TABLE.
          05 WS-NEW-SECTION OCCURS 10 TIMES PIC X(2).

         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-ADD-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-RESP-APPLIED              PIC S9(7) COMP VALUE 0.
         01  WS-RESP-REJECTED             PIC S9(7) COMP VALUE 0.
         01  WS-RESP-PRESENT              PIC S9(7) COMP VALUE 0.
         01  WS-ADDR-CLR-COUNT            PIC S9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         OPEN OUTPUT RESPONSE-FILE.
         OPEN INPUT TERMCTL-FILE.
         OPEN I-O ENRLXRF-IO.
         OPEN INPUT STUHOLD-FILE.
         OPEN I-O CRSSECT-FILE.
         OPEN INPUT SECPROF-FILE.
         OPEN I-O ADDRFLG-IO.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.

         IF TERMCTL-CURRENT-FLAG IS EQUAL TO 'Y'
          MOVE TERMCTL-TERM-CODE TO WS-CURRENT-TERM
          IF TERMCTL-MAX-LOAD IS NUMERIC
           MOVE TERMCTL-MAX-LOAD TO WS-MAX-LOAD
          END-IF
          GO TO 1100-EXIT
         END-IF.

          PERFORM 2260-CAPTURE-OLD-COURSES THRU 2260-EXIT
           VARYING WS-OLD-IDX FROM 1 BY 1
           UNTIL WS-OLD-IDX > 10
          MOVE STUFILE-ADDR-LINE1 TO WS-OLD-ADDR-LINE1
          MOVE STUFILE-ADDR-LINE2 TO WS-OLD-ADDR-LINE2
          MOVE STUFILE-ADDR-LINE3 TO WS-OLD-ADDR-LINE3
          MOVE STUFILE-POSTAL TO WS-OLD-POSTAL
         END-IF.

         PERFORM 2270-CHECK-HOLDS THRU 2270-EXIT.

         MOVE 'Y' TO WS-TRAN-OK.
         MOVE 'N' TO WS-NEW-COURSE.
         MOVE 'N' TO WS-LOAD-OVERRIDE.
         MOVE 0 TO WS-LOAD-CREDITS.
         MOVE SPACES TO WS-NEW-SECTION-TABLE.
         PERFORM 2300-VALIDATE-ONE-COURSE THRU 2300-EXIT
          VARYING WS-COURSE-IDX FROM 1 BY 1
          UNTIL WS-COURSE-IDX > 10.

         IF WS-TRAN-OK IS EQUAL TO 'Y'
          PERFORM 2380-CHECK-CREDIT-LOAD THRU 2380-EXIT
         END-IF.

         IF WS-TRAN-OK IS EQUAL TO 'N'
          PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
          GO TO 2200-EXIT

         PERFORM 2500-ADJUST-ENROLLMENT THRU 2500-EXIT.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         IF WS-LOAD-OVERRIDE IS EQUAL TO 'Y'
          MOVE 'LOAD-OVRD' TO WS-AUDIT-ACTION
          MOVE TRAN-OVERRIDE-USERID TO AUDITLOG-USERID
          PERFORM 9510-WRITE-AUDIT-AS-IS THRU 9510-EXIT
         END-IF.
         IF TRAN-ACTION IS EQUAL TO 'U'
          PERFORM 2700-CLEAR-ADDRESS-FLAG THRU 2700-EXIT
         END-IF.
         PERFORM 2950-RESPOND-APPLIED THRU 2950-EXIT.

        2200-EXIT.

        2250-CLEAR-OLD-COURSES.
         MOVE SPACES TO WS-OLD-COURSE(WS-OLD-IDX).
         MOVE SPACES TO WS-OLD-SECTION(WS-OLD-IDX).

        2250-EXIT.
         EXIT.
        2260-CAPTURE-OLD-COURSES.
         MOVE STUFILE-COURSE-TABLE(WS-OLD-IDX)
          TO WS-OLD-COURSE(WS-OLD-IDX).
         MOVE SPACES TO WS-OLD-SECTION(WS-OLD-IDX).

         IF WS-OLD-COURSE(WS-OLD-IDX) (1:4) IS EQUAL TO SPACES
          OR WS-OLD-COURSE(WS-OLD-IDX) (1:4) IS EQUAL TO LOW-VALUES
          GO TO 2260-EXIT
         END-IF.

         MOVE WS-OLD-COURSE(WS-OLD-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         READ ENRLXRF-IO
          INVALID KEY
           GO TO 2260-EXIT
         END-READ.

         IF ENRLXRF-SECTION IS NOT EQUAL TO LOW-VALUES
          MOVE ENRLXRF-SECTION TO WS-OLD-SECTION(WS-OLD-IDX)
         END-IF.

        2260-EXIT.
         EXIT.

      * AN ACTIVE BLOCKING HOLD ON STUHOLD REJECTS THE TRANSACTION IF IT
      * ADDS ANY COURSE THE STUDENT DID NOT ALREADY HAVE. DROPS PASS.
        2270-CHECK-HOLDS.
         MOVE 'N' TO WS-HOLD-ACTIVE.
         MOVE 'N' TO WS-HOLD-EOF.
         MOVE STUFILE-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.

         START STUHOLD-FILE KEY IS NOT LESS THAN STUHOLD-KEY
          INVALID KEY
           GO TO 2270-EXIT
         END-START.

        2275-HOLD-LOOP.
         READ STUHOLD-FILE NEXT RECORD
          AT END
           MOVE 'Y' TO WS-HOLD-EOF
         END-READ.

         IF WS-HOLD-EOF IS EQUAL TO 'Y'
          GO TO 2270-EXIT
         END-IF.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO STUFILE-KEY
          GO TO 2270-EXIT
         END-IF.

         IF STUHOLD-STATUS IS EQUAL TO 'A' AND
            STUHOLD-BLOCK-FLAG IS EQUAL TO 'Y'
          MOVE 'Y' TO WS-HOLD-ACTIVE
          GO TO 2270-EXIT
         END-IF.

         GO TO 2275-HOLD-LOOP.

        2270-EXIT.
         EXIT.

        2300-VALIDATE-ONE-COURSE.
         IF WS-TRAN-OK IS EQUAL TO 'N'
          GO TO 2300-EXIT

         PERFORM 2350-SCAN-OLD-COURSES THRU 2350-EXIT.

         IF ALREADY-ENROLLED IS EQUAL TO 0 AND
            WS-HOLD-ACTIVE IS EQUAL TO 'Y'
          MOVE 'N' TO WS-TRAN-OK
          MOVE 'HOLD' TO WS-REASON
          GO TO 2300-EXIT
         END-IF.

         IF ALREADY-ENROLLED IS EQUAL TO 0
          MOVE 'Y' TO WS-NEW-COURSE
         END-IF.

         PERFORM 2370-CHECK-SECTION THRU 2370-EXIT.
         IF WS-TRAN-OK IS EQUAL TO 'N'
          GO TO 2300-EXIT
         END-IF.

         IF COURSEM-CREDIT-HRS IS NUMERIC
          ADD COURSEM-CREDIT-HRS TO WS-LOAD-CREDITS
         END-IF.

        2300-EXIT.

        2350-SCAN-OLD-COURSES.
         MOVE 0 TO ALREADY-ENROLLED.
         MOVE 0 TO WS-MATCH-IDX.
         PERFORM 2360-SCAN-ONE-OLD THRU 2360-EXIT
          VARYING WS-OLD-IDX FROM 1 BY 1
          UNTIL WS-OLD-IDX > 10.
         IF WS-OLD-COURSE(WS-OLD-IDX) IS EQUAL TO
            TRAN-COURSE-TABLE(WS-COURSE-IDX)
          MOVE 1 TO ALREADY-ENROLLED
          MOVE WS-OLD-IDX TO WS-MATCH-IDX
         END-IF.

        2360-EXIT.
         EXIT.

      * RESOLVES THE SECTION FOR THE COURSE IN THIS SLOT. A COURSE
      * ALREADY HELD KEEPS ITS SECTION UNLESS A DIFFERENT ONE IS GIVEN.
      * A NEW OR CHANGED SECTION MUST BE ON FILE, OPEN AND NOT FULL; A
      * NEW COURSE WITHOUT A SECTION IS REFUSED IF THE COURSE HAS ANY,
      * OTHERWISE IT TAKES A COURSE-LEVEL SEAT AS BEFORE.
        2370-CHECK-SECTION.
         MOVE TRAN-SECTION(WS-COURSE-IDX)
          TO WS-NEW-SECTION(WS-COURSE-IDX).
         IF WS-NEW-SECTION(WS-COURSE-IDX) IS EQUAL TO LOW-VALUES
          MOVE SPACES TO WS-NEW-SECTION(WS-COURSE-IDX)
         END-IF.

         IF ALREADY-ENROLLED IS EQUAL TO 1
          IF WS-NEW-SECTION(WS-COURSE-IDX) IS EQUAL TO SPACES OR
             WS-NEW-SECTION(WS-COURSE-IDX) IS EQUAL TO
             WS-OLD-SECTION(WS-MATCH-IDX)
           MOVE WS-OLD-SECTION(WS-MATCH-IDX)
            TO WS-NEW-SECTION(WS-COURSE-IDX)
           GO TO 2370-EXIT
          END-IF
         END-IF.

         IF WS-NEW-SECTION(WS-COURSE-IDX) IS EQUAL TO SPACES
          GO TO 2375-CHECK-ANY-SECTION
         END-IF.

         MOVE 'Y' TO WS-SECT-EXISTS.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE WS-NEW-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.

         READ CRSSECT-FILE
          INVALID KEY
           MOVE 'N' TO WS-SECT-EXISTS
         END-READ.

         IF WS-SECT-EXISTS IS EQUAL TO 'N'
          MOVE 'N' TO WS-TRAN-OK
          MOVE 'SECT' TO WS-REASON
          GO TO 2370-EXIT
         END-IF.

         IF CRSSECT-STATUS IS EQUAL TO 'R'
          MOVE 'N' TO WS-TRAN-OK
          MOVE 'RETD' TO WS-REASON
          GO TO 2370-EXIT
         END-IF.

         IF CRSSECT-ENROLLED IS GREATER THAN OR EQUAL TO
            CRSSECT-MAX-SEATS
          MOVE 'N' TO WS-TRAN-OK
          MOVE 'FULL' TO WS-REASON
         END-IF.

         GO TO 2370-EXIT.

        2375-CHECK-ANY-SECTION.
         MOVE COURSEM-KEY TO CRSSECT-COURSE.
         MOVE LOW-VALUES TO CRSSECT-SECTION.

         START CRSSECT-FILE KEY IS NOT LESS THAN CRSSECT-KEY
          INVALID KEY
           GO TO 2377-COURSE-LEVEL-SEAT
         END-START.

         READ CRSSECT-FILE NEXT RECORD
          AT END
           GO TO 2377-COURSE-LEVEL-SEAT
         END-READ.

         IF CRSSECT-COURSE IS EQUAL TO COURSEM-KEY
          MOVE 'N' TO WS-TRAN-OK
          MOVE 'SECT' TO WS-REASON
          GO TO 2370-EXIT
         END-IF.

        2377-COURSE-LEVEL-SEAT.
         IF COURSEM-ENROLLED IS GREATER THAN OR EQUAL TO
            COURSEM-MAX-SEATS
          MOVE 'N' TO WS-TRAN-OK
          MOVE 'FULL' TO WS-REASON
         END-IF.

        2370-EXIT.
         EXIT.

      * A TRANSACTION THAT ADDS A COURSE AND LEAVES THE STUDENT OVER THE
      * TERM MAXIMUM CREDIT LOAD IS REJECTED UNLESS IT CARRIES THE
      * USERID OF A REGISTRAR HOLDING OVERRIDE AUTHORITY. A LOAD
      * ALREADY OVER THE MAXIMUM IS NOT REJECTED FOR A DROP OR ADDRESS
      * CHANGE.
        2380-CHECK-CREDIT-LOAD.
         IF WS-NEW-COURSE IS EQUAL TO 'N' OR
            WS-MAX-LOAD IS EQUAL TO 0 OR
            WS-LOAD-CREDITS IS NOT GREATER THAN WS-MAX-LOAD
          GO TO 2380-EXIT
         END-IF.

         MOVE 'LOAD' TO WS-REASON.

         IF TRAN-OVERRIDE-USERID IS EQUAL TO SPACES OR
            TRAN-OVERRIDE-USERID IS EQUAL TO LOW-VALUES
          MOVE 'N' TO WS-TRAN-OK
          GO TO 2380-EXIT
         END-IF.

         MOVE TRAN-OVERRIDE-USERID TO SECPROF-USERID.

         READ SECPROF-FILE
          INVALID KEY
           MOVE 'N' TO WS-TRAN-OK
           GO TO 2380-EXIT
         END-READ.

         IF SECPROF-OVERRIDE-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          MOVE 'N' TO WS-TRAN-OK
          GO TO 2380-EXIT
         END-IF.

         MOVE 'Y' TO WS-LOAD-OVERRIDE.

        2380-EXIT.
         EXIT.

        2400-BUILD-STUFILE-REC.
         MOVE 'XXX' TO STUFILE-PREFIX.
         MOVE TRAN-STUDENT-NO TO STUFILE-STUDENT-NO.
          MOVE SPACES TO STUFILE-STANDING
          MOVE 0 TO STUFILE-TERM-GPA
          MOVE 0 TO STUFILE-CUM-GPA
          MOVE SPACES TO STUFILE-PROGRAM
         END-IF.

        2400-EXIT.
           GO TO 2510-EXIT
         END-REWRITE.

         MOVE WS-OLD-COURSE(WS-COURSE-IDX) TO CRSSECT-COURSE.
         MOVE WS-OLD-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.
         MOVE -1 TO WS-SECT-DELTA.
         PERFORM 2600-ADJUST-SECTION THRU 2600-EXIT.

         MOVE WS-OLD-COURSE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

        2520-TAKE-ONE-SEAT.
         IF STUFILE-COURSE-TABLE(WS-COURSE-IDX) IS EQUAL TO
            WS-OLD-COURSE(WS-COURSE-IDX)
          PERFORM 2530-CHANGE-SECTION THRU 2530-EXIT
          GO TO 2520-EXIT
         END-IF.

           GO TO 2520-EXIT
         END-REWRITE.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO CRSSECT-COURSE.
         MOVE WS-NEW-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.
         MOVE 1 TO WS-SECT-DELTA.
         PERFORM 2600-ADJUST-SECTION THRU 2600-EXIT.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE WS-CURRENT-TERM TO ENRLXRF-TERM-CODE.
         MOVE WS-RUN-DATE-JUL TO ENRLXRF-ADD-DATE.
         MOVE WS-NEW-SECTION(WS-COURSE-IDX) TO ENRLXRF-SECTION.

         WRITE ENRLXRF-RECORD
          INVALID KEY
        2520-EXIT.
         EXIT.

      * SAME COURSE IN THE SAME SLOT BUT A DIFFERENT SECTION - MOVE THE
      * SEAT FROM THE OLD SECTION TO THE NEW AND RECORD IT ON ENRLXRF.
        2530-CHANGE-SECTION.
         IF STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO SPACES
          OR STUFILE-COURSE-PART1(WS-COURSE-IDX) IS EQUAL TO LOW-VALUES
          GO TO 2530-EXIT
         END-IF.

         IF WS-NEW-SECTION(WS-COURSE-IDX) IS EQUAL TO
            WS-OLD-SECTION(WS-COURSE-IDX)
          GO TO 2530-EXIT
         END-IF.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO CRSSECT-COURSE.
         MOVE WS-OLD-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.
         MOVE -1 TO WS-SECT-DELTA.
         PERFORM 2600-ADJUST-SECTION THRU 2600-EXIT.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO CRSSECT-COURSE.
         MOVE WS-NEW-SECTION(WS-COURSE-IDX) TO CRSSECT-SECTION.
         MOVE 1 TO WS-SECT-DELTA.
         PERFORM 2600-ADJUST-SECTION THRU 2600-EXIT.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         READ ENRLXRF-IO
          INVALID KEY
           GO TO 2530-EXIT
         END-READ.

         MOVE WS-NEW-SECTION(WS-COURSE-IDX) TO ENRLXRF-SECTION.

         REWRITE ENRLXRF-RECORD
          INVALID KEY
           GO TO 2530-EXIT
         END-REWRITE.

        2530-EXIT.
         EXIT.

      * APPLIES WS-SECT-DELTA TO THE ENROLLED COUNT OF THE SECTION IN
      * CRSSECT-KEY. NOTHING IS DONE FOR A COURSE-LEVEL ENROLLMENT.
        2600-ADJUST-SECTION.
         IF CRSSECT-SECTION IS EQUAL TO SPACES
          GO TO 2600-EXIT
         END-IF.

         READ CRSSECT-FILE
          INVALID KEY
           GO TO 2600-EXIT
         END-READ.

         ADD WS-SECT-DELTA TO CRSSECT-ENROLLED.
         IF CRSSECT-ENROLLED < 0
          MOVE 0 TO CRSSECT-ENROLLED
         END-IF.

         REWRITE CRSSECT-RECORD
          INVALID KEY
           GO TO 2600-EXIT
         END-REWRITE.

        2600-EXIT.
         EXIT.

      * A CHANGED ADDRESS IS TAKEN AS CORRECTED - ANY UNDELIVERABLE
      * FLAG FROM RETURNED MAIL IS REMOVED.
        2700-CLEAR-ADDRESS-FLAG.
         IF STUFILE-ADDR-LINE1 IS EQUAL TO WS-OLD-ADDR-LINE1 AND
            STUFILE-ADDR-LINE2 IS EQUAL TO WS-OLD-ADDR-LINE2 AND
            STUFILE-ADDR-LINE3 IS EQUAL TO WS-OLD-ADDR-LINE3 AND
            STUFILE-POSTAL IS EQUAL TO WS-OLD-POSTAL
          GO TO 2700-EXIT
         END-IF.

         MOVE STUFILE-KEY TO ADDRFLG-STUDENT-KEY.
         DELETE ADDRFLG-IO
          INVALID KEY
           GO TO 2700-EXIT
         END-DELETE.

         ADD 1 TO WS-ADDR-CLR-COUNT.
         MOVE 'ADDR-CLR' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

        2700-EXIT.
         EXIT.

        2900-REJECT-TRAN.
         ADD 1 TO WS-REJ-COUNT.
         MOVE WS-REASON TO REJ-REASON-CODE.
         DISPLAY 'RLPRGT STUDENTS ADDED        ' WS-ADD-COUNT.
         DISPLAY 'RLPRGT STUDENTS UPDATED      ' WS-UPD-COUNT.
         DISPLAY 'RLPRGT RECORDS REJECTED      ' WS-REJ-COUNT.
         DISPLAY 'RLPRGT ADDRESS FLAGS CLEARED ' WS-ADDR-CLR-COUNT.

        8000-EXIT.
         EXIT.
         CLOSE RESPONSE-FILE.
         CLOSE TERMCTL-FILE.
         CLOSE ENRLXRF-IO.
         CLOSE STUHOLD-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE SECPROF-FILE.
         CLOSE ADDRFLG-IO.

        9000-EXIT.
         EXIT.

        9500-EXIT.
         EXIT.

      * SAME AS 9500 BUT KEEPS THE USERID ALREADY MOVED BY THE CALLER.
        9510-WRITE-AUDIT-AS-IS.
         MOVE STUFILE-KEY TO AUDITLOG-STUDENT-KEY.
         MOVE WS-AUDIT-ACTION TO AUDITLOG-ACTION-CODE.
         MOVE 'BTCH' TO AUDITLOG-TERM-ID.
         MOVE WS-RUN-TIME-HMS TO AUDITLOG-TIME.
         MOVE WS-RUN-DATE-JUL TO AUDITLOG-DATE.

         WRITE AUDITLOG-RECORD.

        9510-EXIT.
         EXIT.
