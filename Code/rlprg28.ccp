       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG28.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT MERGREQ-FILE ASSIGN TO MERGREQ
           ORGANIZATION IS SEQUENTIAL.

          SELECT STUFILE-IO ASSIGN TO STUFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUFILE-KEY.

          SELECT STUARCH-IO ASSIGN TO STUARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUARCH-KEY.

          SELECT STUMERG-IO ASSIGN TO STUMERG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUMERG-KEY.

          SELECT SECPROF-FILE ASSIGN TO SECPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SECPROF-KEY.

          SELECT COURSEM-FILE ASSIGN TO COURSEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COURSEM-KEY.

          SELECT CRSSECT-FILE ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRSSECT-KEY.

          SELECT ENRLXRF-IO ASSIGN TO ENRLXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT WAITLST-IO ASSIGN TO WAITLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WAITLST-KEY.

          SELECT GRADEF-IO ASSIGN TO GRADEF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADEF-KEY.

          SELECT CRSHIST-IO ASSIGN TO CRSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRSHIST-KEY.

          SELECT STUACCT-IO ASSIGN TO STUACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUACCT-KEY.

          SELECT REFREQ-IO ASSIGN TO REFREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REFREQ-KEY.

          SELECT STUHOLD-IO ASSIGN TO STUHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUHOLD-KEY.

          SELECT ADDRFLG-IO ASSIGN TO ADDRFLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADDRFLG-KEY.

          SELECT CHARGE-FILE ASSIGN TO TUITCHG
           ORGANIZATION IS SEQUENTIAL.

          SELECT AUDITLOG-OUT ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL.

          SELECT MERGE-RPT ASSIGN TO MERGRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
        FILE SECTION.
      * ONE CARD PER MERGE. THE RETIRED STUDENT NUMBER IS FOLDED INTO
      * THE SURVIVING ONE. THE REQUESTING USERID NEEDS DELETE AUTHORITY
      * AND THE MERGE MUST BE APPROVED BY A DIFFERENT USERID HOLDING
      * OVERRIDE (REGISTRAR) AUTHORITY.
         FD MERGREQ-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01  MERGREQ-REC.
             05 MRG-RETIRED-NO              PIC X(7).
             05 MRG-SURVIVOR-NO             PIC X(7).
             05 MRG-REQUEST-USERID          PIC X(8).
             05 MRG-APPROVE-USERID          PIC X(8).
             05 FILLER                      PIC X(50).

         FD STUFILE-IO.
          COPY 'STUFILE'.

         FD STUARCH-IO.
          COPY 'STUARCH'.

         FD STUMERG-IO.
          COPY 'STUMERG'.

         FD SECPROF-FILE.
          COPY 'SECPROF'.

         FD COURSEM-FILE.
          COPY 'COURSEM'.

         FD CRSSECT-FILE.
          COPY 'CRSSECT'.

         FD ENRLXRF-IO.
          COPY 'ENRLXRF'.

         FD WAITLST-IO.
          COPY 'WAITLST'.

         FD GRADEF-IO.
          COPY 'GRADEF'.

         FD CRSHIST-IO.
          COPY 'CRSHIST'.

         FD STUACCT-IO.
          COPY 'STUACCT'.

         FD REFREQ-IO.
          COPY 'REFREQ'.

         FD STUHOLD-IO.
          COPY 'STUHOLD'.

         FD ADDRFLG-IO.
          COPY 'ADDRFLG'.

         FD CHARGE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS.
          COPY 'TUITCHG'.

         FD AUDITLOG-OUT.
          COPY 'AUDITLOG'.

         FD MERGE-RPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
         01 RPT-LINE                      PIC X(80).

        WORKING-STORAGE SECTION.
         01  WS-MERGREQ-EOF               PIC X VALUE 'N'.
         01  WS-CHARGE-EOF                PIC X.
         01  WS-BROWSE-END                PIC X.
         01  WS-REC-EXISTS                PIC X.
         01  WS-SUR-ACCT-EXISTS           PIC X.
         01  WS-RET-ACCT-FOUND            PIC X.
         01  WS-DUP-FOUND                 PIC X.
         01  WS-REASON                    PIC X(40).
         01  WS-AUDIT-ACTION              PIC X(10).
         01  WS-AUDIT-KEY                 PIC X(10).
         01  WS-AUDIT-DETAIL              PIC X(10).
         01  WS-AUDIT-USERID              PIC X(8).
         01  WS-IDX                       PIC S9(4) COMP.
         01  WS-MIDX                      PIC S9(4) COMP.
         01  WS-WIDX                      PIC S9(4) COMP.
         01  WS-SIDX                      PIC S9(4) COMP.
         01  WS-FOUND-IDX                 PIC S9(4) COMP.
         01  WS-MATCH-IDX                 PIC S9(4) COMP.
         01  WS-UNION-COUNT               PIC S9(4) COMP.
         01  WS-PROBE-COURSE              PIC X(8).
         01  WS-OLD-GRADE                 PIC X(2).
         01  WS-OLD-TERM                  PIC X(6).
         01  WS-OLD-SECTION               PIC X(2).
         01  WS-OLD-TYPE                  PIC X.
         01  WS-OLD-STATUS                PIC X.
         01  WS-OLD-SEQ                   PIC 9(5).
         01  WS-NEW-SEQ                   PIC 9(5).
         01  WS-REF-SEQ                   PIC 9(5).
         01  WS-SEQ-OFFSET                PIC 9(5).
         01  WS-SAVE-REFREQ-KEY           PIC X(26).
         01  WS-BATCH-USERID              PIC X(8) VALUE 'RLPRG28'.
         01  WS-RUN-DAY                   PIC 9(5).
         01  WS-RUN-DAY-SPLIT REDEFINES WS-RUN-DAY.
          05 WS-RUN-DAY-YY                PIC 99.
          05 FILLER                       PIC 999.
         01  WS-RUN-TIME.
          05 WS-RUN-TIME-HHMMSS           PIC 9(6).
          05 FILLER                       PIC 99.
         01  WS-RUN-DATE-JUL              PIC S9(7) COMP-3.
         01  WS-RUN-TIME-HMS              PIC S9(7) COMP-3.

         01  WS-RET-KEY.
          05 WS-RET-PREFIX                PIC X(3) VALUE 'XXX'.
          05 WS-RET-STUDENT-NO            PIC X(7).
         01  WS-SUR-KEY.
          05 WS-SUR-PREFIX                PIC X(3) VALUE 'XXX'.
          05 WS-SUR-STUDENT-NO            PIC X(7).

      * THE RETIRED STUDENT'S STUFILE RECORD AS READ - ARCHIVED ONCE
      * EVERYTHING HAS BEEN MOVED. THE VIEW BELOW FOLLOWS THE STUFILE
      * LAYOUT.
         01  WS-RET-RECORD                PIC X(212).
         01  WS-RET-VIEW REDEFINES WS-RET-RECORD.
          05 FILLER                       PIC X(30).
          05 WS-RET-COURSE OCCURS 10 TIMES PIC X(8).
          05 WS-RET-CONTACT               PIC X(76).
          05 FILLER                       PIC X(22).
          05 WS-RET-PROGRAM               PIC X(4).

      * COURSES BOTH STUDENT NUMBERS HOLD - THE SURVIVOR'S ENROLLMENT
      * IS KEPT AND THE RETIRED ONE'S SEAT RELEASED.
         01  WS-DUP-COUNT                 PIC S9(4) COMP VALUE 0.
         01  WS-DUP-TABLE.
          05 WS-DUP-COURSE OCCURS 10 TIMES PIC X(8).

      * WAITLIST ENTRIES OF EITHER STUDENT NUMBER (OWNER R RETIRED, S
      * SURVIVOR). THE WAITLIST IS KEYED BY COURSE, NOT STUDENT, SO
      * THEY ARE FOUND BY ONE PASS OF THE FILE.
         01  WS-WAIT-COUNT                PIC S9(4) COMP VALUE 0.
         01  WS-WAIT-TABLE.
          05 WS-WAIT-ENTRY OCCURS 50 TIMES.
           10 WS-WT-OWNER                 PIC X.
           10 WS-WT-COURSE                PIC X(8).
           10 WS-WT-SEQ                   PIC 9(5).
           10 WS-WT-DONE                  PIC X.

      * RECORDS OF THE RETIRED STUDENT COLLECTED FROM ONE FILE BEFORE
      * THEY ARE MOVED. EACH MOVE READS THE SURVIVOR'S SIDE BY KEY, SO
      * THE FILE IS NOT BROWSED AND UPDATED AT THE SAME TIME; A
      * STUDENT WITH MORE RECORDS THAN THE TABLE HOLDS IS MOVED IN
      * SEVERAL ROUNDS, EACH STARTING AFTER THE LAST RECORD OF THE
      * ROUND BEFORE, SO ONE THAT COULD NOT BE MOVED IS REPORTED ONCE.
         01  WS-MOVE-COUNT                PIC S9(4) COMP VALUE 0.
         01  WS-MOVE-MAX                  PIC S9(4) COMP VALUE 100.
         01  WS-MOVE-TABLE.
          05 WS-MOVE-REC OCCURS 100 TIMES PIC X(80).

      * THE RETIRED STUDENT'S LEDGER TOTALS, ADDED TO THE SURVIVOR'S
      * ACCOUNT HEADER ONCE THE ENTRIES ARE MOVED.
         01  WS-ACCT-BALANCE              PIC S9(7)V99 COMP-3.
         01  WS-ACCT-CHARGED              PIC S9(7)V99 COMP-3.
         01  WS-ACCT-CREDITED             PIC S9(7)V99 COMP-3.
         01  WS-ACCT-LAST-CHG             PIC S9(7) COMP-3.
         01  WS-ACCT-LAST-PAY             PIC S9(7) COMP-3.
         01  WS-ACCT-MAX-SEQ              PIC 9(5).

         01  WS-MRG-MOVED                 PIC S9(7) COMP VALUE 0.
         01  WS-MRG-DUPS                  PIC S9(7) COMP VALUE 0.
         01  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
         01  WS-MERGE-COUNT               PIC S9(7) COMP VALUE 0.
         01  WS-REJ-COUNT                 PIC S9(7) COMP VALUE 0.
         01  WS-TOT-MOVED                 PIC S9(7) COMP VALUE 0.
         01  WS-TOT-DUPS                  PIC S9(7) COMP VALUE 0.
         01  WS-TOT-FAILED                PIC S9(7) COMP VALUE 0.

         01  WS-HEADING-LINE.
          05 FILLER                       PIC X(40)
             VALUE 'STUDENT RECORD MERGE REPORT'.
          05 FILLER                       PIC X(40) VALUE SPACES.

         01  WS-MERGE-LINE.
          05 FILLER                       PIC X(6)  VALUE 'MERGE '.
          05 WS-ML-RETIRED                PIC X(7).
          05 FILLER                       PIC X(6)  VALUE ' INTO '.
          05 WS-ML-SURVIVOR               PIC X(7).
          05 FILLER                       PIC X(15)
             VALUE '  REQUESTED BY '.
          05 WS-ML-REQUESTER              PIC X(8).
          05 FILLER                       PIC X(13)
             VALUE ' APPROVED BY '.
          05 WS-ML-APPROVER               PIC X(8).
          05 FILLER                       PIC X(10) VALUE SPACES.

         01  WS-REJECT-LINE.
          05 FILLER                       PIC X(6)  VALUE 'MERGE '.
          05 WS-RL-RETIRED                PIC X(7).
          05 FILLER                       PIC X(6)  VALUE ' INTO '.
          05 WS-RL-SURVIVOR               PIC X(7).
          05 FILLER                       PIC X(13)
             VALUE '  REJECTED - '.
          05 WS-RL-REASON                 PIC X(40).
          05 FILLER                       PIC X     VALUE SPACES.

         01  WS-COLUMN-LINE.
          05 FILLER                       PIC X(10) VALUE 'FILE'.
          05 FILLER                       PIC X(22) VALUE 'RECORD'.
          05 FILLER                       PIC X(48) VALUE 'ACTION'.

         01  WS-DETAIL-LINE.
          05 WS-DET-FILE                  PIC X(8).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-KEY                   PIC X(20).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-ACTION                PIC X(40).
          05 FILLER                       PIC X(8)  VALUE SPACES.

         01  WS-MERGE-TOTAL-LINE.
          05 FILLER                       PIC X(16)
             VALUE 'RECORDS MOVED '.
          05 WS-MT-MOVED                  PIC ZZZZ9.
          05 FILLER                       PIC X(26)
             VALUE '   DUPLICATES RESOLVED '.
          05 WS-MT-DUPS                   PIC ZZZZ9.
          05 FILLER                       PIC X(28) VALUE SPACES.

         01  WS-TOTAL-LINE.
          05 WS-TOT-LABEL                 PIC X(30).
          05 WS-TOT-COUNT                 PIC ZZZZZZ9.
          05 FILLER                       PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
        0000-MAINLINE.
         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
         PERFORM 2000-APPLY-MERGES THRU 2000-EXIT.
         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
         PERFORM 9000-TERMINATE THRU 9000-EXIT.

         STOP RUN.

        1000-INITIALIZE.
         OPEN INPUT MERGREQ-FILE.
         OPEN I-O STUFILE-IO.
         OPEN I-O STUARCH-IO.
         OPEN I-O STUMERG-IO.
         OPEN INPUT SECPROF-FILE.
         OPEN I-O COURSEM-FILE.
         OPEN I-O CRSSECT-FILE.
         OPEN I-O ENRLXRF-IO.
         OPEN I-O WAITLST-IO.
         OPEN I-O GRADEF-IO.
         OPEN I-O CRSHIST-IO.
         OPEN I-O STUACCT-IO.
         OPEN I-O REFREQ-IO.
         OPEN I-O STUHOLD-IO.
         OPEN I-O ADDRFLG-IO.
         OPEN EXTEND AUDITLOG-OUT.
         OPEN OUTPUT MERGE-RPT.

         ACCEPT WS-RUN-DAY FROM DAY.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE WS-RUN-DAY TO WS-RUN-DATE-JUL.
         IF WS-RUN-DAY-YY < 70
          ADD 100000 TO WS-RUN-DATE-JUL
         END-IF.
         MOVE WS-RUN-TIME-HHMMSS TO WS-RUN-TIME-HMS.

         WRITE RPT-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.

        1000-EXIT.
         EXIT.

        2000-APPLY-MERGES.
         PERFORM 2100-READ-MERGREQ THRU 2100-EXIT.

        2010-MERGE-LOOP.
         IF WS-MERGREQ-EOF IS EQUAL TO 'Y'
          GO TO 2000-EXIT
         END-IF.

         ADD 1 TO WS-READ-COUNT.
         PERFORM 2200-APPLY-ONE-MERGE THRU 2200-EXIT.
         PERFORM 2100-READ-MERGREQ THRU 2100-EXIT.
         GO TO 2010-MERGE-LOOP.

        2000-EXIT.
         EXIT.

        2100-READ-MERGREQ.
         READ MERGREQ-FILE
          AT END
           MOVE 'Y' TO WS-MERGREQ-EOF
         END-READ.

        2100-EXIT.
         EXIT.

      * NOTHING IS CHANGED UNTIL THE WHOLE CARD HAS PASSED 2250. THE
      * STEPS THEN RUN IN A FIXED ORDER - ENROLLMENTS FIRST SO THE
      * WAITLIST CAN SEE THE MERGED COURSE TABLE, THE LEDGER BEFORE
      * REFUND REQUESTS SO THEIR CHARGE SEQUENCES CAN BE RENUMBERED,
      * AND THE RETIRED RECORD LAST.
        2200-APPLY-ONE-MERGE.
         MOVE MRG-RETIRED-NO TO WS-RET-STUDENT-NO.
         MOVE MRG-SURVIVOR-NO TO WS-SUR-STUDENT-NO.
         MOVE MRG-REQUEST-USERID TO WS-AUDIT-USERID.
         MOVE SPACES TO WS-REASON.

         PERFORM 2250-VALIDATE-MERGE THRU 2250-EXIT.

         IF WS-REASON IS NOT EQUAL TO SPACES
          ADD 1 TO WS-REJ-COUNT
          MOVE MRG-RETIRED-NO TO WS-RL-RETIRED
          MOVE MRG-SURVIVOR-NO TO WS-RL-SURVIVOR
          MOVE WS-REASON TO WS-RL-REASON
          WRITE RPT-LINE FROM WS-REJECT-LINE AFTER ADVANCING 2 LINES
          GO TO 2200-EXIT
         END-IF.

         ADD 1 TO WS-MERGE-COUNT.
         MOVE 0 TO WS-MRG-MOVED.
         MOVE 0 TO WS-MRG-DUPS.

         MOVE MRG-RETIRED-NO TO WS-ML-RETIRED.
         MOVE MRG-SURVIVOR-NO TO WS-ML-SURVIVOR.
         MOVE MRG-REQUEST-USERID TO WS-ML-REQUESTER.
         MOVE MRG-APPROVE-USERID TO WS-ML-APPROVER.
         WRITE RPT-LINE FROM WS-MERGE-LINE AFTER ADVANCING 3 LINES.
         WRITE RPT-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES.

         PERFORM 3000-MERGE-COURSES THRU 3000-EXIT.
         PERFORM 3500-MERGE-WAITLIST THRU 3500-EXIT.
         PERFORM 4000-MERGE-GRADES THRU 4000-EXIT.
         PERFORM 4300-MERGE-HISTORY THRU 4300-EXIT.
         PERFORM 4500-MERGE-ACCOUNT THRU 4500-EXIT.
         PERFORM 4700-MERGE-REFUNDS THRU 4700-EXIT.
         PERFORM 4800-MERGE-HOLDS THRU 4800-EXIT.
         PERFORM 4900-MERGE-ADDRESS-FLAG THRU 4900-EXIT.
         PERFORM 5000-MERGE-CHARGES THRU 5000-EXIT.
         PERFORM 6000-RETIRE-STUDENT THRU 6000-EXIT.

         MOVE WS-MRG-MOVED TO WS-MT-MOVED.
         MOVE WS-MRG-DUPS TO WS-MT-DUPS.
         WRITE RPT-LINE FROM WS-MERGE-TOTAL-LINE
          AFTER ADVANCING 2 LINES.
         ADD WS-MRG-MOVED TO WS-TOT-MOVED.
         ADD WS-MRG-DUPS TO WS-TOT-DUPS.

        2200-EXIT.
         EXIT.

        2250-VALIDATE-MERGE.
         IF MRG-RETIRED-NO IS EQUAL TO SPACES OR
            MRG-SURVIVOR-NO IS EQUAL TO SPACES
          MOVE 'BOTH STUDENT NUMBERS ARE REQUIRED' TO WS-REASON
          GO TO 2250-EXIT
         END-IF.

         IF MRG-RETIRED-NO IS EQUAL TO MRG-SURVIVOR-NO
          MOVE 'STUDENT NUMBERS ARE THE SAME' TO WS-REASON
          GO TO 2250-EXIT
         END-IF.

         PERFORM 2260-CHECK-USERIDS THRU 2260-EXIT.
         IF WS-REASON IS NOT EQUAL TO SPACES
          GO TO 2250-EXIT
         END-IF.

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-RET-KEY TO STUFILE-KEY.
         READ STUFILE-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N'
          MOVE 'RETIRED STUDENT NOT ON STUFILE' TO WS-REASON
          GO TO 2250-EXIT
         END-IF.

         MOVE STUFILE-RECORD TO WS-RET-RECORD.

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-SUR-KEY TO STUFILE-KEY.
         READ STUFILE-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N'
          MOVE 'SURVIVING STUDENT NOT ON STUFILE' TO WS-REASON
          GO TO 2250-EXIT
         END-IF.

      * THE SURVIVOR MUST HAVE ROOM FOR EVERY COURSE IT DOES NOT
      * ALREADY HOLD.
         MOVE 0 TO WS-UNION-COUNT.
         PERFORM 2270-COUNT-ONE-SURVIVOR THRU 2270-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 10.
         PERFORM 2275-COUNT-ONE-RETIRED THRU 2275-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 10.

         IF WS-UNION-COUNT > 10
          MOVE 'COMBINED COURSES EXCEED 10 SLOTS' TO WS-REASON
         END-IF.

        2250-EXIT.
         EXIT.

        2260-CHECK-USERIDS.
         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE MRG-REQUEST-USERID TO SECPROF-USERID.
         READ SECPROF-FILE
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N' OR
            SECPROF-DELETE-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          MOVE 'REQUESTER LACKS DELETE AUTHORITY' TO WS-REASON
          GO TO 2260-EXIT
         END-IF.

         IF MRG-APPROVE-USERID IS EQUAL TO SPACES OR
            MRG-APPROVE-USERID IS EQUAL TO MRG-REQUEST-USERID
          MOVE 'A SECOND USERID MUST APPROVE' TO WS-REASON
          GO TO 2260-EXIT
         END-IF.

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE MRG-APPROVE-USERID TO SECPROF-USERID.
         READ SECPROF-FILE
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N' OR
            SECPROF-OVERRIDE-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          MOVE 'APPROVER LACKS OVERRIDE AUTHORITY' TO WS-REASON
         END-IF.

        2260-EXIT.
         EXIT.

        2270-COUNT-ONE-SURVIVOR.
         IF STUFILE-COURSE-PART1 (WS-IDX) IS NOT EQUAL TO SPACES AND
            STUFILE-COURSE-PART1 (WS-IDX) IS NOT EQUAL TO LOW-VALUES
          ADD 1 TO WS-UNION-COUNT
         END-IF.

        2270-EXIT.
         EXIT.

        2275-COUNT-ONE-RETIRED.
         IF WS-RET-COURSE (WS-IDX) (1:4) IS EQUAL TO SPACES OR
            WS-RET-COURSE (WS-IDX) (1:4) IS EQUAL TO LOW-VALUES
          GO TO 2275-EXIT
         END-IF.

         MOVE WS-RET-COURSE (WS-IDX) TO WS-PROBE-COURSE.
         PERFORM 2280-FIND-SURVIVOR-COURSE THRU 2280-EXIT.
         IF WS-FOUND-IDX IS EQUAL TO 0
          ADD 1 TO WS-UNION-COUNT
         END-IF.

        2275-EXIT.
         EXIT.

      * SETS WS-FOUND-IDX TO THE SURVIVOR'S SLOT HOLDING
      * WS-PROBE-COURSE, ZERO WHEN IT IS NOT THERE.
        2280-FIND-SURVIVOR-COURSE.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM 2285-MATCH-ONE-SLOT THRU 2285-EXIT
          VARYING WS-SIDX FROM 1 BY 1
          UNTIL WS-SIDX > 10.

        2280-EXIT.
         EXIT.

        2285-MATCH-ONE-SLOT.
         IF STUFILE-COURSE-TABLE (WS-SIDX) IS EQUAL TO WS-PROBE-COURSE
            AND WS-FOUND-IDX IS EQUAL TO 0
          MOVE WS-SIDX TO WS-FOUND-IDX
         END-IF.

        2285-EXIT.
         EXIT.

      * SETS WS-DUP-FOUND WHEN WS-PROBE-COURSE WAS HELD BY BOTH.
        2290-CHECK-DUPLICATE.
         MOVE 'N' TO WS-DUP-FOUND.
         PERFORM 2295-MATCH-ONE-DUP THRU 2295-EXIT
          VARYING WS-SIDX FROM 1 BY 1
          UNTIL WS-SIDX > WS-DUP-COUNT.

        2290-EXIT.
         EXIT.

        2295-MATCH-ONE-DUP.
         IF WS-DUP-COURSE (WS-SIDX) IS EQUAL TO WS-PROBE-COURSE
          MOVE 'Y' TO WS-DUP-FOUND
         END-IF.

        2295-EXIT.
         EXIT.

      * EACH RETIRED COURSE EITHER JOINS THE SURVIVOR'S TABLE, TAKING
      * ITS ENROLLMENT CROSS-REFERENCE WITH IT (SEAT COUNTS UNCHANGED),
      * OR - WHEN THE SURVIVOR ALREADY HOLDS IT - IS DROPPED AND ITS
      * SEAT GIVEN BACK TO THE COURSE AND SECTION.
        3000-MERGE-COURSES.
         MOVE 0 TO WS-DUP-COUNT.

         PERFORM 3100-MERGE-ONE-COURSE THRU 3100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 10.

         IF STUFILE-PROGRAM IS EQUAL TO SPACES
          MOVE WS-RET-PROGRAM TO STUFILE-PROGRAM
         END-IF.

      * ADDRESS AND PHONE (STUFILE BYTES 111-186) ARE TAKEN FROM THE
      * RETIRED RECORD ONLY WHEN THE SURVIVOR HAS NONE.
         IF STUFILE-ADDR-LINE1 IS EQUAL TO SPACES
          MOVE WS-RET-CONTACT TO STUFILE-RECORD (111:76)
         END-IF.

         MOVE WS-RUN-DATE-JUL TO STUFILE-LAST-MAINT-DATE.
         MOVE WS-RUN-TIME-HMS TO STUFILE-LAST-MAINT-TIME.
         MOVE MRG-REQUEST-USERID TO STUFILE-LAST-MAINT-USERID.

         MOVE WS-SUR-KEY TO STUFILE-KEY.
         REWRITE STUFILE-RECORD
          INVALID KEY
           DISPLAY 'RLPRG28 STUFILE REWRITE FAILED ' WS-SUR-KEY
         END-REWRITE.

        3000-EXIT.
         EXIT.

        3100-MERGE-ONE-COURSE.
         IF WS-RET-COURSE (WS-IDX) (1:4) IS EQUAL TO SPACES OR
            WS-RET-COURSE (WS-IDX) (1:4) IS EQUAL TO LOW-VALUES
          GO TO 3100-EXIT
         END-IF.

         MOVE WS-RET-COURSE (WS-IDX) TO WS-PROBE-COURSE.
         MOVE 'STUFILE' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-PROBE-COURSE TO WS-DET-KEY.

         PERFORM 2280-FIND-SURVIVOR-COURSE THRU 2280-EXIT.

         IF WS-FOUND-IDX > 0
          ADD 1 TO WS-DUP-COUNT
          MOVE WS-PROBE-COURSE TO WS-DUP-COURSE (WS-DUP-COUNT)
          PERFORM 3200-RELEASE-DUP-SEAT THRU 3200-EXIT
          GO TO 3100-EXIT
         END-IF.

         MOVE SPACES TO WS-PROBE-COURSE.
         PERFORM 2280-FIND-SURVIVOR-COURSE THRU 2280-EXIT.
         IF WS-FOUND-IDX IS EQUAL TO 0
          MOVE LOW-VALUES TO WS-PROBE-COURSE
          PERFORM 2280-FIND-SURVIVOR-COURSE THRU 2280-EXIT
         END-IF.

         MOVE WS-RET-COURSE (WS-IDX) TO WS-PROBE-COURSE.
         MOVE WS-PROBE-COURSE TO STUFILE-COURSE-TABLE (WS-FOUND-IDX).

         MOVE 'COURSE MOVED TO SURVIVOR' TO WS-DET-ACTION.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         ADD 1 TO WS-MRG-MOVED.
         MOVE 'MRG-COURSE' TO WS-AUDIT-ACTION.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         PERFORM 3300-MOVE-XREF THRU 3300-EXIT.

        3100-EXIT.
         EXIT.

        3200-RELEASE-DUP-SEAT.
         MOVE SPACES TO WS-OLD-SECTION.
         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-PROBE-COURSE TO ENRLXRF-COURSE.
         MOVE WS-RET-KEY TO ENRLXRF-STUDENT-KEY.
         READ ENRLXRF-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'Y'
          MOVE ENRLXRF-SECTION TO WS-OLD-SECTION
          DELETE ENRLXRF-IO
           INVALID KEY
            CONTINUE
          END-DELETE
         END-IF.

         MOVE WS-PROBE-COURSE TO COURSEM-KEY.
         READ COURSEM-FILE
          INVALID KEY
           GO TO 3210-REPORT-DUP
         END-READ.

         IF COURSEM-ENROLLED > 0
          SUBTRACT 1 FROM COURSEM-ENROLLED
         END-IF.

         REWRITE COURSEM-RECORD
          INVALID KEY
           CONTINUE
         END-REWRITE.

         IF WS-OLD-SECTION IS NOT EQUAL TO SPACES
          MOVE WS-PROBE-COURSE TO CRSSECT-COURSE
          MOVE WS-OLD-SECTION TO CRSSECT-SECTION
          READ CRSSECT-FILE
           INVALID KEY
            GO TO 3210-REPORT-DUP
          END-READ
          IF CRSSECT-ENROLLED > 0
           SUBTRACT 1 FROM CRSSECT-ENROLLED
          END-IF
          REWRITE CRSSECT-RECORD
           INVALID KEY
            CONTINUE
          END-REWRITE
         END-IF.

        3210-REPORT-DUP.
         MOVE 'HELD BY BOTH - RETIRED SEAT RELEASED' TO WS-DET-ACTION.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         ADD 1 TO WS-MRG-DUPS.
         MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

        3200-EXIT.
         EXIT.

        3300-MOVE-XREF.
         MOVE WS-PROBE-COURSE TO ENRLXRF-COURSE.
         MOVE WS-RET-KEY TO ENRLXRF-STUDENT-KEY.
         READ ENRLXRF-IO
          INVALID KEY
           GO TO 3300-EXIT
         END-READ.

         DELETE ENRLXRF-IO
          INVALID KEY
           GO TO 3300-EXIT
         END-DELETE.

         MOVE 'ENRLXRF' TO WS-DET-FILE.
         MOVE WS-SUR-KEY TO ENRLXRF-STUDENT-KEY.
         WRITE ENRLXRF-RECORD
          INVALID KEY
           MOVE 'WRITE FAILED - ENROLLMENT NOT MOVED' TO WS-DET-ACTION
           PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
           ADD 1 TO WS-TOT-FAILED
           GO TO 3300-EXIT
         END-WRITE.

         MOVE 'ENROLLMENT MOVED' TO WS-DET-ACTION.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         ADD 1 TO WS-MRG-MOVED.
         MOVE 'MRG-XREF' TO WS-AUDIT-ACTION.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

        3300-EXIT.
         EXIT.

      * A RETIRED WAITLIST ENTRY IS DROPPED WHEN THE SURVIVOR NOW HOLDS
      * THE COURSE. WHEN BOTH WERE WAITING FOR THE SAME COURSE THE
      * EARLIER PLACE IS KEPT FOR THE SURVIVOR.
        3500-MERGE-WAITLIST.
         MOVE 0 TO WS-WAIT-COUNT.
         MOVE LOW-VALUES TO WAITLST-KEY.
         MOVE 'N' TO WS-BROWSE-END.
         START WAITLST-IO KEY IS NOT LESS THAN WAITLST-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        3510-WAIT-SCAN.
         IF WS-BROWSE-END IS EQUAL TO 'Y'
          GO TO 3550-WAIT-APPLY
         END-IF.

         READ WAITLST-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
           GO TO 3550-WAIT-APPLY
         END-READ.

         IF WAITLST-STUDENT-KEY IS EQUAL TO WS-RET-KEY OR
            WAITLST-STUDENT-KEY IS EQUAL TO WS-SUR-KEY
          IF WS-WAIT-COUNT < 50
           ADD 1 TO WS-WAIT-COUNT
           MOVE 'S' TO WS-WT-OWNER (WS-WAIT-COUNT)
           IF WAITLST-STUDENT-KEY IS EQUAL TO WS-RET-KEY
            MOVE 'R' TO WS-WT-OWNER (WS-WAIT-COUNT)
           END-IF
           MOVE WAITLST-COURSE TO WS-WT-COURSE (WS-WAIT-COUNT)
           MOVE WAITLST-SEQ-NO TO WS-WT-SEQ (WS-WAIT-COUNT)
           MOVE 'N' TO WS-WT-DONE (WS-WAIT-COUNT)
          ELSE
           DISPLAY 'RLPRG28 WAITLIST TABLE FULL FOR ' WS-RET-KEY
          END-IF
         END-IF.

         GO TO 3510-WAIT-SCAN.

        3550-WAIT-APPLY.
         PERFORM 3600-MERGE-ONE-WAIT THRU 3600-EXIT
          VARYING WS-WIDX FROM 1 BY 1
          UNTIL WS-WIDX > WS-WAIT-COUNT.

         PERFORM 3700-CHECK-SURVIVOR-WAIT THRU 3700-EXIT
          VARYING WS-WIDX FROM 1 BY 1
          UNTIL WS-WIDX > WS-WAIT-COUNT.

        3500-EXIT.
         EXIT.

        3600-MERGE-ONE-WAIT.
         IF WS-WT-OWNER (WS-WIDX) IS NOT EQUAL TO 'R'
          GO TO 3600-EXIT
         END-IF.

         MOVE 'Y' TO WS-WT-DONE (WS-WIDX).
         MOVE 'WAITLST' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-WT-COURSE (WS-WIDX) TO WS-DET-KEY.
         MOVE WS-WT-SEQ (WS-WIDX) TO WS-DET-KEY (10:5).
         MOVE WS-WT-COURSE (WS-WIDX) TO WS-PROBE-COURSE.

         PERFORM 2280-FIND-SURVIVOR-COURSE THRU 2280-EXIT.
         IF WS-FOUND-IDX > 0
          MOVE 'SURVIVOR ENROLLED - ENTRY DROPPED' TO WS-DET-ACTION
          PERFORM 3650-DROP-WAIT THRU 3650-EXIT
          GO TO 3600-EXIT
         END-IF.

         MOVE 0 TO WS-MATCH-IDX.
         PERFORM 3610-FIND-SURVIVOR-WAIT THRU 3610-EXIT
          VARYING WS-SIDX FROM 1 BY 1
          UNTIL WS-SIDX > WS-WAIT-COUNT.

         IF WS-MATCH-IDX > 0
          IF WS-WT-SEQ (WS-MATCH-IDX) < WS-WT-SEQ (WS-WIDX)
           MOVE 'SURVIVOR WAITING EARLIER - DROPPED' TO WS-DET-ACTION
           PERFORM 3650-DROP-WAIT THRU 3650-EXIT
           GO TO 3600-EXIT
          END-IF
          MOVE 'Y' TO WS-WT-DONE (WS-MATCH-IDX)
          MOVE WS-WT-COURSE (WS-MATCH-IDX) TO WAITLST-COURSE
          MOVE WS-WT-SEQ (WS-MATCH-IDX) TO WAITLST-SEQ-NO
          DELETE WAITLST-IO
           INVALID KEY
            CONTINUE
          END-DELETE
         END-IF.

         MOVE WS-WT-COURSE (WS-WIDX) TO WAITLST-COURSE.
         MOVE WS-WT-SEQ (WS-WIDX) TO WAITLST-SEQ-NO.
         READ WAITLST-IO
          INVALID KEY
           GO TO 3600-EXIT
         END-READ.

         MOVE WS-SUR-KEY TO WAITLST-STUDENT-KEY.
         REWRITE WAITLST-RECORD
          INVALID KEY
           GO TO 3600-EXIT
         END-REWRITE.

         IF WS-MATCH-IDX > 0
          MOVE 'EARLIER PLACE KEPT FOR SURVIVOR' TO WS-DET-ACTION
          ADD 1 TO WS-MRG-DUPS
         ELSE
          MOVE 'WAITLIST ENTRY MOVED' TO WS-DET-ACTION
          ADD 1 TO WS-MRG-MOVED
         END-IF.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         MOVE 'MRG-WAIT' TO WS-AUDIT-ACTION.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

        3600-EXIT.
         EXIT.

        3610-FIND-SURVIVOR-WAIT.
         IF WS-WT-OWNER (WS-SIDX) IS EQUAL TO 'S' AND
            WS-WT-DONE (WS-SIDX) IS EQUAL TO 'N' AND
            WS-WT-COURSE (WS-SIDX) IS EQUAL TO WS-WT-COURSE (WS-WIDX)
          MOVE WS-SIDX TO WS-MATCH-IDX
         END-IF.

        3610-EXIT.
         EXIT.

        3650-DROP-WAIT.
         MOVE WS-WT-COURSE (WS-WIDX) TO WAITLST-COURSE.
         MOVE WS-WT-SEQ (WS-WIDX) TO WAITLST-SEQ-NO.
         DELETE WAITLST-IO
          INVALID KEY
           GO TO 3650-EXIT
         END-DELETE.

         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         ADD 1 TO WS-MRG-DUPS.
         MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION.
         MOVE WS-WT-COURSE (WS-WIDX) TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

        3650-EXIT.
         EXIT.

      * THE SURVIVOR'S OWN ENTRY FOR A COURSE IT NOW HOLDS THROUGH THE
      * RETIRED NUMBER'S ENROLLMENT IS NO LONGER NEEDED.
        3700-CHECK-SURVIVOR-WAIT.
         IF WS-WT-OWNER (WS-WIDX) IS NOT EQUAL TO 'S' OR
            WS-WT-DONE (WS-WIDX) IS EQUAL TO 'Y'
          GO TO 3700-EXIT
         END-IF.

         MOVE WS-WT-COURSE (WS-WIDX) TO WS-PROBE-COURSE.
         PERFORM 2280-FIND-SURVIVOR-COURSE THRU 2280-EXIT.
         IF WS-FOUND-IDX IS EQUAL TO 0
          GO TO 3700-EXIT
         END-IF.

         MOVE 'Y' TO WS-WT-DONE (WS-WIDX).
         MOVE 'WAITLST' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-WT-COURSE (WS-WIDX) TO WS-DET-KEY.
         MOVE WS-WT-SEQ (WS-WIDX) TO WS-DET-KEY (10:5).
         MOVE 'NOW ENROLLED - SURVIVOR ENTRY DROPPED' TO WS-DET-ACTION.
         PERFORM 3650-DROP-WAIT THRU 3650-EXIT.

        3700-EXIT.
         EXIT.

      * GRADES. WHEN BOTH NUMBERS HAVE A GRADE FOR THE SAME COURSE THE
      * SURVIVOR'S IS KEPT UNLESS IT IS STILL BLANK.
        4000-MERGE-GRADES.
         MOVE 0 TO WS-MOVE-COUNT.
         MOVE WS-RET-KEY TO GRADEF-STUDENT-KEY.
         MOVE LOW-VALUES TO GRADEF-COURSE.
         MOVE 'N' TO WS-BROWSE-END.
         START GRADEF-IO KEY IS NOT LESS THAN GRADEF-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        4010-GRADE-COLLECT.
         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            WS-MOVE-COUNT IS EQUAL TO WS-MOVE-MAX
          GO TO 4020-GRADE-APPLY
         END-IF.

         READ GRADEF-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
           GO TO 4020-GRADE-APPLY
         END-READ.

         IF GRADEF-STUDENT-KEY IS NOT EQUAL TO WS-RET-KEY
          MOVE 'Y' TO WS-BROWSE-END
          GO TO 4020-GRADE-APPLY
         END-IF.

         ADD 1 TO WS-MOVE-COUNT.
         MOVE GRADEF-RECORD TO WS-MOVE-REC (WS-MOVE-COUNT).
         GO TO 4010-GRADE-COLLECT.

        4020-GRADE-APPLY.
         IF WS-MOVE-COUNT IS EQUAL TO 0
          GO TO 4000-EXIT
         END-IF.

         PERFORM 4100-MOVE-ONE-GRADE THRU 4100-EXIT
          VARYING WS-MIDX FROM 1 BY 1
          UNTIL WS-MIDX > WS-MOVE-COUNT.

         IF WS-BROWSE-END IS NOT EQUAL TO 'Y'
          MOVE WS-MOVE-REC (WS-MOVE-COUNT) TO GRADEF-RECORD
          MOVE 0 TO WS-MOVE-COUNT
          START GRADEF-IO KEY IS GREATER THAN GRADEF-KEY
           INVALID KEY
            MOVE 'Y' TO WS-BROWSE-END
          END-START
          GO TO 4010-GRADE-COLLECT
         END-IF.

        4000-EXIT.
         EXIT.

        4100-MOVE-ONE-GRADE.
         MOVE WS-MOVE-REC (WS-MIDX) TO GRADEF-RECORD.
         MOVE GRADEF-COURSE TO WS-PROBE-COURSE.
         MOVE GRADEF-GRADE TO WS-OLD-GRADE.
         MOVE 'GRADEF' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-PROBE-COURSE TO WS-DET-KEY.
         MOVE WS-OLD-GRADE TO WS-DET-KEY (10:2).

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-SUR-KEY TO GRADEF-STUDENT-KEY.
         READ GRADEF-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N'
          MOVE WS-MOVE-REC (WS-MIDX) TO GRADEF-RECORD
          MOVE WS-SUR-KEY TO GRADEF-STUDENT-KEY
          WRITE GRADEF-RECORD
           INVALID KEY
            MOVE 'WRITE FAILED - GRADE NOT MOVED' TO WS-DET-ACTION
            PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
            ADD 1 TO WS-TOT-FAILED
            GO TO 4100-EXIT
          END-WRITE
          MOVE 'GRADE MOVED' TO WS-DET-ACTION
          MOVE 'MRG-GRADE' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-MOVED
         ELSE
          MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-DUPS
          IF GRADEF-GRADE IS EQUAL TO SPACES AND
             WS-OLD-GRADE IS NOT EQUAL TO SPACES
           MOVE WS-MOVE-REC (WS-MIDX) TO GRADEF-RECORD
           MOVE WS-SUR-KEY TO GRADEF-STUDENT-KEY
           REWRITE GRADEF-RECORD
            INVALID KEY
             CONTINUE
           END-REWRITE
           MOVE 'GRADED BY BOTH - RETIRED GRADE KEPT' TO WS-DET-ACTION
          ELSE
           MOVE 'GRADED BY BOTH - SURVIVOR GRADE KEPT'
            TO WS-DET-ACTION
          END-IF
         END-IF.

         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         MOVE WS-RET-KEY TO GRADEF-STUDENT-KEY.
         MOVE WS-PROBE-COURSE TO GRADEF-COURSE.
         DELETE GRADEF-IO
          INVALID KEY
           GO TO 4100-EXIT
         END-DELETE.

        4100-EXIT.
         EXIT.

      * COMPLETED-COURSE HISTORY. A COURSE IN THE SAME TERM UNDER BOTH
      * NUMBERS KEEPS THE SURVIVOR'S ENTRY.
        4300-MERGE-HISTORY.
         MOVE 0 TO WS-MOVE-COUNT.
         MOVE WS-RET-KEY TO CRSHIST-STUDENT-KEY.
         MOVE LOW-VALUES TO CRSHIST-TERM.
         MOVE LOW-VALUES TO CRSHIST-COURSE.
         MOVE 'N' TO WS-BROWSE-END.
         START CRSHIST-IO KEY IS NOT LESS THAN CRSHIST-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        4310-HISTORY-COLLECT.
         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            WS-MOVE-COUNT IS EQUAL TO WS-MOVE-MAX
          GO TO 4320-HISTORY-APPLY
         END-IF.

         READ CRSHIST-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
           GO TO 4320-HISTORY-APPLY
         END-READ.

         IF CRSHIST-STUDENT-KEY IS NOT EQUAL TO WS-RET-KEY
          MOVE 'Y' TO WS-BROWSE-END
          GO TO 4320-HISTORY-APPLY
         END-IF.

         ADD 1 TO WS-MOVE-COUNT.
         MOVE CRSHIST-RECORD TO WS-MOVE-REC (WS-MOVE-COUNT).
         GO TO 4310-HISTORY-COLLECT.

        4320-HISTORY-APPLY.
         IF WS-MOVE-COUNT IS EQUAL TO 0
          GO TO 4300-EXIT
         END-IF.

         PERFORM 4400-MOVE-ONE-HISTORY THRU 4400-EXIT
          VARYING WS-MIDX FROM 1 BY 1
          UNTIL WS-MIDX > WS-MOVE-COUNT.

         IF WS-BROWSE-END IS NOT EQUAL TO 'Y'
          MOVE WS-MOVE-REC (WS-MOVE-COUNT) TO CRSHIST-RECORD
          MOVE 0 TO WS-MOVE-COUNT
          START CRSHIST-IO KEY IS GREATER THAN CRSHIST-KEY
           INVALID KEY
            MOVE 'Y' TO WS-BROWSE-END
          END-START
          GO TO 4310-HISTORY-COLLECT
         END-IF.

        4300-EXIT.
         EXIT.

        4400-MOVE-ONE-HISTORY.
         MOVE WS-MOVE-REC (WS-MIDX) TO CRSHIST-RECORD.
         MOVE CRSHIST-COURSE TO WS-PROBE-COURSE.
         MOVE CRSHIST-TERM TO WS-OLD-TERM.
         MOVE 'CRSHIST' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-OLD-TERM TO WS-DET-KEY.
         MOVE WS-PROBE-COURSE TO WS-DET-KEY (8:8).
         MOVE CRSHIST-GRADE TO WS-DET-KEY (17:2).

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-SUR-KEY TO CRSHIST-STUDENT-KEY.
         READ CRSHIST-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N'
          MOVE WS-MOVE-REC (WS-MIDX) TO CRSHIST-RECORD
          MOVE WS-SUR-KEY TO CRSHIST-STUDENT-KEY
          WRITE CRSHIST-RECORD
           INVALID KEY
            MOVE 'WRITE FAILED - HISTORY NOT MOVED' TO WS-DET-ACTION
            PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
            ADD 1 TO WS-TOT-FAILED
            GO TO 4400-EXIT
          END-WRITE
          MOVE 'HISTORY MOVED' TO WS-DET-ACTION
          MOVE 'MRG-HIST' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-MOVED
         ELSE
          MOVE 'ON BOTH FOR THE TERM - SURVIVOR KEPT' TO WS-DET-ACTION
          MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-DUPS
         END-IF.

         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         MOVE WS-RET-KEY TO CRSHIST-STUDENT-KEY.
         MOVE WS-OLD-TERM TO CRSHIST-TERM.
         MOVE WS-PROBE-COURSE TO CRSHIST-COURSE.
         DELETE CRSHIST-IO
          INVALID KEY
           GO TO 4400-EXIT
         END-DELETE.

        4400-EXIT.
         EXIT.

      * LEDGER. THE RETIRED ENTRIES ARE RENUMBERED AFTER THE
      * SURVIVOR'S LAST SEQUENCE (AND AN ADJUSTMENT'S REFERENCE TO ITS
      * ORIGINAL CHARGE WITH THEM), AND THE RETIRED HEADER'S BALANCE
      * AND TOTALS ARE ADDED TO THE SURVIVOR'S HEADER. A CHARGE FOR A
      * COURSE BOTH NUMBERS HELD IS MOVED BUT FLAGGED FOR THE BURSAR.
        4500-MERGE-ACCOUNT.
         MOVE 0 TO WS-ACCT-BALANCE.
         MOVE 0 TO WS-ACCT-CHARGED.
         MOVE 0 TO WS-ACCT-CREDITED.
         MOVE 0 TO WS-ACCT-LAST-CHG.
         MOVE 0 TO WS-ACCT-LAST-PAY.
         MOVE 0 TO WS-ACCT-MAX-SEQ.
         MOVE 0 TO WS-SEQ-OFFSET.
         MOVE 'N' TO WS-RET-ACCT-FOUND.

         MOVE 'Y' TO WS-SUR-ACCT-EXISTS.
         MOVE WS-SUR-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.
         READ STUACCT-IO
          INVALID KEY
           MOVE 'N' TO WS-SUR-ACCT-EXISTS
         END-READ.

         IF WS-SUR-ACCT-EXISTS IS EQUAL TO 'Y'
          MOVE STUACCT-LAST-SEQ TO WS-SEQ-OFFSET
         END-IF.

        4510-ACCOUNT-ROUND.
         MOVE 0 TO WS-MOVE-COUNT.
         MOVE WS-RET-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.
         MOVE 'N' TO WS-BROWSE-END.
         START STUACCT-IO KEY IS NOT LESS THAN STUACCT-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        4520-ACCOUNT-COLLECT.
         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            WS-MOVE-COUNT IS EQUAL TO WS-MOVE-MAX
          GO TO 4530-ACCOUNT-APPLY
         END-IF.

         READ STUACCT-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
           GO TO 4530-ACCOUNT-APPLY
         END-READ.

         IF STUACCT-STUDENT-KEY IS NOT EQUAL TO WS-RET-KEY
          MOVE 'Y' TO WS-BROWSE-END
          GO TO 4530-ACCOUNT-APPLY
         END-IF.

         ADD 1 TO WS-MOVE-COUNT.
         MOVE STUACCT-RECORD TO WS-MOVE-REC (WS-MOVE-COUNT).
         GO TO 4520-ACCOUNT-COLLECT.

        4530-ACCOUNT-APPLY.
         IF WS-MOVE-COUNT IS EQUAL TO 0
          GO TO 4550-UPDATE-HEADER
         END-IF.

         PERFORM 4600-MOVE-ONE-ENTRY THRU 4600-EXIT
          VARYING WS-MIDX FROM 1 BY 1
          UNTIL WS-MIDX > WS-MOVE-COUNT.

         IF WS-BROWSE-END IS NOT EQUAL TO 'Y'
          MOVE WS-MOVE-REC (WS-MOVE-COUNT) TO STUACCT-RECORD
          MOVE 0 TO WS-MOVE-COUNT
          START STUACCT-IO KEY IS GREATER THAN STUACCT-KEY
           INVALID KEY
            MOVE 'Y' TO WS-BROWSE-END
          END-START
          GO TO 4520-ACCOUNT-COLLECT
         END-IF.

        4550-UPDATE-HEADER.
         IF WS-RET-ACCT-FOUND IS EQUAL TO 'N' AND
            WS-ACCT-MAX-SEQ IS EQUAL TO 0
          GO TO 4500-EXIT
         END-IF.

         MOVE 'STUACCT' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE 'HEADER' TO WS-DET-KEY.

         MOVE 'Y' TO WS-SUR-ACCT-EXISTS.
         MOVE WS-SUR-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.
         READ STUACCT-IO
          INVALID KEY
           MOVE 'N' TO WS-SUR-ACCT-EXISTS
         END-READ.

         IF WS-SUR-ACCT-EXISTS IS EQUAL TO 'N'
          MOVE SPACES TO STUACCT-RECORD
          MOVE WS-SUR-KEY TO STUACCT-STUDENT-KEY
          MOVE 0 TO STUACCT-SEQ-NO
          MOVE 'H' TO STUACCT-REC-TYPE
          MOVE 0 TO STUACCT-BALANCE
          MOVE 0 TO STUACCT-TOT-CHARGED
          MOVE 0 TO STUACCT-TOT-CREDITED
          MOVE 0 TO STUACCT-LAST-SEQ
          MOVE 0 TO STUACCT-LAST-CHG-DATE
          MOVE 0 TO STUACCT-LAST-PAY-DATE
         END-IF.

         ADD WS-ACCT-BALANCE TO STUACCT-BALANCE.
         ADD WS-ACCT-CHARGED TO STUACCT-TOT-CHARGED.
         ADD WS-ACCT-CREDITED TO STUACCT-TOT-CREDITED.
         IF WS-ACCT-MAX-SEQ > STUACCT-LAST-SEQ
          MOVE WS-ACCT-MAX-SEQ TO STUACCT-LAST-SEQ
         END-IF.
         IF WS-ACCT-LAST-CHG > STUACCT-LAST-CHG-DATE
          MOVE WS-ACCT-LAST-CHG TO STUACCT-LAST-CHG-DATE
         END-IF.
         IF WS-ACCT-LAST-PAY > STUACCT-LAST-PAY-DATE
          MOVE WS-ACCT-LAST-PAY TO STUACCT-LAST-PAY-DATE
         END-IF.

         IF WS-SUR-ACCT-EXISTS IS EQUAL TO 'Y'
          REWRITE STUACCT-RECORD
           INVALID KEY
            MOVE 'HEADER REWRITE FAILED' TO WS-DET-ACTION
            PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
            ADD 1 TO WS-TOT-FAILED
            GO TO 4500-EXIT
          END-REWRITE
         ELSE
          WRITE STUACCT-RECORD
           INVALID KEY
            MOVE 'HEADER WRITE FAILED' TO WS-DET-ACTION
            PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
            ADD 1 TO WS-TOT-FAILED
            GO TO 4500-EXIT
          END-WRITE
         END-IF.

         MOVE 'BALANCE AND TOTALS ADDED TO SURVIVOR' TO WS-DET-ACTION.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.

        4500-EXIT.
         EXIT.

        4600-MOVE-ONE-ENTRY.
         MOVE WS-MOVE-REC (WS-MIDX) TO STUACCT-RECORD.
         MOVE STUACCT-SEQ-NO TO WS-OLD-SEQ.

         IF STUACCT-HEADER-REC
          MOVE 'Y' TO WS-RET-ACCT-FOUND
          ADD STUACCT-BALANCE TO WS-ACCT-BALANCE
          ADD STUACCT-TOT-CHARGED TO WS-ACCT-CHARGED
          ADD STUACCT-TOT-CREDITED TO WS-ACCT-CREDITED
          MOVE STUACCT-LAST-CHG-DATE TO WS-ACCT-LAST-CHG
          MOVE STUACCT-LAST-PAY-DATE TO WS-ACCT-LAST-PAY
          GO TO 4650-DELETE-RETIRED-ENTRY
         END-IF.

         COMPUTE WS-NEW-SEQ = WS-OLD-SEQ + WS-SEQ-OFFSET.
         MOVE WS-SUR-KEY TO STUACCT-STUDENT-KEY.
         MOVE WS-NEW-SEQ TO STUACCT-SEQ-NO.

         IF STUACCT-ADJUST-REC AND
            STUACCT-REFERENCE (1:5) IS NUMERIC
          MOVE STUACCT-REFERENCE (1:5) TO WS-REF-SEQ
          ADD WS-SEQ-OFFSET TO WS-REF-SEQ
          MOVE WS-REF-SEQ TO STUACCT-REFERENCE (1:5)
         END-IF.

         MOVE 'STUACCT' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-OLD-SEQ TO WS-DET-KEY.
         MOVE '->' TO WS-DET-KEY (7:2).
         MOVE WS-NEW-SEQ TO WS-DET-KEY (10:5).
         MOVE STUACCT-REC-TYPE TO WS-DET-KEY (16:1).

         WRITE STUACCT-RECORD
          INVALID KEY
           MOVE 'WRITE FAILED - ENTRY NOT MOVED' TO WS-DET-ACTION
           PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
           ADD 1 TO WS-TOT-FAILED
           GO TO 4600-EXIT
         END-WRITE.

         IF WS-NEW-SEQ > WS-ACCT-MAX-SEQ
          MOVE WS-NEW-SEQ TO WS-ACCT-MAX-SEQ
         END-IF.

         MOVE 'LEDGER ENTRY MOVED' TO WS-DET-ACTION.
         IF STUACCT-CHARGE-REC
          MOVE STUACCT-COURSE TO WS-PROBE-COURSE
          PERFORM 2290-CHECK-DUPLICATE THRU 2290-EXIT
          IF WS-DUP-FOUND IS EQUAL TO 'Y'
           MOVE 'MOVED - CHARGE FOR COURSE HELD BY BOTH'
            TO WS-DET-ACTION
          END-IF
         END-IF.

         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         ADD 1 TO WS-MRG-MOVED.
         MOVE 'MRG-ACCT' TO WS-AUDIT-ACTION.
         MOVE SPACES TO WS-AUDIT-DETAIL.
         MOVE WS-NEW-SEQ TO WS-AUDIT-DETAIL (1:5).
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

        4650-DELETE-RETIRED-ENTRY.
         MOVE WS-RET-KEY TO STUACCT-STUDENT-KEY.
         MOVE WS-OLD-SEQ TO STUACCT-SEQ-NO.
         DELETE STUACCT-IO
          INVALID KEY
           GO TO 4600-EXIT
         END-DELETE.

        4600-EXIT.
         EXIT.

      * REFUND REQUESTS FOLLOW THE LEDGER - A PRICED REQUEST'S CHARGE
      * SEQUENCE IS RENUMBERED BY THE SAME OFFSET.
        4700-MERGE-REFUNDS.
         MOVE 0 TO WS-MOVE-COUNT.
         MOVE LOW-VALUES TO REFREQ-KEY.
         MOVE WS-RET-KEY TO REFREQ-STUDENT-KEY.
         MOVE 'N' TO WS-BROWSE-END.
         START REFREQ-IO KEY IS NOT LESS THAN REFREQ-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        4710-REFUND-COLLECT.
         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            WS-MOVE-COUNT IS EQUAL TO WS-MOVE-MAX
          GO TO 4720-REFUND-APPLY
         END-IF.

         READ REFREQ-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
           GO TO 4720-REFUND-APPLY
         END-READ.

         IF REFREQ-STUDENT-KEY IS NOT EQUAL TO WS-RET-KEY
          MOVE 'Y' TO WS-BROWSE-END
          GO TO 4720-REFUND-APPLY
         END-IF.

         ADD 1 TO WS-MOVE-COUNT.
         MOVE REFREQ-RECORD TO WS-MOVE-REC (WS-MOVE-COUNT).
         GO TO 4710-REFUND-COLLECT.

        4720-REFUND-APPLY.
         IF WS-MOVE-COUNT IS EQUAL TO 0
          GO TO 4700-EXIT
         END-IF.

         PERFORM 4750-MOVE-ONE-REFUND THRU 4750-EXIT
          VARYING WS-MIDX FROM 1 BY 1
          UNTIL WS-MIDX > WS-MOVE-COUNT.

         IF WS-BROWSE-END IS NOT EQUAL TO 'Y'
          MOVE WS-MOVE-REC (WS-MOVE-COUNT) TO REFREQ-RECORD
          MOVE 0 TO WS-MOVE-COUNT
          START REFREQ-IO KEY IS GREATER THAN REFREQ-KEY
           INVALID KEY
            MOVE 'Y' TO WS-BROWSE-END
          END-START
          GO TO 4710-REFUND-COLLECT
         END-IF.

        4700-EXIT.
         EXIT.

        4750-MOVE-ONE-REFUND.
         MOVE WS-MOVE-REC (WS-MIDX) TO REFREQ-RECORD.
         MOVE REFREQ-KEY TO WS-SAVE-REFREQ-KEY.
         MOVE REFREQ-COURSE TO WS-PROBE-COURSE.

         MOVE 'REFREQ' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-PROBE-COURSE TO WS-DET-KEY.
         MOVE REFREQ-STATUS TO WS-DET-KEY (10:1).

         MOVE WS-SUR-KEY TO REFREQ-STUDENT-KEY.
         IF REFREQ-CHG-SEQ IS NUMERIC AND REFREQ-CHG-SEQ > 0
          ADD WS-SEQ-OFFSET TO REFREQ-CHG-SEQ
         END-IF.

         WRITE REFREQ-RECORD
          INVALID KEY
           MOVE 'WRITE FAILED - REQUEST NOT MOVED' TO WS-DET-ACTION
           PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
           ADD 1 TO WS-TOT-FAILED
           GO TO 4750-EXIT
         END-WRITE.

         MOVE 'REFUND REQUEST MOVED' TO WS-DET-ACTION.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         ADD 1 TO WS-MRG-MOVED.
         MOVE 'MRG-REFUND' TO WS-AUDIT-ACTION.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         MOVE WS-SAVE-REFREQ-KEY TO REFREQ-KEY.
         DELETE REFREQ-IO
          INVALID KEY
           GO TO 4750-EXIT
         END-DELETE.

        4750-EXIT.
         EXIT.

      * HOLDS. WHERE BOTH NUMBERS CARRY A HOLD OF THE SAME TYPE THE
      * ACTIVE ONE IS KEPT, THE SURVIVOR'S WHEN BOTH ARE ACTIVE.
        4800-MERGE-HOLDS.
         MOVE 0 TO WS-MOVE-COUNT.
         MOVE WS-RET-KEY TO STUHOLD-STUDENT-KEY.
         MOVE LOW-VALUES TO STUHOLD-TYPE.
         MOVE 'N' TO WS-BROWSE-END.
         START STUHOLD-IO KEY IS NOT LESS THAN STUHOLD-KEY
          INVALID KEY
           MOVE 'Y' TO WS-BROWSE-END
         END-START.

        4810-HOLD-COLLECT.
         IF WS-BROWSE-END IS EQUAL TO 'Y' OR
            WS-MOVE-COUNT IS EQUAL TO WS-MOVE-MAX
          GO TO 4820-HOLD-APPLY
         END-IF.

         READ STUHOLD-IO NEXT RECORD
          AT END
           MOVE 'Y' TO WS-BROWSE-END
           GO TO 4820-HOLD-APPLY
         END-READ.

         IF STUHOLD-STUDENT-KEY IS NOT EQUAL TO WS-RET-KEY
          MOVE 'Y' TO WS-BROWSE-END
          GO TO 4820-HOLD-APPLY
         END-IF.

         ADD 1 TO WS-MOVE-COUNT.
         MOVE STUHOLD-RECORD TO WS-MOVE-REC (WS-MOVE-COUNT).
         GO TO 4810-HOLD-COLLECT.

        4820-HOLD-APPLY.
         IF WS-MOVE-COUNT IS EQUAL TO 0
          GO TO 4800-EXIT
         END-IF.

         PERFORM 4850-MOVE-ONE-HOLD THRU 4850-EXIT
          VARYING WS-MIDX FROM 1 BY 1
          UNTIL WS-MIDX > WS-MOVE-COUNT.

         IF WS-BROWSE-END IS NOT EQUAL TO 'Y'
          MOVE WS-MOVE-REC (WS-MOVE-COUNT) TO STUHOLD-RECORD
          MOVE 0 TO WS-MOVE-COUNT
          START STUHOLD-IO KEY IS GREATER THAN STUHOLD-KEY
           INVALID KEY
            MOVE 'Y' TO WS-BROWSE-END
          END-START
          GO TO 4810-HOLD-COLLECT
         END-IF.

        4800-EXIT.
         EXIT.

        4850-MOVE-ONE-HOLD.
         MOVE WS-MOVE-REC (WS-MIDX) TO STUHOLD-RECORD.
         MOVE STUHOLD-TYPE TO WS-OLD-TYPE.
         MOVE STUHOLD-STATUS TO WS-OLD-STATUS.
         MOVE 'STUHOLD' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE 'TYPE' TO WS-DET-KEY.
         MOVE WS-OLD-TYPE TO WS-DET-KEY (6:1).
         MOVE STUHOLD-STATUS TO WS-DET-KEY (8:1).

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-SUR-KEY TO STUHOLD-STUDENT-KEY.
         READ STUHOLD-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N'
          MOVE WS-MOVE-REC (WS-MIDX) TO STUHOLD-RECORD
          MOVE WS-SUR-KEY TO STUHOLD-STUDENT-KEY
          WRITE STUHOLD-RECORD
           INVALID KEY
            MOVE 'WRITE FAILED - HOLD NOT MOVED' TO WS-DET-ACTION
            PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
            ADD 1 TO WS-TOT-FAILED
            GO TO 4850-EXIT
          END-WRITE
          MOVE 'HOLD MOVED' TO WS-DET-ACTION
          MOVE 'MRG-HOLD' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-MOVED
         ELSE
          MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-DUPS
          IF STUHOLD-RELEASED AND
             WS-OLD-STATUS IS EQUAL TO 'A'
           MOVE WS-MOVE-REC (WS-MIDX) TO STUHOLD-RECORD
           MOVE WS-SUR-KEY TO STUHOLD-STUDENT-KEY
           REWRITE STUHOLD-RECORD
            INVALID KEY
             CONTINUE
           END-REWRITE
           MOVE 'SAME TYPE ON BOTH - ACTIVE HOLD KEPT' TO WS-DET-ACTION
          ELSE
           MOVE 'SAME TYPE ON BOTH - SURVIVOR HOLD KEPT'
            TO WS-DET-ACTION
          END-IF
         END-IF.

         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         MOVE SPACES TO WS-AUDIT-DETAIL.
         MOVE WS-OLD-TYPE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         MOVE WS-RET-KEY TO STUHOLD-STUDENT-KEY.
         MOVE WS-OLD-TYPE TO STUHOLD-TYPE.
         DELETE STUHOLD-IO
          INVALID KEY
           GO TO 4850-EXIT
         END-DELETE.

        4850-EXIT.
         EXIT.

      * UNDELIVERABLE ADDRESS FLAG. IT BELONGS TO THE ADDRESS THE MAIL
      * CAME BACK FROM, SO IT GOES OVER TO THE SURVIVOR ONLY WHEN THE
      * SURVIVOR IS AT THAT SAME ADDRESS; OTHERWISE IT IS DROPPED. A
      * SURVIVOR ALREADY FLAGGED KEEPS ITS OWN FLAG.
        4900-MERGE-ADDRESS-FLAG.
         MOVE WS-RET-KEY TO ADDRFLG-STUDENT-KEY.
         READ ADDRFLG-IO
          INVALID KEY
           GO TO 4900-EXIT
         END-READ.

         MOVE ADDRFLG-RECORD TO WS-MOVE-REC (1).
         MOVE 'ADDRFLG' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE ADDRFLG-BAD-POSTAL TO WS-DET-KEY.
         MOVE SPACES TO WS-AUDIT-DETAIL.
         MOVE ADDRFLG-BAD-POSTAL TO WS-AUDIT-DETAIL.

         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-SUR-KEY TO ADDRFLG-STUDENT-KEY.
         READ ADDRFLG-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'Y'
          MOVE 'FLAGGED ON BOTH - SURVIVOR FLAG KEPT' TO WS-DET-ACTION
          MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-DUPS
          GO TO 4950-DELETE-RETIRED-FLAG
         END-IF.

         MOVE WS-MOVE-REC (1) TO ADDRFLG-RECORD.
         MOVE 'Y' TO WS-REC-EXISTS.
         MOVE WS-SUR-KEY TO STUFILE-KEY.
         READ STUFILE-IO
          INVALID KEY
           MOVE 'N' TO WS-REC-EXISTS
         END-READ.

         IF WS-REC-EXISTS IS EQUAL TO 'N' OR
            STUFILE-ADDR-LINE1 IS NOT EQUAL TO ADDRFLG-BAD-ADDR-LINE1 OR
            STUFILE-POSTAL IS NOT EQUAL TO ADDRFLG-BAD-POSTAL
          MOVE 'SURVIVOR AT ANOTHER ADDRESS - DROPPED' TO WS-DET-ACTION
          MOVE 'MRG-FLGDRP' TO WS-AUDIT-ACTION
          GO TO 4950-DELETE-RETIRED-FLAG
         END-IF.

         MOVE WS-SUR-KEY TO ADDRFLG-STUDENT-KEY.
         WRITE ADDRFLG-RECORD
          INVALID KEY
           MOVE 'WRITE FAILED - FLAG NOT MOVED' TO WS-DET-ACTION
           PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT
           ADD 1 TO WS-TOT-FAILED
           GO TO 4900-EXIT
         END-WRITE.
         MOVE 'FLAG MOVED - SAME ADDRESS' TO WS-DET-ACTION.
         MOVE 'MRG-ADRFLG' TO WS-AUDIT-ACTION.
         ADD 1 TO WS-MRG-MOVED.

        4950-DELETE-RETIRED-FLAG.
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         MOVE WS-RET-KEY TO ADDRFLG-STUDENT-KEY.
         DELETE ADDRFLG-IO
          INVALID KEY
           CONTINUE
         END-DELETE.

        4900-EXIT.
         EXIT.

      * TUITION CHARGES ARE RE-NUMBERED IN PLACE. A CHARGE FOR A
      * COURSE BOTH NUMBERS HELD IS ZEROED, WHICH THE POSTING RUN
      * (RLPRG16) SKIPS, SO THE SURVIVOR IS BILLED ONCE.
        5000-MERGE-CHARGES.
         OPEN I-O CHARGE-FILE.
         MOVE 'N' TO WS-CHARGE-EOF.

        5010-CHARGE-LOOP.
         READ CHARGE-FILE
          AT END
           MOVE 'Y' TO WS-CHARGE-EOF
         END-READ.

         IF WS-CHARGE-EOF IS EQUAL TO 'Y'
          GO TO 5090-CHARGE-CLOSE
         END-IF.

         IF CHG-STUDENT-NO IS NOT EQUAL TO WS-RET-STUDENT-NO
          GO TO 5010-CHARGE-LOOP
         END-IF.

         MOVE CHG-COURSE TO WS-PROBE-COURSE.
         MOVE 'TUITCHG' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE CHG-TERM TO WS-DET-KEY.
         MOVE WS-PROBE-COURSE TO WS-DET-KEY (8:8).

         MOVE WS-SUR-STUDENT-NO TO CHG-STUDENT-NO.
         PERFORM 2290-CHECK-DUPLICATE THRU 2290-EXIT.
         IF WS-DUP-FOUND IS EQUAL TO 'Y'
          MOVE 0 TO CHG-FEE
          MOVE 'HELD BY BOTH - FEE ZEROED' TO WS-DET-ACTION
          MOVE 'MRG-DUPDRP' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-DUPS
         ELSE
          MOVE 'CHARGE MOVED' TO WS-DET-ACTION
          MOVE 'MRG-CHARGE' TO WS-AUDIT-ACTION
          ADD 1 TO WS-MRG-MOVED
         END-IF.

         REWRITE CHARGE-REC.

         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.
         MOVE WS-PROBE-COURSE TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.
         GO TO 5010-CHARGE-LOOP.

        5090-CHARGE-CLOSE.
         CLOSE CHARGE-FILE.

        5000-EXIT.
         EXIT.

      * THE RETIRED RECORD GOES TO THE ARCHIVE WITH AN EMPTY COURSE
      * TABLE (ITS COURSES NOW BELONG TO THE SURVIVOR), ITS MERGED-INTO
      * REFERENCE TO STUMERG, AND IS THEN REMOVED FROM STUFILE.
        6000-RETIRE-STUDENT.
         MOVE WS-RET-RECORD TO STUARCH-RECORD.
         PERFORM 6100-CLEAR-ONE-COURSE THRU 6100-EXIT
          VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > 10.
         MOVE WS-RUN-DATE-JUL TO STUARCH-LAST-MAINT-DATE.
         MOVE WS-RUN-TIME-HMS TO STUARCH-LAST-MAINT-TIME.
         MOVE MRG-REQUEST-USERID TO STUARCH-LAST-MAINT-USERID.

         WRITE STUARCH-RECORD
          INVALID KEY
           REWRITE STUARCH-RECORD
            INVALID KEY
             DISPLAY 'RLPRG28 STUARCH WRITE FAILED ' WS-RET-KEY
           END-REWRITE
         END-WRITE.

         MOVE WS-RET-KEY TO STUMERG-RETIRED-KEY.
         MOVE WS-SUR-KEY TO STUMERG-SURVIVOR-KEY.
         MOVE WS-RUN-DATE-JUL TO STUMERG-MERGE-DATE.
         MOVE WS-RUN-TIME-HMS TO STUMERG-MERGE-TIME.
         MOVE MRG-REQUEST-USERID TO STUMERG-REQUEST-USERID.
         MOVE MRG-APPROVE-USERID TO STUMERG-APPROVE-USERID.

         WRITE STUMERG-RECORD
          INVALID KEY
           REWRITE STUMERG-RECORD
            INVALID KEY
             DISPLAY 'RLPRG28 STUMERG WRITE FAILED ' WS-RET-KEY
           END-REWRITE
         END-WRITE.

         MOVE WS-RET-KEY TO STUFILE-KEY.
         DELETE STUFILE-IO
          INVALID KEY
           DISPLAY 'RLPRG28 STUFILE DELETE FAILED ' WS-RET-KEY
         END-DELETE.

         MOVE 'STUFILE' TO WS-DET-FILE.
         MOVE SPACES TO WS-DET-KEY.
         MOVE WS-RET-STUDENT-NO TO WS-DET-KEY.
         MOVE 'RETIRED - ARCHIVED, MERGED INTO' TO WS-DET-ACTION.
         MOVE WS-SUR-STUDENT-NO TO WS-DET-ACTION (33:7).
         PERFORM 9600-WRITE-DETAIL THRU 9600-EXIT.

         MOVE 'MERGE-OUT' TO WS-AUDIT-ACTION.
         MOVE WS-RET-KEY TO WS-AUDIT-KEY.
         MOVE WS-SUR-KEY TO WS-AUDIT-DETAIL.
         PERFORM 9510-WRITE-AUDIT-RECORD THRU 9510-EXIT.

         MOVE 'MERGE-IN' TO WS-AUDIT-ACTION.
         MOVE WS-RET-KEY TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

         MOVE 'MERGE-APPR' TO WS-AUDIT-ACTION.
         MOVE MRG-APPROVE-USERID TO WS-AUDIT-USERID.
         MOVE WS-RET-KEY TO WS-AUDIT-DETAIL.
         PERFORM 9500-WRITE-AUDIT-SURVIVOR THRU 9500-EXIT.

        6000-EXIT.
         EXIT.

        6100-CLEAR-ONE-COURSE.
         MOVE SPACES TO STUARCH-COURSE-TABLE (WS-IDX).

        6100-EXIT.
         EXIT.

        7000-PRINT-TOTALS.
         MOVE 'MERGE CARDS READ' TO WS-TOT-LABEL.
         MOVE WS-READ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 3 LINES.

         MOVE 'MERGES APPLIED' TO WS-TOT-LABEL.
         MOVE WS-MERGE-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'MERGES REJECTED' TO WS-TOT-LABEL.
         MOVE WS-REJ-COUNT TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS MOVED' TO WS-TOT-LABEL.
         MOVE WS-TOT-MOVED TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'DUPLICATES RESOLVED' TO WS-TOT-LABEL.
         MOVE WS-TOT-DUPS TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         MOVE 'RECORDS NOT MOVED - SEE ABOVE' TO WS-TOT-LABEL.
         MOVE WS-TOT-FAILED TO WS-TOT-COUNT.
         WRITE RPT-LINE FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

         DISPLAY 'RLPRG28 MERGE CARDS READ     ' WS-READ-COUNT.
         DISPLAY 'RLPRG28 MERGES APPLIED       ' WS-MERGE-COUNT.
         DISPLAY 'RLPRG28 MERGES REJECTED      ' WS-REJ-COUNT.

        7000-EXIT.
         EXIT.

        9000-TERMINATE.
         CLOSE MERGREQ-FILE.
         CLOSE STUFILE-IO.
         CLOSE STUARCH-IO.
         CLOSE STUMERG-IO.
         CLOSE SECPROF-FILE.
         CLOSE COURSEM-FILE.
         CLOSE CRSSECT-FILE.
         CLOSE ENRLXRF-IO.
         CLOSE WAITLST-IO.
         CLOSE GRADEF-IO.
         CLOSE CRSHIST-IO.
         CLOSE STUACCT-IO.
         CLOSE REFREQ-IO.
         CLOSE STUHOLD-IO.
         CLOSE ADDRFLG-IO.
         CLOSE AUDITLOG-OUT.
         CLOSE MERGE-RPT.

        9000-EXIT.
         EXIT.

      * EVERY RECORD MOVED OR RESOLVED IS LOGGED UNDER THE SURVIVING
      * KEY, WITH THE COURSE (OR LEDGER SEQUENCE, HOLD TYPE OR OTHER
      * STUDENT KEY) IN THE DETAIL FIELD.
        9500-WRITE-AUDIT-SURVIVOR.
         MOVE WS-SUR-KEY TO WS-AUDIT-KEY.
         PERFORM 9510-WRITE-AUDIT-RECORD THRU 9510-EXIT.

        9500-EXIT.
         EXIT.

        9510-WRITE-AUDIT-RECORD.
         MOVE WS-AUDIT-KEY TO AUDITLOG-STUDENT-KEY.
         MOVE WS-AUDIT-ACTION TO AUDITLOG-ACTION-CODE.
         MOVE 'BTCH' TO AUDITLOG-TERM-ID.
         MOVE WS-AUDIT-USERID TO AUDITLOG-USERID.
         MOVE WS-RUN-TIME-HMS TO AUDITLOG-TIME.
         MOVE WS-RUN-DATE-JUL TO AUDITLOG-DATE.
         MOVE WS-AUDIT-DETAIL TO AUDITLOG-DETAIL.

         WRITE AUDITLOG-RECORD.

         MOVE SPACES TO WS-AUDIT-DETAIL.

        9510-EXIT.
         EXIT.

        9600-WRITE-DETAIL.
         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

        9600-EXIT.
         EXIT.
