       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG39.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         COPY 'RLMAP15'.
         01 WS-TRANSFER-FIELD              PIC X(2).
         01 WS-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 2.

         01  OPER-PROFILE-FOUND            PIC 9 VALUE 1.
         01  WS-OPER-USERID                PIC X(8).
         01  WS-STUDENT-EXISTS             PIC X.
         01  WS-MORE-RECORDS               PIC X VALUE 'N'.
         01  WS-LINE-IDX                   PIC S9(4) COMP VALUE 0.
         01  WS-WORK-STUDENT-NO            PIC X(7).
         01  WS-WORK-TERM                  PIC X(6).
         01  WS-WORK-MESSAGE               PIC X(79).
         01  WS-DATE-OUT                   PIC 9(7).
         01  WS-CREDITS-OUT                PIC ZZ9.
         01  WS-AUDIT-ACTION               PIC X(10).

         01  WS-HOLD-SUMMARY.
          05 WS-HOLD-LOAD                 PIC X(2).
          05 WS-HOLD-STANDING             PIC X(2).
          05 WS-HOLD-CREDITS              PIC S9(3) COMP-3.

         01  WS-CENSUS-LINE.
          05 WS-CL-COURSE-A               PIC X(4).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-CL-COURSE-B               PIC X(4).
          05 FILLER                       PIC X(3) VALUE SPACES.
          05 WS-CL-SECTION                PIC X(2).
          05 FILLER                       PIC X(3) VALUE SPACES.
          05 WS-CL-CREDITS                PIC ZZ9.
          05 FILLER                       PIC X(20) VALUE SPACES.

         COPY 'CENSUS'.
         COPY 'TERMCTL'.
         COPY 'STUFILE'.
         COPY 'SECPROF'.
         COPY 'AUDITLOG'.

         01 CENSUS-LENGTH                  PIC S9(4) COMP VALUE 60.
         01 TERMCTL-LENGTH                 PIC S9(4) COMP VALUE 56.
         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 SECPROF-LENGTH                 PIC S9(4) COMP VALUE 40.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          05 LK-TRANSFER                   PIC XX.

       PROCEDURE DIVISION.
        000-START-LOGIC.
         EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME) END-EXEC.
         EXEC CICS HANDLE CONDITION NOTFND(550-NO-TERM) END-EXEC.
         EXEC CICS HANDLE AID PF9(900-EXIT) END-EXEC.

         PERFORM 050-CHECK-OPERATOR THRU 050-EXIT.

         IF EIBCALEN IS EQUAL TO 2
          GO TO 100-FIRST-TIME
         END-IF.

         EXEC CICS RECEIVE MAP('CENSINQ') MAPSET('RLMAP15') END-EXEC.

         GO TO 200-VALIDATE-INPUT.

      * THE CENSUS FIGURES ARE THE ONES REPORTED OUTSIDE THE COLLEGE,
      * SO THE INQUIRY IS LIMITED TO OPERATORS HOLDING REGISTRAR
      * AUTHORITY ON THEIR SECURITY PROFILE.
        050-CHECK-OPERATOR.
         MOVE 1 TO OPER-PROFILE-FOUND.
         EXEC CICS HANDLE CONDITION NOTFND(060-NO-OPER-PROFILE)
         END-EXEC.
         EXEC CICS ASSIGN USERID(WS-OPER-USERID) END-EXEC.
         MOVE WS-OPER-USERID TO SECPROF-USERID.

         EXEC CICS READ FILE('SECPROF')
          INTO (SECPROF-RECORD)
          LENGTH (SECPROF-LENGTH)
          RIDFLD (SECPROF-USERID)
         END-EXEC.

         IF OPER-PROFILE-FOUND IS EQUAL TO 0 OR
            SECPROF-REGISTRAR-AUTH IS NOT EQUAL TO 'Y' OR
            SECPROF-LOCKED IS EQUAL TO 'Y'
          GO TO 070-NOT-AUTHORIZED
         END-IF.

         EXEC CICS HANDLE CONDITION NOTFND(550-NO-TERM) END-EXEC.

        050-EXIT.
         EXIT.

        060-NO-OPER-PROFILE.
         MOVE 0 TO OPER-PROFILE-FOUND.

        070-NOT-AUTHORIZED.
         MOVE LOW-VALUES TO CENSINQO.
         MOVE 'YOU ARE NOT AUTHORIZED FOR THIS FUNCTION' TO MSGO.
         EXEC CICS SEND MAP('CENSINQ') MAPSET('RLMAP15') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID('RL17') END-EXEC.

        100-FIRST-TIME.
         MOVE LOW-VALUES TO CENSINQO.
         MOVE 'KEY A STUDENT NUMBER - TERM IS OPTIONAL, PF9 EXITS'
          TO MSGO.

         EXEC CICS SEND MAP('CENSINQ') MAPSET('RLMAP15') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID('RL17') END-EXEC.

        200-VALIDATE-INPUT.
         MOVE SPACES TO WS-WORK-STUDENT-NO.
         MOVE SPACES TO WS-WORK-TERM.
         IF STUNUML > 0
          MOVE STUNUMI TO WS-WORK-STUDENT-NO
         END-IF.
         IF TERML > 0
          MOVE TERMI TO WS-WORK-TERM
         END-IF.

         IF STUNUML IS EQUAL TO 0
          MOVE 'ENTER A STUDENT NUMBER' TO WS-WORK-MESSAGE
          GO TO 590-SEND-MESSAGE
         END-IF.

         IF WS-WORK-STUDENT-NO IS NOT NUMERIC
          MOVE 'STUDENT NUMBER MUST BE 7 DIGITS' TO WS-WORK-MESSAGE
          GO TO 590-SEND-MESSAGE
         END-IF.

         GO TO 300-FIND-TERM.

      * A KEYED TERM IS READ DIRECTLY. WITH NO TERM KEYED THE CURRENT
      * TERM IS FOUND BY BROWSING TERMCTL FOR THE CURRENT FLAG.
        300-FIND-TERM.
         IF WS-WORK-TERM IS NOT EQUAL TO SPACES
          MOVE WS-WORK-TERM TO TERMCTL-TERM-CODE
          EXEC CICS READ FILE('TERMCTL')
           INTO (TERMCTL-RECORD)
           LENGTH (TERMCTL-LENGTH)
           RIDFLD (TERMCTL-KEY)
          END-EXEC
          GO TO 400-CHECK-CENSUS
         END-IF.

         EXEC CICS HANDLE CONDITION ENDFILE(330-TERM-BROWSE-END)
          NOTFND(335-NO-CURRENT-TERM) END-EXEC.
         MOVE LOW-VALUES TO TERMCTL-KEY.

         EXEC CICS STARTBR FILE('TERMCTL')
          RIDFLD (TERMCTL-KEY)
          GTEQ
         END-EXEC.

        310-TERM-BROWSE-LOOP.
         EXEC CICS READNEXT FILE('TERMCTL')
          INTO (TERMCTL-RECORD)
          LENGTH (TERMCTL-LENGTH)
          RIDFLD (TERMCTL-KEY)
         END-EXEC.

         IF TERMCTL-CURRENT-FLAG IS NOT EQUAL TO 'Y'
          GO TO 310-TERM-BROWSE-LOOP
         END-IF.

         EXEC CICS ENDBR FILE('TERMCTL') END-EXEC.
         MOVE TERMCTL-TERM-CODE TO WS-WORK-TERM.
         EXEC CICS HANDLE CONDITION NOTFND(550-NO-TERM) END-EXEC.
         GO TO 400-CHECK-CENSUS.

        330-TERM-BROWSE-END.
         EXEC CICS ENDBR FILE('TERMCTL') END-EXEC.

        335-NO-CURRENT-TERM.
         MOVE 'NO CURRENT TERM ON TERMCTL - KEY A TERM'
          TO WS-WORK-MESSAGE.
         GO TO 590-SEND-MESSAGE.

        400-CHECK-CENSUS.
         IF TERMCTL-CENSUS-TAKEN-DATE IS NOT NUMERIC
          MOVE 0 TO TERMCTL-CENSUS-TAKEN-DATE
         END-IF.

         IF TERMCTL-CENSUS-TAKEN-DATE IS EQUAL TO 0
          MOVE 'NO CENSUS TAKEN FOR THAT TERM' TO WS-WORK-MESSAGE
          GO TO 590-SEND-MESSAGE
         END-IF.

         MOVE LOW-VALUES TO CENSINQO.
         PERFORM 500-READ-STUDENT THRU 500-EXIT.
         PERFORM 600-BROWSE-CENSUS THRU 600-EXIT.
         GO TO 700-DISPLAY-CENSUS.

      * A STUDENT ARCHIVED OR MERGED AWAY SINCE THE CENSUS STILL HAS
      * THEIR CENSUS RECORDS, SO A MISSING STUFILE RECORD ONLY COSTS
      * THE NAME.
        500-READ-STUDENT.
         MOVE 'Y' TO WS-STUDENT-EXISTS.
         EXEC CICS HANDLE CONDITION NOTFND(510-NO-STUDENT) END-EXEC.
         MOVE 'XXX' TO STUFILE-PREFIX.
         MOVE WS-WORK-STUDENT-NO TO STUFILE-STUDENT-NO.

         EXEC CICS READ FILE('STUFILE')
          INTO (STUFILE-RECORD)
          LENGTH (STUFILE-LENGTH)
          RIDFLD (STUFILE-KEY)
         END-EXEC.

         MOVE STUFILE-NAME TO STUNAMEO.
         GO TO 520-STUDENT-DONE.

        510-NO-STUDENT.
         MOVE 'N' TO WS-STUDENT-EXISTS.
         MOVE 'NAME NOT ON FILE' TO STUNAMEO.

        520-STUDENT-DONE.
         EXEC CICS HANDLE CONDITION NOTFND(550-NO-TERM) END-EXEC.

        500-EXIT.
         EXIT.

        550-NO-TERM.
         MOVE 'TERM NOT ON THE TERM CONTROL FILE' TO WS-WORK-MESSAGE.
         GO TO 590-SEND-MESSAGE.

        590-SEND-MESSAGE.
         MOVE LOW-VALUES TO CENSINQO.
         MOVE WS-WORK-STUDENT-NO TO STUNUMO.
         MOVE WS-WORK-TERM TO TERMO.
         MOVE WS-WORK-MESSAGE TO MSGO.
         EXEC CICS SEND MAP ('CENSINQ') MAPSET ('RLMAP15') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL17') END-EXEC.

      * THE SCREEN HOLDS TEN COURSES, THE MOST A STUDENT RECORD CAN
      * CARRY - AN ELEVENTH CENSUS RECORD IS FLAGGED RATHER THAN LOST.
        600-BROWSE-CENSUS.
         MOVE 0 TO WS-LINE-IDX.
         MOVE 'N' TO WS-MORE-RECORDS.
         EXEC CICS HANDLE CONDITION ENDFILE(640-CENSUS-END)
          NOTFND(645-CENSUS-NONE) END-EXEC.
         MOVE WS-WORK-TERM TO CENSUS-TERM-CODE.
         MOVE 'XXX' TO CENSUS-STUDENT-KEY (1:3).
         MOVE WS-WORK-STUDENT-NO TO CENSUS-STUDENT-KEY (4:7).
         MOVE LOW-VALUES TO CENSUS-COURSE.

         EXEC CICS STARTBR FILE('CENSUS')
          RIDFLD (CENSUS-KEY)
          GTEQ
         END-EXEC.

        610-CENSUS-LOOP.
         EXEC CICS READNEXT FILE('CENSUS')
          INTO (CENSUS-RECORD)
          LENGTH (CENSUS-LENGTH)
          RIDFLD (CENSUS-KEY)
         END-EXEC.

         IF CENSUS-TERM-CODE IS NOT EQUAL TO WS-WORK-TERM OR
            CENSUS-STUDENT-KEY (4:7) IS NOT EQUAL TO
            WS-WORK-STUDENT-NO
          GO TO 640-CENSUS-END
         END-IF.

         IF WS-LINE-IDX >= 10
          MOVE 'Y' TO WS-MORE-RECORDS
          GO TO 640-CENSUS-END
         END-IF.

         ADD 1 TO WS-LINE-IDX.
         IF WS-LINE-IDX IS EQUAL TO 1
          MOVE CENSUS-LOAD TO WS-HOLD-LOAD
          MOVE CENSUS-STANDING TO WS-HOLD-STANDING
          MOVE CENSUS-STU-CREDITS TO WS-HOLD-CREDITS
         END-IF.
         PERFORM 620-BUILD-ONE-LINE THRU 620-EXIT.
         GO TO 610-CENSUS-LOOP.

        640-CENSUS-END.
         EXEC CICS ENDBR FILE('CENSUS') END-EXEC.

        645-CENSUS-NONE.
         EXEC CICS HANDLE CONDITION NOTFND(550-NO-TERM) END-EXEC.

        600-EXIT.
         EXIT.

        620-BUILD-ONE-LINE.
         MOVE CENSUS-COURSE (1:4) TO WS-CL-COURSE-A.
         MOVE CENSUS-COURSE (5:4) TO WS-CL-COURSE-B.
         MOVE CENSUS-SECTION TO WS-CL-SECTION.
         MOVE CENSUS-CREDIT-HRS TO WS-CL-CREDITS.

         IF WS-LINE-IDX IS EQUAL TO 1
          MOVE WS-CENSUS-LINE TO LN1O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 2
          MOVE WS-CENSUS-LINE TO LN2O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 3
          MOVE WS-CENSUS-LINE TO LN3O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 4
          MOVE WS-CENSUS-LINE TO LN4O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 5
          MOVE WS-CENSUS-LINE TO LN5O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 6
          MOVE WS-CENSUS-LINE TO LN6O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 7
          MOVE WS-CENSUS-LINE TO LN7O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 8
          MOVE WS-CENSUS-LINE TO LN8O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 9
          MOVE WS-CENSUS-LINE TO LN9O
         ELSE
          MOVE WS-CENSUS-LINE TO LN10O
         END-IF.

        620-EXIT.
         EXIT.

        700-DISPLAY-CENSUS.
         MOVE WS-WORK-STUDENT-NO TO STUNUMO.
         MOVE WS-WORK-TERM TO TERMO.
         MOVE TERMCTL-CENSUS-DATE TO WS-DATE-OUT.
         MOVE WS-DATE-OUT TO CENSDTO.

         IF WS-LINE-IDX IS EQUAL TO 0
          MOVE 'NOT ENROLLED AT CENSUS' TO STATUSO
          IF WS-STUDENT-EXISTS IS EQUAL TO 'Y'
           MOVE 'PF9 EXITS' TO MSGO
          ELSE
           MOVE 'STUDENT NOT ON FILE AND NOT IN THE TERM CENSUS'
            TO MSGO
          END-IF
         ELSE
          MOVE 'ENROLLED AT CENSUS' TO STATUSO
          MOVE WS-HOLD-LOAD TO LOADO
          MOVE WS-HOLD-STANDING TO STNDGO
          MOVE WS-HOLD-CREDITS TO WS-CREDITS-OUT
          MOVE WS-CREDITS-OUT TO CREDSO
          MOVE 'PF9 EXITS' TO MSGO
         END-IF.

         IF WS-MORE-RECORDS IS EQUAL TO 'Y'
          MOVE 'MORE COURSES NOT SHOWN' TO MSGO (57:22)
         END-IF.

         EXEC CICS SEND MAP ('CENSINQ') MAPSET ('RLMAP15') ERASE
         END-EXEC.

         MOVE 'CENS-INQ' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
         EXEC CICS RETURN TRANSID ('RL17') END-EXEC.

      * THE TERM LOOKED AT GOES IN THE DETAIL, SINCE ONE STUDENT HAS A
      * CENSUS RECORD FOR EVERY TERM.
        9500-WRITE-AUDIT-RECORD.
         MOVE STUFILE-KEY TO AUDITLOG-STUDENT-KEY.
         MOVE WS-AUDIT-ACTION TO AUDITLOG-ACTION-CODE.
         MOVE EIBTRMID TO AUDITLOG-TERM-ID.
         EXEC CICS ASSIGN USERID(AUDITLOG-USERID) END-EXEC.
         MOVE EIBTIME TO AUDITLOG-TIME.
         MOVE EIBDATE TO AUDITLOG-DATE.
         MOVE WS-WORK-TERM TO AUDITLOG-DETAIL.

         EXEC CICS WRITE FILE('AUDITLOG')
          FROM (AUDITLOG-RECORD)
          LENGTH (AUDITLOG-LENGTH)
         END-EXEC.

        9500-EXIT.
         EXIT.

        900-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
         END-EXEC.
