       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLPRG17.
        AUTHOR. RICHARD LANG.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER. RS-6000.
         OBJECT-COMPUTER. RS-6000.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
         COPY 'RLMAP12'.
         01 WS-TRANSFER-FIELD              PIC X(2).
         01 WS-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 2.

         01  RECORD-FOUND                  PIC 9 VALUE 1.
         01  ACCOUNT-FOUND                 PIC 9 VALUE 1.
         01  WS-AUDIT-ACTION                PIC X(10).
         01  WS-LINE-IDX                   PIC S9(4) COMP VALUE 0.
         01  WS-ACCT-STUDENT-KEY           PIC X(10).

         01  WS-AMOUNT-ED                  PIC Z,ZZZ,ZZ9.99-.

         01  WS-LEDGER-LINE.
          05 WS-LL-TYPE                   PIC X(7).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-LL-DATE                   PIC 9(7).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-LL-TERM                   PIC X(6).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-LL-COURSE                 PIC X(8).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-LL-REFERENCE              PIC X(10).
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-LL-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X VALUE SPACE.
          05 WS-LL-OPEN                   PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2) VALUE SPACES.

         COPY 'STUFILE'.
         COPY 'STUACCT'.
         COPY 'AUDITLOG'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 STUACCT-LENGTH                 PIC S9(4) COMP VALUE 70.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
          05 LK-TRANSFER                   PIC XX.

       PROCEDURE DIVISION.
        000-START-LOGIC.
         EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME) END-EXEC.
         EXEC CICS HANDLE CONDITION NOTFND(400-NOTFND) END-EXEC.
         EXEC CICS HANDLE AID PF9(900-EXIT) END-EXEC.

         IF EIBCALEN IS EQUAL TO 2
          GO TO 100-FIRST-TIME
         END-IF.

         EXEC CICS RECEIVE MAP('ACCTINQ') MAPSET('RLMAP12') END-EXEC.

         GO TO 200-VALIDATE-INPUT.

        100-FIRST-TIME.
         MOVE LOW-VALUES TO ACCTINQO.
         MOVE 'KEY A STUDENT NUMBER - PF9 EXITS' TO MSGO.

         EXEC CICS SEND MAP('ACCTINQ') MAPSET('RLMAP12') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID('RL14') END-EXEC.

        200-VALIDATE-INPUT.
         IF STUNUML IS EQUAL TO 0
          MOVE LOW-VALUES TO ACCTINQO
          MOVE 'ENTER A STUDENT NUMBER' TO MSGO
          EXEC CICS SEND MAP ('ACCTINQ') MAPSET ('RLMAP12')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL14') END-EXEC
         ELSE
         IF STUNUMI IS NOT NUMERIC OR STUNUML < 7
          MOVE LOW-VALUES TO ACCTINQO
          MOVE 'STUDENT NUMBER MUST BE 7 DIGITS' TO MSGO
          EXEC CICS SEND MAP ('ACCTINQ') MAPSET ('RLMAP12')
          END-EXEC
          EXEC CICS RETURN TRANSID ('RL14') END-EXEC
         ELSE
          GO TO 300-FIND-STUDENT
         END-IF.

        300-FIND-STUDENT.
         MOVE 'XXX' TO STUFILE-PREFIX.
         MOVE STUNUMI TO STUFILE-STUDENT-NO.

         EXEC CICS READ FILE('STUFILE')
          INTO (STUFILE-RECORD)
          LENGTH (STUFILE-LENGTH)
          RIDFLD (STUFILE-KEY)
         END-EXEC.

         IF RECORD-FOUND IS EQUAL TO 0
          GO TO 500-STUDENT-NOT-FOUND
         END-IF.

         MOVE 'ACCT-INQ' TO WS-AUDIT-ACTION.
         PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

        350-READ-ACCOUNT.
         EXEC CICS HANDLE CONDITION NOTFND(360-NO-ACCOUNT) END-EXEC.
         MOVE STUFILE-KEY TO WS-ACCT-STUDENT-KEY.
         MOVE STUFILE-KEY TO STUACCT-STUDENT-KEY.
         MOVE 0 TO STUACCT-SEQ-NO.

         EXEC CICS READ FILE('STUACCT')
          INTO (STUACCT-RECORD)
          LENGTH (STUACCT-LENGTH)
          RIDFLD (STUACCT-KEY)
         END-EXEC.

         IF ACCOUNT-FOUND IS EQUAL TO 1
          GO TO 600-DISPLAY-ACCOUNT
         END-IF.

        360-NO-ACCOUNT.
         MOVE 0 TO ACCOUNT-FOUND.
         MOVE LOW-VALUES TO ACCTINQO.
         MOVE STUFILE-STUDENT-NO TO STUNUMO.
         MOVE STUFILE-NAME TO STUNAMEO.
         MOVE 'NO ACCOUNT ACTIVITY ON FILE FOR THIS STUDENT' TO MSGO.
         EXEC CICS SEND MAP ('ACCTINQ') MAPSET ('RLMAP12') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL14') END-EXEC.

        400-NOTFND.
         MOVE 0 TO RECORD-FOUND.

        500-STUDENT-NOT-FOUND.
         MOVE LOW-VALUES TO ACCTINQO.
         MOVE 'STUDENT NUMBER NOT FOUND' TO MSGO.
         EXEC CICS SEND MAP ('ACCTINQ') MAPSET ('RLMAP12') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL14') END-EXEC.

        600-DISPLAY-ACCOUNT.
         MOVE LOW-VALUES TO ACCTINQO.
         MOVE STUFILE-STUDENT-NO TO STUNUMO.
         MOVE STUFILE-NAME TO STUNAMEO.

         MOVE STUACCT-BALANCE TO WS-AMOUNT-ED.
         MOVE WS-AMOUNT-ED TO BALO.
         MOVE STUACCT-TOT-CHARGED TO WS-AMOUNT-ED.
         MOVE WS-AMOUNT-ED TO CHGDO.
         MOVE STUACCT-TOT-CREDITED TO WS-AMOUNT-ED.
         MOVE WS-AMOUNT-ED TO PAIDO.
         IF STUACCT-LAST-PAY-DATE > 0
          MOVE STUACCT-LAST-PAY-DATE TO WS-LL-DATE
          MOVE WS-LL-DATE TO LPAYO
         END-IF.

      * LIST THE MOST RECENT ENTRIES FIRST - BROWSE BACKWARD FROM THE
      * TOP OF THIS STUDENT'S SEQUENCE RANGE.
         MOVE 0 TO WS-LINE-IDX.
         EXEC CICS HANDLE CONDITION ENDFILE(680-BROWSE-END)
          NOTFND(650-START-FROM-END) END-EXEC.
         MOVE WS-ACCT-STUDENT-KEY TO STUACCT-STUDENT-KEY.
         MOVE 99999 TO STUACCT-SEQ-NO.

         EXEC CICS STARTBR FILE('STUACCT')
          RIDFLD (STUACCT-KEY)
          GTEQ
         END-EXEC.

         GO TO 660-BROWSE-LOOP.

        650-START-FROM-END.
         MOVE HIGH-VALUES TO STUACCT-KEY.

         EXEC CICS STARTBR FILE('STUACCT')
          RIDFLD (STUACCT-KEY)
          GTEQ
         END-EXEC.

        660-BROWSE-LOOP.
         IF WS-LINE-IDX >= 10
          GO TO 680-BROWSE-END
         END-IF.

         EXEC CICS READPREV FILE('STUACCT')
          INTO (STUACCT-RECORD)
          LENGTH (STUACCT-LENGTH)
          RIDFLD (STUACCT-KEY)
         END-EXEC.

         IF STUACCT-STUDENT-KEY IS GREATER THAN WS-ACCT-STUDENT-KEY
          GO TO 660-BROWSE-LOOP
         END-IF.

         IF STUACCT-STUDENT-KEY IS LESS THAN WS-ACCT-STUDENT-KEY OR
            STUACCT-SEQ-NO IS EQUAL TO 0
          GO TO 680-BROWSE-END
         END-IF.

         ADD 1 TO WS-LINE-IDX.
         PERFORM 700-FORMAT-ONE-LINE THRU 700-EXIT.
         GO TO 660-BROWSE-LOOP.

        680-BROWSE-END.
         EXEC CICS ENDBR FILE('STUACCT') END-EXEC.

         IF WS-LINE-IDX IS EQUAL TO 0
          MOVE 'NO LEDGER ENTRIES POSTED YET' TO MSGO
         ELSE
          MOVE 'MOST RECENT ENTRIES FIRST - PF9 EXITS' TO MSGO
         END-IF.

         EXEC CICS SEND MAP ('ACCTINQ') MAPSET ('RLMAP12') ERASE
         END-EXEC.
         EXEC CICS RETURN TRANSID ('RL14') END-EXEC.

        700-FORMAT-ONE-LINE.
         IF STUACCT-REC-TYPE IS EQUAL TO 'C'
          MOVE 'CHARGE' TO WS-LL-TYPE
         ELSE
         IF STUACCT-REC-TYPE IS EQUAL TO 'P'
          MOVE 'PAYMENT' TO WS-LL-TYPE
         ELSE
          MOVE 'ADJUST' TO WS-LL-TYPE
         END-IF.

         MOVE STUACCT-TRAN-DATE TO WS-LL-DATE.
         MOVE STUACCT-TERM TO WS-LL-TERM.
         MOVE STUACCT-COURSE TO WS-LL-COURSE.
         MOVE STUACCT-REFERENCE TO WS-LL-REFERENCE.
         MOVE STUACCT-AMOUNT TO WS-LL-AMOUNT.
         MOVE STUACCT-OPEN-AMT TO WS-LL-OPEN.

         IF WS-LINE-IDX IS EQUAL TO 1
          MOVE WS-LEDGER-LINE TO LN1O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 2
          MOVE WS-LEDGER-LINE TO LN2O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 3
          MOVE WS-LEDGER-LINE TO LN3O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 4
          MOVE WS-LEDGER-LINE TO LN4O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 5
          MOVE WS-LEDGER-LINE TO LN5O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 6
          MOVE WS-LEDGER-LINE TO LN6O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 7
          MOVE WS-LEDGER-LINE TO LN7O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 8
          MOVE WS-LEDGER-LINE TO LN8O
         ELSE
         IF WS-LINE-IDX IS EQUAL TO 9
          MOVE WS-LEDGER-LINE TO LN9O
         ELSE
          MOVE WS-LEDGER-LINE TO LN10O
         END-IF.

        700-EXIT.
         EXIT.

        900-EXIT.
         EXEC CICS XCTL
          PROGRAM('RLPRGM')
          COMMAREA( WS-TRANSFER-FIELD )
          LENGTH( WS-TRANSFER-LENGTH )
         END-EXEC.

        9500-WRITE-AUDIT-RECORD.
         MOVE STUFILE-KEY TO AUDITLOG-STUDENT-KEY.
         MOVE WS-AUDIT-ACTION TO AUDITLOG-ACTION-CODE.
         MOVE EIBTRMID TO AUDITLOG-TERM-ID.
         EXEC CICS ASSIGN USERID(AUDITLOG-USERID) END-EXEC.
         MOVE EIBTIME TO AUDITLOG-TIME.
         MOVE EIBDATE TO AUDITLOG-DATE.

         EXEC CICS WRITE FILE('AUDITLOG')
          FROM (AUDITLOG-RECORD)
          LENGTH (AUDITLOG-LENGTH)
         END-EXEC.

        9500-EXIT.
         EXIT.
