         COPY 'COURSEM'.
         COPY 'AUDITLOG'.
         COPY 'ENRLXRF'.
         COPY 'STUMERG'.

         01 STUFILE-LENGTH                 PIC S9(4) COMP VALUE 212.
         01 COURSEM-LENGTH                 PIC S9(4) COMP VALUE 77.
         01 AUDITLOG-LENGTH                PIC S9(4) COMP VALUE 50.
         01 ENRLXRF-LENGTH                 PIC S9(4) COMP VALUE 32.
         01 STUMERG-LENGTH                 PIC S9(4) COMP VALUE 50.

        LINKAGE SECTION.
         01 DFHCOMMAREA.
         IF RECORD-FOUND IS EQUAL TO 0
          GO TO 500-DISPLAY-RECORD-NOT-FOUND
         ELSE
          GO TO 550-CHECK-MERGED
         END-IF.

        450-NOTFND.
         EXEC CICS SEND MAP ('DELSTU') MAPSET ('RLMAP4') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL07') END-EXEC.

      * A STUDENT NUMBER RETIRED BY A MERGE STAYS RETIRED - ITS
      * COURSES AND HISTORY NOW BELONG TO THE SURVIVING NUMBER.
        550-CHECK-MERGED.
         EXEC CICS HANDLE CONDITION NOTFND(560-NOT-MERGED) END-EXEC.

         MOVE STUARCH-KEY TO STUMERG-RETIRED-KEY.
         EXEC CICS READ FILE('STUMERG')
          INTO (STUMERG-RECORD)
          LENGTH (STUMERG-LENGTH)
          RIDFLD (STUMERG-KEY)
         END-EXEC.

         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

         MOVE LOW-VALUES TO DELSTUO.
         MOVE 'STUDENT WAS MERGED INTO XXXXXXX - CANNOT REINSTATE'
          TO MSGO.
         MOVE STUMERG-SURVIVOR-KEY (4:7) TO MSGO (25:7).
         EXEC CICS SEND MAP ('DELSTU') MAPSET ('RLMAP4') END-EXEC.
         EXEC CICS RETURN TRANSID ('RL07') END-EXEC.

        560-NOT-MERGED.
         EXEC CICS HANDLE CONDITION NOTFND(450-NOTFND) END-EXEC.

        600-DISPLAY-FOR-CONFIRM.
         MOVE 1 TO RECORD-FOUND.
         MOVE LOW-VALUES TO DELSTUO.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.
         MOVE SPACES TO ENRLXRF-TERM-CODE.
         MOVE EIBDATE TO ENRLXRF-ADD-DATE.
      * THE ARCHIVE DOES NOT CARRY SECTIONS - THE SEAT IS RESTORED AT
      * COURSE LEVEL AND THE REGISTRAR RE-PLACES IT THROUGH DROP/ADD.
         MOVE SPACES TO ENRLXRF-SECTION.

         EXEC CICS WRITE FILE('ENRLXRF')
          FROM (ENRLXRF-RECORD)
