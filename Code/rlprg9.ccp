           ACCESS MODE IS RANDOM
           RECORD KEY IS ENRLXRF-KEY.

          SELECT CRSSECT-IO ASSIGN TO CRSSECT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRSSECT-KEY.

          SELECT AUDITLOG-OUT ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL.

         FD ENRLXRF-IO.
          COPY 'ENRLXRF'.

         FD CRSSECT-IO.
          COPY 'CRSSECT'.

         FD AUDITLOG-OUT.
          COPY 'AUDITLOG'.

         01  WS-STUFILE-EOF               PIC X VALUE 'N'.
         01  WS-GRADE-EXISTS             PIC X.
         01  WS-COURSE-EXISTS             PIC X.
         01  WS-XREF-EXISTS               PIC X.
         01  WS-STUDENT-CHANGED           PIC X.
         01  WS-RESTART-FLAG              PIC X VALUE 'N'.
         01  WS-RUNCTL-EXISTS             PIC X VALUE 'Y'.
         OPEN I-O CRSHIST-IO.
         OPEN I-O COURSEM-FILE.
         OPEN I-O ENRLXRF-IO.
         OPEN I-O CRSSECT-IO.
         OPEN EXTEND AUDITLOG-OUT.
         OPEN I-O RUNCTL-FILE.

         MOVE STUFILE-COURSE-TABLE(WS-COURSE-IDX) TO ENRLXRF-COURSE.
         MOVE STUFILE-KEY TO ENRLXRF-STUDENT-KEY.

         MOVE 'Y' TO WS-XREF-EXISTS.
         READ ENRLXRF-IO
          INVALID KEY
           MOVE 'N' TO WS-XREF-EXISTS
         END-READ.

         DELETE ENRLXRF-IO
          INVALID KEY
           CONTINUE
         END-DELETE.

         IF WS-XREF-EXISTS IS EQUAL TO 'N'
          GO TO 2500-EXIT
         END-IF.

         IF ENRLXRF-SECTION IS EQUAL TO SPACES OR
            ENRLXRF-SECTION IS EQUAL TO LOW-VALUES
          GO TO 2500-EXIT
         END-IF.

         MOVE ENRLXRF-COURSE TO CRSSECT-COURSE.
         MOVE ENRLXRF-SECTION TO CRSSECT-SECTION.

         READ CRSSECT-IO
          INVALID KEY
           GO TO 2500-EXIT
         END-READ.

         IF CRSSECT-ENROLLED > 0
          SUBTRACT 1 FROM CRSSECT-ENROLLED
         END-IF.

         REWRITE CRSSECT-RECORD
          INVALID KEY
           GO TO 2500-EXIT
         END-REWRITE.

        2500-EXIT.
         EXIT.

         CLOSE CRSHIST-IO.
         CLOSE COURSEM-FILE.
         CLOSE ENRLXRF-IO.
         CLOSE CRSSECT-IO.
         CLOSE AUDITLOG-OUT.
         CLOSE RUNCTL-FILE.

