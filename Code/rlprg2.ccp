          05 FILLER                       PIC X(6)  VALUE 'TERM'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(8)  VALUE 'DATE'.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                       PIC X(4)  VALUE 'SECT'.
          05 FILLER                       PIC X(17) VALUE SPACES.

         01  WS-DETAIL-LINE.
          05 WS-DET-SEQ                   PIC ZZZZ9.
          05 WS-DET-TERM                  PIC X(6).
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WS-DET-DATE                  PIC 9(7).
          05 FILLER                       PIC X(3)  VALUE SPACES.
          05 WS-DET-SECTION               PIC X(2).
          05 FILLER                       PIC X(19) VALUE SPACES.

         01  WS-COUNT-LINE.
          05 FILLER                       PIC X(17)
         END-IF.
         MOVE WAITLST-TERM-CODE TO WS-DET-TERM.
         MOVE WAITLST-ADD-DATE TO WS-DET-DATE.
         MOVE WAITLST-SECTION TO WS-DET-SECTION.

         WRITE RPT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
         ADD 1 TO WS-CRS-COUNT.
