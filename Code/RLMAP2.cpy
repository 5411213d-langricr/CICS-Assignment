           02 FILLER REDEFINES STNDGF.
              03 STNDGA                 PIC X.
           02 STNDGI                    PIC X(30).
           02 PROGL          COMP       PIC S9(4).
           02 PROGF                     PIC X.
           02 FILLER REDEFINES PROGF.
              03 PROGA                  PIC X.
           02 PROGI                     PIC X(4).
           02 MSGL           COMP       PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER                    PIC X(3).
           02 STNDGO                    PIC X(30).
           02 FILLER                    PIC X(3).
           02 PROGO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 MSGO                      PIC X(79).
