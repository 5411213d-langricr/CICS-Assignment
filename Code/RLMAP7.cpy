           02 FILLER REDEFINES GAPAUF.
              03 GAPAUA                 PIC X.
           02 GAPAUI                    PIC X(1).
           02 REGAUL         COMP       PIC S9(4).
           02 REGAUF                    PIC X.
           02 FILLER REDEFINES REGAUF.
              03 REGAUA                 PIC X.
           02 REGAUI                    PIC X(1).
           02 MSGL           COMP       PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER                    PIC X(3).
           02 GAPAUO                    PIC X(1).
           02 FILLER                    PIC X(3).
           02 REGAUO                    PIC X(1).
           02 FILLER                    PIC X(3).
           02 MSGO                      PIC X(79).
