           02 FILLER REDEFINES CRSBF.
              03 CRSBA                  PIC X.
           02 CRSBI                     PIC X(4).
           02 SECTL          COMP       PIC S9(4).
           02 SECTF                     PIC X.
           02 FILLER REDEFINES SECTF.
              03 SECTA                  PIC X.
           02 SECTI                     PIC X(2).
           02 TITLEL         COMP       PIC S9(4).
           02 TITLEF                    PIC X.
           02 FILLER REDEFINES TITLEF.
           02 FILLER REDEFINES FEEF.
              03 FEEA                   PIC X.
           02 FEEI                      PIC X(7).
           02 CREDL          COMP       PIC S9(4).
           02 CREDF                     PIC X.
           02 FILLER REDEFINES CREDF.
              03 CREDA                  PIC X.
           02 CREDI                     PIC X(2).
           02 PRQ1L          COMP       PIC S9(4).
           02 PRQ1F                     PIC X.
           02 FILLER REDEFINES PRQ1F.
           02 FILLER                    PIC X(3).
           02 CRSBO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECTO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 TITLEO                    PIC X(20).
           02 FILLER                    PIC X(3).
           02 MAXSEATO                  PIC X(5).
           02 FILLER                    PIC X(3).
           02 FEEO                      PIC X(7).
           02 FILLER                    PIC X(3).
           02 CREDO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 PRQ1O                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 PRQ2O                     PIC X(8).
