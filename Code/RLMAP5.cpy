           02 FILLER REDEFINES CRSBF.
              03 CRSBA                  PIC X.
           02 CRSBI                     PIC X(4).
           02 SECTL          COMP       PIC S9(4).
           02 SECTF                     PIC X.
           02 FILLER REDEFINES SECTF.
              03 SECTA                  PIC X.
           02 SECTI                     PIC X(2).
           02 ACTIONL        COMP       PIC S9(4).
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
           02 FILLER                    PIC X(3).
           02 CRSBO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECTO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 ACTIONO                   PIC X(1).
           02 FILLER                    PIC X(3).
           02 OVRRDO                    PIC X(1).
