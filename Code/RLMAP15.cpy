      ******************************************************************
      * BMS SYMBOLIC MAP - MAPSET RLMAP15, MAP CENSINQ                 *
      * GENERATED FROM THE RLMAP15 MAPSET - DO NOT HAND EDIT FIELD LEN *
      * USED BY THE CENSUS ENROLLMENT INQUIRY (RLPRG39) - REGISTRAR    *
      * ONLY. SHOWS A STUDENT'S COURSES AS FROZEN ON THE CENSUS DATE. *
      ******************************************************************
       01  CENSINQI.
           02 FILLER                    PIC X(12).
           02 STUNUML        COMP       PIC S9(4).
           02 STUNUMF                   PIC X.
           02 FILLER REDEFINES STUNUMF.
              03 STUNUMA                PIC X.
           02 STUNUMI                   PIC X(7).
           02 TERML          COMP       PIC S9(4).
           02 TERMF                     PIC X.
           02 FILLER REDEFINES TERMF.
              03 TERMA                  PIC X.
           02 TERMI                     PIC X(6).
           02 STUNAMEL       COMP       PIC S9(4).
           02 STUNAMEF                  PIC X.
           02 FILLER REDEFINES STUNAMEF.
              03 STUNAMEA               PIC X.
           02 STUNAMEI                  PIC X(20).
           02 CENSDTL        COMP       PIC S9(4).
           02 CENSDTF                   PIC X.
           02 FILLER REDEFINES CENSDTF.
              03 CENSDTA                PIC X.
           02 CENSDTI                   PIC X(7).
           02 STATUSL        COMP       PIC S9(4).
           02 STATUSF                   PIC X.
           02 FILLER REDEFINES STATUSF.
              03 STATUSA                PIC X.
           02 STATUSI                   PIC X(30).
           02 LOADL          COMP       PIC S9(4).
           02 LOADF                     PIC X.
           02 FILLER REDEFINES LOADF.
              03 LOADA                  PIC X.
           02 LOADI                     PIC X(2).
           02 STNDGL         COMP       PIC S9(4).
           02 STNDGF                    PIC X.
           02 FILLER REDEFINES STNDGF.
              03 STNDGA                 PIC X.
           02 STNDGI                    PIC X(2).
           02 CREDSL         COMP       PIC S9(4).
           02 CREDSF                    PIC X.
           02 FILLER REDEFINES CREDSF.
              03 CREDSA                 PIC X.
           02 CREDSI                    PIC X(3).
           02 LN1L           COMP       PIC S9(4).
           02 LN1F                      PIC X.
           02 FILLER REDEFINES LN1F.
              03 LN1A                   PIC X.
           02 LN1I                      PIC X(40).
           02 LN2L           COMP       PIC S9(4).
           02 LN2F                      PIC X.
           02 FILLER REDEFINES LN2F.
              03 LN2A                   PIC X.
           02 LN2I                      PIC X(40).
           02 LN3L           COMP       PIC S9(4).
           02 LN3F                      PIC X.
           02 FILLER REDEFINES LN3F.
              03 LN3A                   PIC X.
           02 LN3I                      PIC X(40).
           02 LN4L           COMP       PIC S9(4).
           02 LN4F                      PIC X.
           02 FILLER REDEFINES LN4F.
              03 LN4A                   PIC X.
           02 LN4I                      PIC X(40).
           02 LN5L           COMP       PIC S9(4).
           02 LN5F                      PIC X.
           02 FILLER REDEFINES LN5F.
              03 LN5A                   PIC X.
           02 LN5I                      PIC X(40).
           02 LN6L           COMP       PIC S9(4).
           02 LN6F                      PIC X.
           02 FILLER REDEFINES LN6F.
              03 LN6A                   PIC X.
           02 LN6I                      PIC X(40).
           02 LN7L           COMP       PIC S9(4).
           02 LN7F                      PIC X.
           02 FILLER REDEFINES LN7F.
              03 LN7A                   PIC X.
           02 LN7I                      PIC X(40).
           02 LN8L           COMP       PIC S9(4).
           02 LN8F                      PIC X.
           02 FILLER REDEFINES LN8F.
              03 LN8A                   PIC X.
           02 LN8I                      PIC X(40).
           02 LN9L           COMP       PIC S9(4).
           02 LN9F                      PIC X.
           02 FILLER REDEFINES LN9F.
              03 LN9A                   PIC X.
           02 LN9I                      PIC X(40).
           02 LN10L          COMP       PIC S9(4).
           02 LN10F                     PIC X.
           02 FILLER REDEFINES LN10F.
              03 LN10A                  PIC X.
           02 LN10I                     PIC X(40).
           02 MSGL           COMP       PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(79).
       01  CENSINQO REDEFINES CENSINQI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 STUNUMO                   PIC X(7).
           02 FILLER                    PIC X(3).
           02 TERMO                     PIC X(6).
           02 FILLER                    PIC X(3).
           02 STUNAMEO                  PIC X(20).
           02 FILLER                    PIC X(3).
           02 CENSDTO                   PIC X(7).
           02 FILLER                    PIC X(3).
           02 STATUSO                   PIC X(30).
           02 FILLER                    PIC X(3).
           02 LOADO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 STNDGO                    PIC X(2).
           02 FILLER                    PIC X(3).
           02 CREDSO                    PIC X(3).
           02 FILLER                    PIC X(3).
           02 LN1O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN2O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN3O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN4O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN5O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN6O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN7O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN8O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN9O                      PIC X(40).
           02 FILLER                    PIC X(3).
           02 LN10O                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 MSGO                      PIC X(79).
