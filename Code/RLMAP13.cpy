      ******************************************************************
      * BMS SYMBOLIC MAP - MAPSET RLMAP13, MAP HOLDMNT                 *
      * GENERATED FROM THE RLMAP13 MAPSET - DO NOT HAND EDIT FIELD LEN *
      * USED BY THE REGISTRATION-HOLD MAINTENANCE TRANSACTION          *
      * (RLPRG19) - PLACE OR RELEASE ONE HOLD AND LIST THE HOLDS ON    *
      * FILE FOR THE STUDENT.                                          *
      ******************************************************************
       01  HOLDMNTI.
           02 FILLER                    PIC X(12).
           02 STUNUML        COMP       PIC S9(4).
           02 STUNUMF                   PIC X.
           02 FILLER REDEFINES STUNUMF.
              03 STUNUMA                PIC X.
           02 STUNUMI                   PIC X(7).
           02 STUNAMEL       COMP       PIC S9(4).
           02 STUNAMEF                  PIC X.
           02 FILLER REDEFINES STUNAMEF.
              03 STUNAMEA               PIC X.
           02 STUNAMEI                  PIC X(20).
           02 ACTIONL        COMP       PIC S9(4).
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA                PIC X.
           02 ACTIONI                   PIC X(1).
           02 HTYPEL         COMP       PIC S9(4).
           02 HTYPEF                    PIC X.
           02 FILLER REDEFINES HTYPEF.
              03 HTYPEA                 PIC X.
           02 HTYPEI                    PIC X(1).
           02 OFFICEL        COMP       PIC S9(4).
           02 OFFICEF                   PIC X.
           02 FILLER REDEFINES OFFICEF.
              03 OFFICEA                PIC X.
           02 OFFICEI                   PIC X(10).
           02 BLOCKL         COMP       PIC S9(4).
           02 BLOCKF                    PIC X.
           02 FILLER REDEFINES BLOCKF.
              03 BLOCKA                 PIC X.
           02 BLOCKI                    PIC X(1).
           02 REASONL        COMP       PIC S9(4).
           02 REASONF                   PIC X.
           02 FILLER REDEFINES REASONF.
              03 REASONA                PIC X.
           02 REASONI                   PIC X(25).
           02 LN1L           COMP       PIC S9(4).
           02 LN1F                      PIC X.
           02 FILLER REDEFINES LN1F.
              03 LN1A                   PIC X.
           02 LN1I                      PIC X(70).
           02 LN2L           COMP       PIC S9(4).
           02 LN2F                      PIC X.
           02 FILLER REDEFINES LN2F.
              03 LN2A                   PIC X.
           02 LN2I                      PIC X(70).
           02 LN3L           COMP       PIC S9(4).
           02 LN3F                      PIC X.
           02 FILLER REDEFINES LN3F.
              03 LN3A                   PIC X.
           02 LN3I                      PIC X(70).
           02 LN4L           COMP       PIC S9(4).
           02 LN4F                      PIC X.
           02 FILLER REDEFINES LN4F.
              03 LN4A                   PIC X.
           02 LN4I                      PIC X(70).
           02 MSGL           COMP       PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(79).

       01  HOLDMNTO REDEFINES HOLDMNTI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 STUNUMO                   PIC X(7).
           02 FILLER                    PIC X(3).
           02 STUNAMEO                  PIC X(20).
           02 FILLER                    PIC X(3).
           02 ACTIONO                   PIC X(1).
           02 FILLER                    PIC X(3).
           02 HTYPEO                    PIC X(1).
           02 FILLER                    PIC X(3).
           02 OFFICEO                   PIC X(10).
           02 FILLER                    PIC X(3).
           02 BLOCKO                    PIC X(1).
           02 FILLER                    PIC X(3).
           02 REASONO                   PIC X(25).
           02 FILLER                    PIC X(3).
           02 LN1O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN2O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN3O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN4O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 MSGO                      PIC X(79).
