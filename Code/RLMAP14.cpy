      ******************************************************************
      * BMS SYMBOLIC MAP - MAPSET RLMAP14, MAP INSTMNT                 *
      * GENERATED FROM THE RLMAP14 MAPSET - DO NOT HAND EDIT FIELD LEN *
      * USED BY THE INSTRUCTOR AND TEACHING-ASSIGNMENT MAINTENANCE     *
      * TRANSACTION (RLPRG22) - ADD OR CHANGE AN INSTRUCTOR, ASSIGN    *
      * OR REMOVE A COURSE, AND LIST THE COURSE'S INSTRUCTORS.         *
      ******************************************************************
       01  INSTMNTI.
           02 FILLER                    PIC X(12).
           02 INSTIDL        COMP       PIC S9(4).
           02 INSTIDF                   PIC X.
           02 FILLER REDEFINES INSTIDF.
              03 INSTIDA                PIC X.
           02 INSTIDI                   PIC X(6).
           02 INAMEL         COMP       PIC S9(4).
           02 INAMEF                    PIC X.
           02 FILLER REDEFINES INAMEF.
              03 INAMEA                 PIC X.
           02 INAMEI                    PIC X(20).
           02 IUSERL         COMP       PIC S9(4).
           02 IUSERF                    PIC X.
           02 FILLER REDEFINES IUSERF.
              03 IUSERA                 PIC X.
           02 IUSERI                    PIC X(8).
           02 IDEPTL         COMP       PIC S9(4).
           02 IDEPTF                    PIC X.
           02 FILLER REDEFINES IDEPTF.
              03 IDEPTA                 PIC X.
           02 IDEPTI                    PIC X(4).
           02 ISTATL         COMP       PIC S9(4).
           02 ISTATF                    PIC X.
           02 FILLER REDEFINES ISTATF.
              03 ISTATA                 PIC X.
           02 ISTATI                    PIC X(1).
           02 MAXLDL         COMP       PIC S9(4).
           02 MAXLDF                    PIC X.
           02 FILLER REDEFINES MAXLDF.
              03 MAXLDA                 PIC X.
           02 MAXLDI                    PIC X(3).
           02 ACTIONL        COMP       PIC S9(4).
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA                PIC X.
           02 ACTIONI                   PIC X(1).
           02 CRSAL          COMP       PIC S9(4).
           02 CRSAF                     PIC X.
           02 FILLER REDEFINES CRSAF.
              03 CRSAA                  PIC X.
           02 CRSAI                     PIC X(4).
           02 CRSBL          COMP       PIC S9(4).
           02 CRSBF                     PIC X.
           02 FILLER REDEFINES CRSBF.
              03 CRSBA                  PIC X.
           02 CRSBI                     PIC X(4).
           02 TERML          COMP       PIC S9(4).
           02 TERMF                     PIC X.
           02 FILLER REDEFINES TERMF.
              03 TERMA                  PIC X.
           02 TERMI                     PIC X(6).
           02 SECTL          COMP       PIC S9(4).
           02 SECTF                     PIC X.
           02 FILLER REDEFINES SECTF.
              03 SECTA                  PIC X.
           02 SECTI                     PIC X(2).
           02 ROLEL          COMP       PIC S9(4).
           02 ROLEF                     PIC X.
           02 FILLER REDEFINES ROLEF.
              03 ROLEA                  PIC X.
           02 ROLEI                     PIC X(1).
           02 LN1L           COMP       PIC S9(4).
           02 LN1F                      PIC X.
           02 FILLER REDEFINES LN1F.
              03 LN1A                   PIC X.
           02 LN1I                      PIC X(60).
           02 LN2L           COMP       PIC S9(4).
           02 LN2F                      PIC X.
           02 FILLER REDEFINES LN2F.
              03 LN2A                   PIC X.
           02 LN2I                      PIC X(60).
           02 LN3L           COMP       PIC S9(4).
           02 LN3F                      PIC X.
           02 FILLER REDEFINES LN3F.
              03 LN3A                   PIC X.
           02 LN3I                      PIC X(60).
           02 LN4L           COMP       PIC S9(4).
           02 LN4F                      PIC X.
           02 FILLER REDEFINES LN4F.
              03 LN4A                   PIC X.
           02 LN4I                      PIC X(60).
           02 LN5L           COMP       PIC S9(4).
           02 LN5F                      PIC X.
           02 FILLER REDEFINES LN5F.
              03 LN5A                   PIC X.
           02 LN5I                      PIC X(60).
           02 LN6L           COMP       PIC S9(4).
           02 LN6F                      PIC X.
           02 FILLER REDEFINES LN6F.
              03 LN6A                   PIC X.
           02 LN6I                      PIC X(60).
           02 MSGL           COMP       PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(79).

       01  INSTMNTO REDEFINES INSTMNTI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 INSTIDO                   PIC X(6).
           02 FILLER                    PIC X(3).
           02 INAMEO                    PIC X(20).
           02 FILLER                    PIC X(3).
           02 IUSERO                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 IDEPTO                    PIC X(4).
           02 FILLER                    PIC X(3).
           02 ISTATO                    PIC X(1).
           02 FILLER                    PIC X(3).
           02 MAXLDO                    PIC X(3).
           02 FILLER                    PIC X(3).
           02 ACTIONO                   PIC X(1).
           02 FILLER                    PIC X(3).
           02 CRSAO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 CRSBO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 TERMO                     PIC X(6).
           02 FILLER                    PIC X(3).
           02 SECTO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 ROLEO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 LN1O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 LN2O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 LN3O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 LN4O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 LN5O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 LN6O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 MSGO                      PIC X(79).
