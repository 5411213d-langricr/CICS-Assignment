      * BMS SYMBOLIC MAP - MAPSET RLMAP11, MAP CLSLIST                 *
      * GENERATED FROM THE RLMAP11 MAPSET - DO NOT HAND EDIT FIELD LEN*
      * USED BY THE CLASS-LIST INQUIRY TRANSACTION (RLPRG8) - TWELVE  *
      * STUDENT LINES PER PAGE, PF8 PAGES FORWARD AND PF7 BACK. AN    *
      * OPTIONAL SECTION NUMBER LIMITS THE LIST TO ONE SECTION.       *
      * INSTR SHOWS THE INSTRUCTOR TEACHING IT IN THE CURRENT TERM.   *
      ******************************************************************
       01  CLSLISTI.
           02 FILLER                    PIC X(12).
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
              03 TITLEA                 PIC X.
           02 TITLEI                    PIC X(20).
           02 INSTRL         COMP       PIC S9(4).
           02 INSTRF                    PIC X.
           02 FILLER REDEFINES INSTRF.
              03 INSTRA                 PIC X.
           02 INSTRI                    PIC X(20).
           02 LN1L           COMP       PIC S9(4).
           02 LN1F                      PIC X.
           02 FILLER REDEFINES LN1F.
           02 FILLER                    PIC X(3).
           02 CRSBO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECTO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 TITLEO                    PIC X(20).
           02 FILLER                    PIC X(3).
           02 INSTRO                    PIC X(20).
           02 FILLER                    PIC X(3).
           02 LN1O                      PIC X(60).
           02 FILLER                    PIC X(3).
           02 LN2O                      PIC X(60).
