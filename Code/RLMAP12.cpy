      ******************************************************************
      * BMS SYMBOLIC MAP - MAPSET RLMAP12, MAP ACCTINQ                 *
      * GENERATED FROM THE RLMAP12 MAPSET - DO NOT HAND EDIT FIELD LEN *
      * USED BY THE STUDENT ACCOUNT INQUIRY TRANSACTION (RLPRG17) -    *
      * ACCOUNT TOTALS PLUS THE TEN MOST RECENT LEDGER ENTRIES.        *
      ******************************************************************
       01  ACCTINQI.
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
           02 BALL           COMP       PIC S9(4).
           02 BALF                      PIC X.
           02 FILLER REDEFINES BALF.
              03 BALA                   PIC X.
           02 BALI                      PIC X(13).
           02 CHGDL          COMP       PIC S9(4).
           02 CHGDF                     PIC X.
           02 FILLER REDEFINES CHGDF.
              03 CHGDA                  PIC X.
           02 CHGDI                     PIC X(13).
           02 PAIDL          COMP       PIC S9(4).
           02 PAIDF                     PIC X.
           02 FILLER REDEFINES PAIDF.
              03 PAIDA                  PIC X.
           02 PAIDI                     PIC X(13).
           02 LPAYL          COMP       PIC S9(4).
           02 LPAYF                     PIC X.
           02 FILLER REDEFINES LPAYF.
              03 LPAYA                  PIC X.
           02 LPAYI                     PIC X(7).
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
           02 LN5L           COMP       PIC S9(4).
           02 LN5F                      PIC X.
           02 FILLER REDEFINES LN5F.
              03 LN5A                   PIC X.
           02 LN5I                      PIC X(70).
           02 LN6L           COMP       PIC S9(4).
           02 LN6F                      PIC X.
           02 FILLER REDEFINES LN6F.
              03 LN6A                   PIC X.
           02 LN6I                      PIC X(70).
           02 LN7L           COMP       PIC S9(4).
           02 LN7F                      PIC X.
           02 FILLER REDEFINES LN7F.
              03 LN7A                   PIC X.
           02 LN7I                      PIC X(70).
           02 LN8L           COMP       PIC S9(4).
           02 LN8F                      PIC X.
           02 FILLER REDEFINES LN8F.
              03 LN8A                   PIC X.
           02 LN8I                      PIC X(70).
           02 LN9L           COMP       PIC S9(4).
           02 LN9F                      PIC X.
           02 FILLER REDEFINES LN9F.
              03 LN9A                   PIC X.
           02 LN9I                      PIC X(70).
           02 LN10L          COMP       PIC S9(4).
           02 LN10F                     PIC X.
           02 FILLER REDEFINES LN10F.
              03 LN10A                  PIC X.
           02 LN10I                     PIC X(70).
           02 MSGL           COMP       PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(79).

       01  ACCTINQO REDEFINES ACCTINQI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 STUNUMO                   PIC X(7).
           02 FILLER                    PIC X(3).
           02 STUNAMEO                  PIC X(20).
           02 FILLER                    PIC X(3).
           02 BALO                      PIC X(13).
           02 FILLER                    PIC X(3).
           02 CHGDO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 PAIDO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 LPAYO                     PIC X(7).
           02 FILLER                    PIC X(3).
           02 LN1O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN2O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN3O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN4O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN5O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN6O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN7O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN8O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN9O                      PIC X(70).
           02 FILLER                    PIC X(3).
           02 LN10O                     PIC X(70).
           02 FILLER                    PIC X(3).
           02 MSGO                      PIC X(79).
