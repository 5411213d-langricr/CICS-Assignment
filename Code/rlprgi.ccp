	       MOVE STUFILE-AREA-CODE TO PHAREO.
         MOVE STUFILE-EXCHANGE TO PHEXCO.
         MOVE STUFILE-PHONE-NUM TO PHNUMO.
         MOVE STUFILE-PROGRAM TO PROGO.

         MOVE STUFILE-LAST-MAINT-DATE TO WS-LASTMNT-DATE-ED.
         MOVE STUFILE-LAST-MAINT-USERID TO WS-LASTMNT-USERID-ED.
         MOVE STUFILE-AREA-CODE TO PHAREO.
         MOVE STUFILE-EXCHANGE TO PHEXCO.
         MOVE STUFILE-PHONE-NUM TO PHNUMO.
         MOVE STUFILE-PROGRAM TO PROGO.

         MOVE STUFILE-LAST-MAINT-DATE TO WS-LASTMNT-DATE-ED.
         MOVE STUFILE-LAST-MAINT-USERID TO WS-LASTMNT-USERID-ED.
