           05  SECPROF-UPDATE-AUTH          PIC X VALUE 'N'.
           05  SECPROF-DELETE-AUTH          PIC X VALUE 'N'.
           05  SECPROF-ADMIN-AUTH           PIC X VALUE 'N'.
      * GRADE AUTHORITY ALONE LETS AN OPERATOR GRADE ONLY THE COURSES
      * THEY ARE ASSIGNED TO TEACH (CRSINST/INSTRUC, RLPRGG); WITH
      * ADMIN AUTHORITY AS WELL THEY MAY GRADE ANY COURSE.
           05  SECPROF-GRADE-AUTH           PIC X VALUE 'N'.
      * OVERRIDE AUTHORITY LETS AN OPERATOR FORCE AN ENROLLMENT PAST
      * A FAILED PREREQUISITE CHECK ON THE DROP/ADD SCREEN (RLPRGC),
      * OR PAST THE TERM MAXIMUM CREDIT LOAD (RLPRGA, RLPRGC, RLPRGT).
           05  SECPROF-OVERRIDE-AUTH        PIC X VALUE 'N'.
      * GRADE-APPROVE AUTHORITY MARKS A USERID THAT MAY ACT AS THE
      * SECOND APPROVER FOR A GRADE CHANGE AFTER TERM CLOSE (RLPRGG).
           05  SECPROF-GRDAPP-AUTH          PIC X VALUE 'N'.
      * LAST DAY THE USERID CAME THROUGH THE MENU (RLPRGM) AND THE LAST
      * DAY AUTHORITIES WERE GRANTED OR CHANGED (RLPRGS). THE MONTHLY
      * REVIEW (RLPRG36) TAKES AWAY THE UPDATE-TYPE AUTHORITIES OF A
      * USERID NOT USED FOR 90 DAYS SINCE THE LATER OF THE TWO, AND
      * SETS THE REVOKE DATE WHEN IT DOES. DATES ARE JULIAN CYYDDD.
           05  SECPROF-LAST-SIGNON-DATE     PIC S9(7) COMP-3.
           05  SECPROF-GRANT-DATE           PIC S9(7) COMP-3.
           05  SECPROF-REVOKE-DATE          PIC S9(7) COMP-3.
      * AUTHORITY REFUSALS ON THE DENY DATE. AT THE DAILY LIMIT THE
      * USERID IS LOCKED - IT KEEPS ITS PROFILE BUT EVERY AUTHORITY IS
      * REFUSED UNTIL AN ADMINISTRATOR UNLOCKS IT (RLPRGS ACTION U).
           05  SECPROF-DENY-DATE            PIC S9(7) COMP-3.
           05  SECPROF-DENY-COUNT           PIC S9(3) COMP-3.
           05  SECPROF-LOCKED               PIC X VALUE 'N'.
           05  SECPROF-LOCK-DATE            PIC S9(7) COMP-3.
      * REGISTRAR AUTHORITY GATES THE CENSUS ENROLLMENT INQUIRY
      * (RLPRG39). IT IS INQUIRY ONLY AND IS NOT TAKEN AWAY BY THE
      * DORMANT USERID REVIEW.
           05  SECPROF-REGISTRAR-AUTH       PIC X VALUE 'N'.
           05  FILLER                       PIC X(1) VALUE SPACES.
