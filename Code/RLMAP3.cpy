           02 FILLER REDEFINES CODE1BF.
              03 CODE1BA                PIC X.
           02 CODE1BI                   PIC X(4).
           02 SECT1L         COMP       PIC S9(4).
           02 SECT1F                    PIC X.
           02 FILLER REDEFINES SECT1F.
              03 SECT1A                 PIC X.
           02 SECT1I                    PIC X(2).
           02 CODE2AL        COMP       PIC S9(4).
           02 CODE2AF                   PIC X.
           02 FILLER REDEFINES CODE2AF.
           02 FILLER REDEFINES CODE2BF.
              03 CODE2BA                PIC X.
           02 CODE2BI                   PIC X(4).
           02 SECT2L         COMP       PIC S9(4).
           02 SECT2F                    PIC X.
           02 FILLER REDEFINES SECT2F.
              03 SECT2A                 PIC X.
           02 SECT2I                    PIC X(2).
           02 CODE3AL        COMP       PIC S9(4).
           02 CODE3AF                   PIC X.
           02 FILLER REDEFINES CODE3AF.
           02 FILLER REDEFINES CODE3BF.
              03 CODE3BA                PIC X.
           02 CODE3BI                   PIC X(4).
           02 SECT3L         COMP       PIC S9(4).
           02 SECT3F                    PIC X.
           02 FILLER REDEFINES SECT3F.
              03 SECT3A                 PIC X.
           02 SECT3I                    PIC X(2).
           02 CODE4AL        COMP       PIC S9(4).
           02 CODE4AF                   PIC X.
           02 FILLER REDEFINES CODE4AF.
           02 FILLER REDEFINES CODE4BF.
              03 CODE4BA                PIC X.
           02 CODE4BI                   PIC X(4).
           02 SECT4L         COMP       PIC S9(4).
           02 SECT4F                    PIC X.
           02 FILLER REDEFINES SECT4F.
              03 SECT4A                 PIC X.
           02 SECT4I                    PIC X(2).
           02 CODE5AL        COMP       PIC S9(4).
           02 CODE5AF                   PIC X.
           02 FILLER REDEFINES CODE5AF.
           02 FILLER REDEFINES CODE5BF.
              03 CODE5BA                PIC X.
           02 CODE5BI                   PIC X(4).
           02 SECT5L         COMP       PIC S9(4).
           02 SECT5F                    PIC X.
           02 FILLER REDEFINES SECT5F.
              03 SECT5A                 PIC X.
           02 SECT5I                    PIC X(2).
           02 ADDR1L         COMP       PIC S9(4).
           02 ADDR1F                    PIC X.
           02 FILLER REDEFINES ADDR1F.
           02 FILLER                    PIC X(3).
           02 CODE1BO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECT1O                    PIC X(2).
           02 FILLER                    PIC X(3).
           02 CODE2AO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 CODE2BO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECT2O                    PIC X(2).
           02 FILLER                    PIC X(3).
           02 CODE3AO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 CODE3BO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECT3O                    PIC X(2).
           02 FILLER                    PIC X(3).
           02 CODE4AO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 CODE4BO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECT4O                    PIC X(2).
           02 FILLER                    PIC X(3).
           02 CODE5AO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 CODE5BO                   PIC X(4).
           02 FILLER                    PIC X(3).
           02 SECT5O                    PIC X(2).
           02 FILLER                    PIC X(3).
           02 ADDR1O                    PIC X(20).
           02 FILLER                    PIC X(3).
           02 ADDR2O                    PIC X(20).
