       01  STMTHST01.
      *    ONE RECORD PER STATEMENT BLST001 PRODUCES, KEYED BY
      *    GUARANTOR AND STATEMENT DATE.
      *    SH-METHOD:  "P" PRINTED IN-HOUSE (STMTOUT)
      *                "V" SENT TO THE PRINT VENDOR (VNDOUT) -- THE
      *                    MAIL DATE AND SH-VSTAT COME BACK ON THE
      *                    VENDOR'S CONFIRMATION FILE, LOADED BY
      *                    BLST002
      *                "E" E-STATEMENT NOTIFICATION (ESTOUT)
      *    SH-VSTAT:   SPACE NOT YET CONFIRMED, "M" MAILED, "U" THE
      *                VENDOR COULD NOT MAIL IT (SH-VREASON SAYS WHY)
           02 SH-KEY.
             03 SH-GARNO PIC X(8).
             03 SH-DATE PIC X(8).
           02 SH-METHOD PIC X.
           02 SH-CYCLE PIC X.
           02 SH-AMT-DUE PIC S9(7)V99.
           02 SH-BALANCE PIC S9(7)V99.
           02 SH-DUN-LVL PIC 9.
           02 SH-PIECE PIC 9(7).
           02 SH-MAIL-DATE PIC X(8).
           02 SH-VSTAT PIC X.
           02 SH-VREASON PIC X(20).
           02 SH-FUTURE PIC X(10).
