           02 CD-MOD2 PIC XX.
           02 CD-MOD3 PIC XX.
           02 CD-MOD4 PIC XX.
           02 CD-AMOUNT PIC S9(6)V99.
           02 CD-DOCR PIC X(3).
           02 CD-DOCP PIC X(2).
           02 CD-PAYCODE PIC XXX.
           02 CD-DATE-T PIC X(8).
      *    ONE BYTE OF FUTURE CARVED FOR BLCED001: "Y" ONCE THE
      *    STAGED CHARGE HAS BEEN LOGGED TO WORKLOG AGAINST THE
      *    OPERATOR WHO KEYED IT, SO A RE-EDIT DOES NOT COUNT IT TWICE.
           02 CD-KEY-LOGGED PIC X.
           02 CD-FUTURE PIC X(5).
