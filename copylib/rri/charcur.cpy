           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(6)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC 99.
           02 CC-PAYCODE PIC 999.
