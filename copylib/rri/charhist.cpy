           02 CH-MOD2 PIC XX.
           02 CH-MOD3 PIC XX.
           02 CH-MOD4 PIC XX.
           02 CH-AMOUNT PIC S9(6)V99.
           02 CH-DOCR PIC X(3).
           02 CH-DOCP PIC 99.
           02 CH-PAYCODE PIC 999.
