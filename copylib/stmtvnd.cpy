      *    THE PRINT VENDOR'S FIXED-FORMAT STATEMENT FILE.  EVERY
      *    STATEMENT (PIECE) IS AN ADDRESS RECORD, A COUPON RECORD,
      *    A DUNNING MESSAGE RECORD WHEN THERE IS A MESSAGE, ONE
      *    DETAIL RECORD PER OPEN CHARGE AND AN END RECORD, ALL
      *    CARRYING THE ACCOUNT AND PIECE NUMBER.  RECORD TYPES ARE
      *    "10" ADDRESS, "20" COUPON, "30" MESSAGE, "40" DETAIL AND
      *    "90" END OF PIECE.  AMOUNTS ARE UNSIGNED WITH IMPLIED
      *    CENTS AND A SEPARATE "-" BYTE FOR A CREDIT.  VA-CRRT AND
      *    VA-DPBC ARE LEFT BLANK FOR THE VENDOR'S CASS/PRESORT PASS
      *    TO FILL.  VP-PAYBY AND VP-PP-DUE CARRY THE PROMPT-PAY
      *    DISCOUNT OFFER (PPTERMS) -- BLANK PAY-BY WHEN NONE.
       01  VND-ADDR.
           02 VA-TYPE PIC XX.
           02 VA-GARNO PIC X(8).
           02 VA-PIECE PIC 9(7).
           02 VA-STMT-DATE PIC X(8).
           02 VA-NAME PIC X(34).
           02 VA-ADDR1 PIC X(24).
           02 VA-ADDR2 PIC X(24).
           02 VA-CITY PIC X(18).
           02 VA-STATE PIC XX.
           02 VA-ZIP5 PIC X(5).
           02 VA-ZIP4 PIC X(4).
           02 VA-CRRT PIC X(4).
           02 VA-DPBC PIC X(3).
           02 VA-CYCLE PIC X.
           02 FILLER PIC X(56).
       01  VND-COUPON.
           02 VP-TYPE PIC XX.
           02 VP-GARNO PIC X(8).
           02 VP-PIECE PIC 9(7).
           02 VP-SCANLINE PIC X(26).
           02 VP-AMT-DUE PIC 9(7)V99.
           02 VP-BALANCE PIC 9(7)V99.
           02 VP-BAL-SIGN PIC X.
           02 VP-PLAN PIC X.
           02 VP-PAYBY PIC X(8).
           02 VP-PP-DUE PIC 9(7)V99.
           02 FILLER PIC X(120).
       01  VND-MSG.
           02 VM-TYPE PIC XX.
           02 VM-GARNO PIC X(8).
           02 VM-PIECE PIC 9(7).
           02 VM-LEVEL PIC X.
           02 VM-TEXT PIC X(60).
           02 FILLER PIC X(122).
       01  VND-DETAIL.
           02 VD-TYPE PIC XX.
           02 VD-GARNO PIC X(8).
           02 VD-PIECE PIC 9(7).
           02 VD-LINE PIC 9(3).
           02 VD-PATID PIC X(8).
           02 VD-DATE PIC X(8).
           02 VD-PROC PIC X(5).
           02 VD-MOD PIC XX.
           02 VD-AMOUNT PIC 9(6)V99.
           02 VD-SIGN PIC X.
           02 FILLER PIC X(148).
       01  VND-END.
           02 VE-TYPE PIC XX.
           02 VE-GARNO PIC X(8).
           02 VE-PIECE PIC 9(7).
           02 VE-LINES PIC 9(3).
           02 VE-RECORDS PIC 9(5).
           02 FILLER PIC X(175).
