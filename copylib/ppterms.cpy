       01  PPTERMS01.
      *    THE PROMPT-PAY DISCOUNT POLICY FOR SELF-PAY BALANCES, KEPT
      *    BY BLMNT001 "T" CARDS.  BLST001 PRINTS THE PAY-BY DATE AND
      *    DISCOUNTED AMOUNT ON A QUALIFYING STATEMENT; BLUI005 POSTS
      *    THE DISCOUNT ("PP" ON THE "PRMPAY" BATCH) WHEN A PAYMENT
      *    CLEARS THE CLAIM INSIDE THE TERMS.  "PP" IS THE DISCOUNT'S
      *    CODE ALONE -- PREPAYMENT BLPPY001 APPLIES IS CASH, DENIAL
      *    BLANK ON THE "PREPAY" BATCH.
      *    PT-TYPE:  "T" THE TERMS -- ONE RECORD, PT-PROC BLANK
      *              "X" A PROCEDURE (PT-PROC) EXCLUDED FROM THE
      *                  DISCOUNT WHEN PT-EXCL IS "Y"
      *    PT-BASIS: "S" PT-DAYS COUNT FROM THE DATE OF SERVICE
      *              "F" PT-DAYS COUNT FROM THE FIRST STATEMENT THAT
      *                  CARRIED THE CHARGE (STMTHST)
      *    A BLANK PT-PAY-LO MEANS THE SELF-PAY PAYCODES ("001" AND
      *    "010" THROUGH "020"); A BLANK PT-PAY-HI MEANS THE ONE CODE
      *    PT-PAY-LO.  NO TERMS RECORD, OR A ZERO PERCENT OR DAYS,
      *    MEANS NO DISCOUNT IS OFFERED.
           02 PT-KEY.
             03 PT-TYPE PIC X.
             03 PT-PROC PIC X(5).
           02 PT-PCT PIC 9(3)V99.
           02 PT-DAYS PIC 9(3).
           02 PT-BASIS PIC X.
           02 PT-PAY-LO PIC XXX.
           02 PT-PAY-HI PIC XXX.
           02 PT-EXCL PIC X.
           02 PT-DATE PIC X(8).
           02 PT-OPID PIC X(8).
           02 PT-FUTURE PIC X(10).
