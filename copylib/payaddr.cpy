       01  PAYADDR01.
      *    PAYER ADDRESSES BY PURPOSE, KEYED BY INS-KEY AND ADDRESS
      *    TYPE, KEPT BY BLMNT001 "D" CARDS.  INSFILE HOLDS ONE
      *    ADDRESS PER PAYER; MOST PAYERS WANT CLAIMS, APPEALS AND
      *    REFUNDS SENT TO DIFFERENT BOXES.
      *    AD-TYPE:  "C" CLAIMS (NEW1500)
      *              "A" APPEALS (BLAPL001)
      *              "R" REFUNDS AND OVERPAYMENT RETURNS (BLRFD001)
      *              "M" CORRESPONDENCE AND RECORDS (BLATT001)
      *    A TYPE NOT KEYED, OR KEYED WITH NO STREET, FALLS BACK TO
      *    THE INSFILE ADDRESS.  AD-ATTN IS AN ATTENTION LINE ("APPEALS
      *    UNIT") WHERE THE FORM HAS ROOM FOR ONE.
           02 AD-KEY.
             03 AD-INS-KEY PIC XXX.
             03 AD-TYPE PIC X.
           02 AD-ATTN PIC X(24).
           02 AD-STREET PIC X(24).
           02 AD-CITY PIC X(15).
           02 AD-STATE PIC XX.
           02 AD-ZIP PIC X(9).
           02 AD-DATE PIC X(8).
           02 AD-OPID PIC X(8).
           02 AD-FUTURE PIC X(10).
