      *                one of them was visible weeks ahead.
      * 2026-09-02 sw  the latest shared note off NOTEFILE (blnot001)
      *                now rides each escalation line.
      * 2026-09-26 sw  client-billed lines (paycode 900-949) are the
      *                facility's, invoiced by blcli001, and are passed
      *                over like self-pay.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLTFW001.
       AUTHOR. SID WAITE.
           02 FILLER PIC X VALUE SPACE.
           02 TF-DATE-T PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 TF-AMOUNT PIC ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 TF-DAYS-LEFT PIC ZZZ9-.
           02 FILLER PIC X VALUE SPACE.

           IF CC-PAYCODE = "001"
               OR CC-PAYCODE > "009" AND < "021"
               OR CC-PAYCODE > "899" AND < "950"
               GO TO P1
           END-IF

