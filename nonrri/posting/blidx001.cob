      *                report says the totals balance -- after that
      *                the batch programs can START on the keys they
      *                were written for.
      * 2026-10-03 sw  NP-AMOUNT widened to S9(6)V99 with the converted
      *                PAYCUR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLIDX001.
       AUTHOR. SID WAITE.
           02 NP-KEY.
             03 NP-KEY8 PIC X(8).
             03 NP-KEY3 PIC XXX.
           02 NP-AMOUNT PIC S9(6)V99.
           02 NP-PAYCODE PIC XXX.
           02 NP-DENIAL PIC XX.
           02 NP-CLAIM PIC X(6).
