      *                write-off (SMWOFF) by batch and denial markers.
      *                each run snapshots this month's ending balance
      *                back to ARSNAP for next month's beginning.
      * 2026-10-03 sw  PH-AMOUNT widened to S9(6)V99 with the converted
      *                PAYHIST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLRFW001.
       AUTHOR. SID WAITE.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
