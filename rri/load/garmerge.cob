      *                the collided key instead of back on it, which
      *                used to loop on the first genuine collision
      *                and fill the log.
      * 2026-10-03 sw  PH-AMOUNT widened to S9(6)V99 with the converted
      *                PAYHIST.
      * 2026-10-15 sw  DW-AMOUNT widened to S9(6)V99 with the converted
      *                DENWORK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. garmerge.
       AUTHOR. SWAITE.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
             03 DW-CLAIM PIC X(6).
             03 DW-DENIAL PIC XX.
           02 DW-PAYCODE PIC XXX.
           02 DW-AMOUNT PIC S9(6)V99.
           02 DW-DATE-E PIC X(8).
           02 DW-STATUS PIC X.
           02 DW-BILLER PIC XXX.
