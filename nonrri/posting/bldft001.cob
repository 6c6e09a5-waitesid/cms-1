      *                normal posting pass, and declines mark the
      *                plan defaulted and report, which is exactly
      *                how blpln001 treats a cycle with no payment.
      * 2026-10-03 sw  PD-AMOUNT widened to S9(6)V99 with the converted
      *                PAYFILE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDFT001.
       AUTHOR. SID WAITE.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(6)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(6).
