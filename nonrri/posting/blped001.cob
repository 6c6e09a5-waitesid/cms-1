      *                charges.  exceptions go on EDITRPT so the
      *                poster fixes the batch the same day instead of
      *                finding orphans at month-end.
      * 2026-10-03 sw  PD-AMOUNT and the amount edit widened to six
      *                dollar digits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLPED001.
       AUTHOR. SID WAITE.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(6)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ED-CLAIM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ED-AMOUNT PIC ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 ED-REASON PIC X(30).

