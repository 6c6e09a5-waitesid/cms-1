      *                scanlines that fail the digit or the account
      *                match go on LBXRPT with the money untouched,
      *                for the same hand-keying they always needed.
      * 2026-10-03 sw  PD-AMOUNT and the amount edit widened to six
      *                dollar digits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLLBX001.
       AUTHOR. SID WAITE.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(6)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(6).
       01  TOT-POSTED PIC S9(8)V99 VALUE 0.
       01  PAY-AMT PIC S9(6)V99.
       01  SLOT-N PIC 999.
       01  NEF-9 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  SCAN-BODY.
           02 SCAN-ACCT PIC X(8).
