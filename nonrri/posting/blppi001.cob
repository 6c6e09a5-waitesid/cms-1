      *                the demand report.  blfol001 chases the claims
      *                that never paid -- this collects on the ones
      *                that paid late.
      * 2026-10-03 sw  PH-AMOUNT and the amount edits widened to six
      *                dollar digits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLPPI001.
       AUTHOR. SID WAITE.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
       01  PAY-DAYS PIC S9(6).
       01  DAYS-LATE PIC S9(6).
       01  INT-AMT PIC 9(6)V99.
       01  NEF-9 PIC ZZZ,ZZ9.99.
       01  NEF-10 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.

