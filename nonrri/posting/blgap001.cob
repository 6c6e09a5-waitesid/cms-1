      *                history but no PROCRATE row come out with the
      *                observed count, total and average formatted so
      *                the keyed follow-up is a transcription job.
      * 2026-10-03 sw  PH-AMOUNT and the amount edit widened to six
      *                dollar digits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLGAP001.
       AUTHOR. SID WAITE.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
       01  HOLD-CLM-PROC PIC X(7) VALUE SPACE.
       01  HOLD-CLM-MULTI PIC X VALUE SPACE.
       01  AVG-PAID PIC 9(6)V99.
       01  NEF-8 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.

