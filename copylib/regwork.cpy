       01  REGWORK01.
      *    REGISTRATION-CORRECTION WORKLIST -- A MEMBER ID THAT FAILS
      *    ITS PAYER'S IDFMT EDIT.  RW-SOURCE "P" IS THE GUARANTOR'S
      *    G-PRIPOL, "S" G-SECPOL (RW-PATID BLANK FOR BOTH), "C" THE
      *    PATIENT'S OWN PATCOV POLICY.  WRITTEN BY BLIDV001 NIGHTLY,
      *    BY BLMNT001 WHEN A POLICY OR PAYER IS CHANGED, AND BY THE
      *    CLAIM RUNS WHEN THEY HOLD A CLAIM FOR IT.  BLIDV001 DROPS
      *    AN ENTRY ONCE THE ID PASSES.
           02 RW-KEY.
             03 RW-GARNO PIC X(8).
             03 RW-PATID PIC X(8).
             03 RW-SOURCE PIC X.
             03 RW-PAYCODE PIC XXX.
           02 RW-POLICY PIC X(16).
           02 RW-REASON PIC X(32).
           02 RW-FOUND PIC X(8).
           02 RW-LAST PIC X(8).
           02 RW-PGM PIC X(8).
           02 RW-FUTURE PIC X(10).
