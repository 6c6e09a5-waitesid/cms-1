       01  FEEPROP01.
      *    PROPOSED FEES, ONE RECORD PER PROCFILE ROW BILLED BELOW
      *    SOME PAYER'S IN-FORCE PROCRATE ALLOWABLE, WRITTEN BY
      *    BLALW001 AND READ BY BLFEE001 CHANGE TYPE "L".  FP-AMOUNT
      *    IS THE HIGHEST NON-MEDICARE ALLOWABLE ABOVE PROC-AMOUNT AND
      *    FP-CARE THE HIGHEST MEDICARE (003/093) ALLOWABLE ABOVE
      *    CARE-AMOUNT -- ZERO WHERE OUR FEE ALREADY COVERS EVERY
      *    RATE.  FP-VOLUME IS LAST YEAR'S CHARFILE UNITS AND FP-LOSS
      *    THE ESTIMATED DOLLARS THE LOW FEE LEFT UNCOLLECTED.
           02 FP-PROC PIC X(7).
           02 FP-OLD-AMOUNT PIC 9(4)V99.
           02 FP-AMOUNT PIC 9(4)V99.
           02 FP-OLD-CARE PIC 9(4)V99.
           02 FP-CARE PIC 9(4)V99.
           02 FP-VOLUME PIC 9(7).
           02 FP-LOSS PIC 9(7)V99.
           02 FP-DATE PIC X(8).
