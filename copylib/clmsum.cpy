       01  CLMSUM01.
      *    THE CLAIM SUMMARY -- ONE ROW PER ACCOUNT AND CLAIM CARRYING
      *    THE SAME CHARGE-PLUS-PAYMENTS ARITHMETIC BLUI005'S A6 AND
      *    BLSWO001'S TOTAL-CLAIM RUN, SO A REPORT CAN READ THE CLAIMS
      *    IT WANTS INSTEAD OF WALKING ALL OF CHARCUR AND PAYCUR.
      *    KEPT CURRENT BY THE CLAIM RUNS (NEW1500, NEW837P), POSTING
      *    (BLUI005), REVERSAL (BLREV001), SMALL-BALANCE WRITE-OFF
      *    (BLSWO001) AND REFUND (BLRFD001) AS THEY TOUCH A CLAIM;
      *    BLCSM001 REBUILDS AND PROVES IT NIGHTLY.
      *    AMOUNTS CARRY THE PAYCUR SIGNS: PAYMENTS AND ADJUSTMENTS
      *    ARE NEGATIVE, A REFUND OR REVERSAL POSITIVE, AND
      *    CS-BALANCE = CS-CHARGES + CS-PAYMENTS + CS-ADJUST.
      *    CS-PAYMENTS IS CASH -- PC-DENIAL BLANK, DD, 07, 08 OR 14
      *    THE WAY BLLDG001 COUNTS IT, PLUS REFUNDS (RF), REVRSL
      *    REVERSALS AND PREPAYMENT APPLIED OFF THE PREPAY BATCH;
      *    EVERY OTHER CODED POSTING IS AN ADJUSTMENT.
      *    CS-STATUS:  "U" A LINE STILL UNBILLED   "B" BILLED, OPEN
      *                "Z" ZERO BALANCE            "C" CREDIT BALANCE
      *    CS-PAYCODE IS THE CURRENT PAYER, OFF THE CLAIM'S FIRST
      *    LINE.  CS-DATE-LAST IS THE LATEST BILLED, ADJUSTED OR
      *    POSTED DATE ON THE CLAIM.
           02 CS-KEY.
             03 CS-KEY8 PIC X(8).
             03 CS-CLAIM PIC X(6).
           02 CS-PAYCODE PIC XXX.
           02 CS-STATUS PIC X.
           02 CS-PATID PIC X(8).
           02 CS-CHARGES PIC S9(7)V99.
           02 CS-PAYMENTS PIC S9(7)V99.
           02 CS-ADJUST PIC S9(7)V99.
           02 CS-BALANCE PIC S9(7)V99.
           02 CS-LINES PIC 999.
           02 CS-UNBILLED PIC 999.
           02 CS-POSTINGS PIC 999.
           02 CS-DATE-T PIC X(8).
           02 CS-DATE-A PIC X(8).
           02 CS-DATE-LAST PIC X(8).
           02 CS-DATE-SYNC PIC X(8).
           02 CS-PGM PIC X(8).
           02 CS-FUTURE PIC X(10).
