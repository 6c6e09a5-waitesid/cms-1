       01  AUDCLM01.
      *    ONE CLAIM UNDER AN AUDIT CASE, KEYED BY ACCOUNT, CLAIM AND
      *    CASE SO THE REFUND (BLCRD001, BLRFD001) AND WRITE-OFF
      *    (BLSWO001) RUNS CAN ASK "IS THIS CLAIM UNDER AUDIT" WITH ONE
      *    START.  KEPT BY BLAUD001.
      *    AK-SOURCE:  "C" FOUND ON CHARCUR   "H" FOUND ON CHARHIST
      *    AK-OUTCOME: " " NOT DECIDED  "U" UPHELD  "P" PARTIALLY
      *                DENIED           "D" FULLY DENIED
      *    AK-STATUS:  "A" UNDER AUDIT -- REFUNDS AND WRITE-OFFS HOLD
      *                "C" CLOSED -- UPHELD, OR THE RECOUPMENT TIED
      *    AK-RECOUPED IS THE PLB AND REVRSL MONEY FOUND ON PAYCUR FOR
      *    THE CLAIM SINCE THE DECISION; AK-RCP-SRC THE BATCH OF THE
      *    LAST ONE TIED.
           02 AK-KEY.
             03 AK-KEY8 PIC X(8).
             03 AK-CLAIM PIC X(6).
             03 AK-CASE PIC X(10).
           02 AK-SOURCE PIC X.
           02 AK-PAYCODE PIC XXX.
           02 AK-DATE-T PIC X(8).
           02 AK-BILLED PIC S9(7)V99.
           02 AK-OUTCOME PIC X.
           02 AK-RECOUP PIC S9(7)V99.
           02 AK-RECOUPED PIC S9(7)V99.
           02 AK-DATE-RCP PIC X(8).
           02 AK-RCP-SRC PIC X(6).
           02 AK-STATUS PIC X.
           02 AK-FUTURE PIC X(10).
