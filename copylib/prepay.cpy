       01  PREPAY01.
      *    PATIENT MONEY HELD ON ACCOUNT -- A PREPAYMENT FOR A
      *    SCHEDULED STUDY OR A PAYMENT ON ACCOUNT TAKEN WITH NO CLAIM
      *    TO POST IT TO.  ONE RECORD PER PAYMENT, KEYED BY GUARANTOR
      *    AND A SEQUENCE ISSUED IN THE ORDER THE MONEY WAS FILED, SO
      *    A GUARANTOR'S RECORDS READ OLDEST FIRST.  BLCSH001 FILES A
      *    CLOSED DRAWER'S NO-CLAIM RECEIPTS HERE; BLPPY001 FILES
      *    MAILED AND LOCKBOX ONES OFF PPYIN CARDS, APPLIES THE
      *    BALANCES TO SELF-PAY CLAIMS AS PAYCUR ENTRIES, AND REFERS
      *    WHAT SITS TOO LONG TO BLCRD001'S REFUND REVIEW.
           02 PPY-KEY.
             03 PPY-GARNO PIC X(8).
             03 PPY-SEQ PIC 999.
           02 PPY-DATE PIC X(8).
           02 PPY-NAME PIC X(24).
      *    "F" FRONT DESK, "L" LOCKBOX, "M" MAILED OR KEYED BY HAND.
           02 PPY-SOURCE PIC X.
      *    THE DESK RECEIPT NUMBER OR THE PATIENT'S CHECK NUMBER.
           02 PPY-REF PIC X(10).
      *    AS RECEIVED AND STILL UNAPPLIED, BOTH POSITIVE.
           02 PPY-AMOUNT PIC S9(4)V99.
           02 PPY-BALANCE PIC S9(4)V99.
      *    "O" OPEN, "A" FULLY APPLIED, "R" REFERRED TO REFUND REVIEW
      *    (NO LONGER APPLIED), "F" REFUNDED BY BLRFD001.
           02 PPY-STATUS PIC X.
           02 PPY-APPLY-DATE PIC X(8).
           02 PPY-REFER-DATE PIC X(8).
