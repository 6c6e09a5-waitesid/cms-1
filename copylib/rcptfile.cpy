       01  RCPTFILE01.
      *    FRONT-DESK RECEIPTS -- ONE RECORD PER COPAY OR BALANCE
      *    PAYMENT TAKEN AT A DESK, KEYED BY THE DRAWER IT WENT INTO
      *    (DATE TAKEN, LOCATION, OPERATOR) AND THE RECEIPT NUMBER
      *    HANDED TO THE PATIENT, SO A DRAWER IS ONE RUN OF KEYS.
      *    BLRCP001 FILES THEM FROM THE DESK'S RCPTIN CARDS; BLCSH001
      *    CLOSES THE DRAWER AGAINST ITS COUNT AND, ONLY WHEN IT
      *    BALANCES, STAGES THE RECEIPTS TO PAYFILE FOR BLUI005.
           02 RC-KEY.
             03 RC-DATE PIC X(8).
             03 RC-LOC PIC X(4).
             03 RC-OPID PIC X(8).
             03 RC-RECEIPT PIC X(8).
           02 RC-KEY8 PIC X(8).
           02 RC-NAME PIC X(24).
      *    BLANK CLAIM IS A PAYMENT ON ACCOUNT -- IT CLOSES TO PREPAY,
      *    NOT PAYFILE: BATCH "PREPAY", RC-PD-KEY3 THE PREPAY SEQUENCE.
           02 RC-CLAIM PIC X(6).
           02 RC-PAYCODE PIC XXX.
      *    "C" CASH, "K" CHECK, "R" CARD.
           02 RC-TENDER PIC X.
           02 RC-CHECK-NO PIC X(10).
      *    AS RECEIVED (POSITIVE); IT STAGES TO PAYFILE NEGATIVE.
           02 RC-AMOUNT PIC S9(4)V99.
      *    "O" OPEN IN THE DRAWER, "P" STAGED TO PAYFILE, "V" VOIDED.
           02 RC-STATUS PIC X.
           02 RC-BATCH PIC X(6).
           02 RC-PD-KEY3 PIC XXX.
           02 RC-CLOSE-DATE PIC X(8).
