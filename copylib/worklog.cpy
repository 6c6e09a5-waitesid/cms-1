       01  WORKLOG01.
      *    STAFF ACTIVITY TRAIL -- ONE LINE EACH TIME AN OPERATOR'S
      *    WORK IS APPLIED BY A BATCH RUN, APPENDED THE WAY MCHGLOG
      *    IS.  BLPRD001 COUNTS IT FOR THE PRODUCTIVITY REPORT.
      *    WL-ACTION:  "CK" CHARGE KEYED (BLCED001)
      *                "PB" PAYMENT BATCH POSTED (BLUI005) -- WL-KEY8
      *                     IS THE BATCH, WL-COUNT ITS PAYMENTS
      *                "DW" DENIAL WORKED (BLDEN002)
      *                "AP" APPEAL REQUESTED (BLDEN002)
      *                "RF" REFUND APPROVED/VOIDED/CLEARED (BLRFD001)
      *                "WQ" WORK-QUEUE ITEM WORKED (BLWKQ001)
      *                "CR" CHARGE CORRECTED/VOIDED/LATE (BLCOR001)
      *                "LU" LIABILITY CASE UPDATED (BLLIA001)
      *                "PF" PREPAYMENT FILED (BLPPY001)
      *                "CI" CLIENT REMITTANCE POSTED (BLCLI002) --
      *                     WL-KEY8 IS THE CLIENT, WL-CLAIM THE
      *                     INVOICE MONTH
           02 WL-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WL-TIME PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WL-OPID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WL-PGM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WL-ACTION PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 WL-KEY8 PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WL-CLAIM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WL-COUNT PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WL-AMOUNT PIC S9(8)V99.
