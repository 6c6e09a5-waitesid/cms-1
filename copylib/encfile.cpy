       01  ENCFILE01.
      *    ONE RECORD PER CAPITATED SERVICE LINE NEWENC HAS REPORTED
      *    TO ITS PLAN AS AN 837P ENCOUNTER, KEYED BY THE CHARCUR LINE
      *    KEY.  BLCAP001 SETTLES THE LINE ("CAP" ADJ STAMP); NEWENC
      *    SENDS IT AND TRACKS THE PLAN'S ACKNOWLEDGMENT HERE.
      *    EN-STATUS:  "S" SENT, NO ACKNOWLEDGMENT YET
      *                "A" ACCEPTED BY THE PLAN'S FRONT END
      *                "R" REJECTED -- EN-ACK-CODE CARRIES THE STC
      *                    CATEGORY:STATUS, AND THE LINE GOES OUT
      *                    AGAIN ON THE NEXT RUN
           02 EN-KEY.
             03 EN-KEY8 PIC X(8).
             03 EN-KEY3 PIC XXX.
           02 EN-PATID PIC X(8).
           02 EN-CLAIM PIC X(6).
           02 EN-PAYCODE PIC XXX.
           02 EN-PROC PIC X(5).
           02 EN-DATE-T PIC X(8).
           02 EN-AMOUNT PIC S9(6)V99.
           02 EN-DATE-CAP PIC X(8).
           02 EN-CCN PIC 9(9).
           02 EN-DATE-SENT PIC X(8).
           02 EN-SEND-COUNT PIC 99.
           02 EN-STATUS PIC X.
           02 EN-DATE-ACK PIC X(8).
           02 EN-ACK-CODE PIC X(10).
           02 EN-FUTURE PIC X(10).
