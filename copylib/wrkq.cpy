       01  WRKQ01.
      *    THE BILLERS' WORK QUEUE, BUILT NIGHTLY BY BLWKQ001 FROM THE
      *    CLAIM RUNS' EXCEPTION LOGS AND WORKLISTS.  ONE ITEM PER
      *    ACCOUNT, CLAIM, SOURCE AND ISSUE.
      *    WQ-SOURCE:  "DOC" DOCERR        "ELG" ELIGERR
      *                "ATH" AUTHERR       "GAP" GAPLOG
      *                "PRV" PROVERR       "MSP" MSPERR
      *                "CCI" CCI005 EXCPRPT "TFW" TFWRPT
      *                "FOL" FOLRPT        "ACK" ACKWORK
      *                "DEN" DENWORK
      *    WQ-STATUS:  "O" OPEN, "W" BEING WORKED, "C" CLEARED ON ITS
      *                OWN (NOT SEEN ON THE SOURCE'S LATEST RUN), "X"
      *                RESOLVED BY THE BILLER.  A CLOSED ITEM THE
      *                SOURCE REPORTS AGAIN IS REOPENED.
      *    WQ-PRIORITY 1 PAST THE FILING DEADLINE, 2 INSIDE 5 DAYS,
      *    3 INSIDE 15, 4 INSIDE 30, 5 ANYTHING LATER.  WQ-RANK IS THE
      *    CLAIM DOLLARS TURNED UPSIDE DOWN, SO READING WQ-QKEY GIVES
      *    EACH BILLER'S QUEUE MOST URGENT AND LARGEST FIRST.
           02 WQ-KEY.
             03 WQ-KEY8 PIC X(8).
             03 WQ-CLAIM PIC X(6).
             03 WQ-SOURCE PIC XXX.
             03 WQ-ISSUE PIC X(10).
           02 WQ-QKEY.
             03 WQ-BILLER PIC XXX.
             03 WQ-PRIORITY PIC 9.
             03 WQ-RANK PIC 9(7)V99.
           02 WQ-STATUS PIC X.
           02 WQ-PAYCODE PIC XXX.
           02 WQ-AMOUNT PIC S9(7)V99.
           02 WQ-DATE-T PIC X(8).
           02 WQ-DAYS-LEFT PIC S9(4).
           02 WQ-DATE-OPEN PIC X(8).
           02 WQ-DATE-DUE PIC X(8).
           02 WQ-DATE-SEEN PIC X(8).
           02 WQ-DATE-CLOSE PIC X(8).
           02 WQ-OPID PIC X(8).
           02 WQ-TEXT PIC X(40).
           02 WQ-FUTURE PIC X(10).
