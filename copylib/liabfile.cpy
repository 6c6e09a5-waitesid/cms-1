       01  LIABFILE01.
      *    THIRD-PARTY LIABILITY CASE -- AN AUTO ACCIDENT OR A
      *    SLIP-AND-FALL (CC-ACC-TYPE "2" OR "3") WHOSE BILL WAITS ON
      *    A SETTLEMENT.  ONE CASE PER ACCOUNT, OPENED BY BLLIA001
      *    OFF THE CHARGES OR BY THE LIABILITY BILLER'S LIAUPDT CARD.
      *    WHILE THE CASE IS NOT CLOSED AND A LIEN IS FILED
      *    (LB-LIEN-DATE NOT BLANK), BLST001, BLCO001 AND BLCO002
      *    LEAVE THE ACCOUNT ALONE.
           02 LB-GARNO PIC X(8).
      *    "N" NEW (OPENED BY BLLIA001, NOT YET WORKED), "O" OPEN,
      *    "S" SETTLED AWAITING PAYMENT, "C" CLOSED.
           02 LB-STATUS PIC X.
      *    "2" AUTO, "3" OTHER LIABILITY -- THE CLAIM FORM'S BOX 10.
           02 LB-ACC-TYPE PIC X.
           02 LB-ACC-DATE PIC X(8).
           02 LB-CARRIER PIC X(24).
           02 LB-CARR-CLAIM PIC X(16).
           02 LB-ATTY-NAME PIC X(24).
           02 LB-ATTY-STREET PIC X(24).
           02 LB-ATTY-CITY PIC X(18).
           02 LB-ATTY-STATE PIC XX.
           02 LB-ATTY-ZIP PIC X(9).
      *    THE ATTORNEY'S LETTER OF PROTECTION, AND OUR LIEN -- THE
      *    DATE IT WAS FILED AND THE AMOUNT CLAIMED.
           02 LB-LOP-DATE PIC X(8).
           02 LB-LIEN-DATE PIC X(8).
           02 LB-LIEN-AMT PIC S9(6)V99.
           02 LB-LAST-CONTACT PIC X(8).
           02 LB-LETTER-DATE PIC X(8).
           02 LB-FUTURE PIC X(10).
