       01  OPFILE01.
      *    THE OPERATOR MASTER, ONE RECORD PER PERSON WHO KEYS CARDS,
      *    KEPT BY BLOPR001 "A"/"C"/"T" CARDS.  THE CARD-DRIVEN RUNS
      *    REFUSE A CARD WHOSE OPERATOR IS NOT ON FILE, NOT YET
      *    ACTIVE, TERMINATED (OP-DATE-TERM ON OR BEFORE THE RUN
      *    DATE) OR WITHOUT THE ROLE THE RUN NEEDS.  ROLES ARE "Y"
      *    OR "N":  POSTER, BILLER, APPROVER, MASTER-FILE MAINTENANCE
      *    AND SUPERVISOR -- A SUPERVISOR HOLDS EVERY ROLE AND ALONE
      *    MAY CHANGE THIS FILE.  OP-DATE-CHG AND OP-CHG-OPID RECORD
      *    THE LAST CHANGE.
           02 OP-OPID PIC X(8).
           02 OP-NAME PIC X(24).
           02 OP-DATE-ACTIVE PIC X(8).
           02 OP-DATE-TERM PIC X(8).
           02 OP-ROLES.
             03 OP-ROLE-POST PIC X.
             03 OP-ROLE-BILL PIC X.
             03 OP-ROLE-APPR PIC X.
             03 OP-ROLE-MAINT PIC X.
             03 OP-ROLE-SUPV PIC X.
           02 OP-DATE-CHG PIC X(8).
           02 OP-CHG-OPID PIC X(8).
           02 OP-FUTURE PIC X(15).
