       01  CLINV01.
      *    CLIENT INVOICES -- THE CLIENT A/R.  ONE RECORD PER FACILITY
      *    PER BILLING MONTH, SO THE INVOICE NUMBER IS THE CLIENT
      *    PAYCODE AND THE MONTH.  BLCLI001 BUILDS IT, BLCLI002 POSTS
      *    THE FACILITY'S PAYMENTS AGAINST IT AND AGES WHAT IS OPEN.
           02 CI-KEY.
             03 CI-CLIENT PIC XXX.
             03 CI-PERIOD PIC X(6).
           02 CI-DATE PIC X(8).
           02 CI-DUE PIC X(8).
           02 CI-LINES PIC 9(5).
           02 CI-AMOUNT PIC S9(7)V99.
           02 CI-PAID PIC S9(7)V99.
           02 CI-ADJ PIC S9(7)V99.
      *    "O" OPEN, "P" PAID IN FULL.
           02 CI-STATUS PIC X.
           02 CI-PAY-DATE PIC X(8).
