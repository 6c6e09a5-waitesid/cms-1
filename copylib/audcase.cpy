       01  AUDCASE01.
      *    ONE RECORDS-REQUEST AUDIT CASE -- A RAC OR MAC ADR LETTER, OR
      *    A COMMERCIAL PAYER'S POST-PAYMENT REVIEW -- KEYED BY THE
      *    AUDITOR'S CASE OR LETTER NUMBER AND KEPT BY BLAUD001 CARDS.
      *    THE CLAIMS UNDER REVIEW ARE ON AUDCLM UNDER THE SAME CASE.
      *    AC-TYPE:    "A" ADR (ADDITIONAL DOCUMENTATION REQUEST)
      *                "R" RAC (RECOVERY AUDIT CONTRACTOR)
      *                "C" COMMERCIAL PAYER AUDIT
      *    AC-STATUS:  "O" OPEN, RECORDS NOT YET SENT
      *                "S" RECORDS SENT, AWAITING THE DECISION
      *                "D" DECIDED, RECOUPMENT (IF ANY) OUTSTANDING
      *                "C" CLOSED
      *    AC-OUTCOME: "U" UPHELD (NO RECOUPMENT)
      *                "P" PARTIALLY DENIED   "D" FULLY DENIED
      *    AC-RECOUP IS WHAT THE DECISION LETTER SAYS WILL BE TAKEN
      *    BACK; AC-RECOVERED IS WHAT BLAUD001 HAS TIED TO PLB AND
      *    REVRSL ENTRIES ON PAYCUR SINCE THE DECISION DATE.
           02 AC-CASE PIC X(10).
           02 AC-TYPE PIC X.
           02 AC-PAYCODE PIC XXX.
           02 AC-AUDITOR PIC X(24).
           02 AC-DATE-LTR PIC X(8).
           02 AC-DATE-DUE PIC X(8).
           02 AC-DATE-SENT PIC X(8).
           02 AC-DOCS PIC X(24).
           02 AC-STATUS PIC X.
           02 AC-OUTCOME PIC X.
           02 AC-DATE-DEC PIC X(8).
           02 AC-RECOUP PIC S9(7)V99.
           02 AC-RECOVERED PIC S9(7)V99.
           02 AC-CLAIMS PIC 999.
           02 AC-DATE-OPEN PIC X(8).
           02 AC-OPID PIC X(8).
           02 AC-FUTURE PIC X(10).
