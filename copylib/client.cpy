       01  CLIENT01.
      *    CLIENT (FACILITY) MASTER -- THE HOSPITAL AND NURSING HOMES
      *    WE READ FOR UNDER PURCHASED-SERVICE CONTRACTS.  THE KEY IS
      *    THE CLIENT PAYCODE ITSELF, 900 THROUGH 949: A CHARCUR LINE
      *    UNDER ONE OF THOSE CODES IS BILLED TO THE FACILITY ON
      *    BLCLI001'S MONTHLY INVOICE AND NEVER TO A PAYER OR THE
      *    PATIENT.  KEPT BY BLMNT001 "C" CARDS.
           02 CLI-KEY PIC XXX.
           02 CLI-NAME PIC X(30).
           02 CLI-ATTN PIC X(24).
           02 CLI-STREET PIC X(24).
           02 CLI-CITY PIC X(18).
           02 CLI-STATE PIC XX.
           02 CLI-ZIP PIC X(9).
      *    THE CONTRACT: ITS NUMBER, THE WINDOW IT IS IN FORCE, THE
      *    PAYMENT TERMS IN DAYS FROM THE INVOICE, AND THE PERCENT OF
      *    OUR CHARGE BILLED FOR A PROCEDURE WITH NO PROCRATE
      *    CONTRACTED AMOUNT UNDER THE CLIENT PAYCODE (ZERO IS THE
      *    FULL CHARGE).
           02 CLI-CONTRACT PIC X(12).
           02 CLI-DATE-EFF PIC X(8).
           02 CLI-DATE-TERM PIC X(8).
           02 CLI-NET-DAYS PIC 999.
           02 CLI-PCT PIC 999V99.
      *    "A" ACTIVE, "I" INACTIVE (LINES WAIT, NOT INVOICED).
           02 CLI-STATUS PIC X.
