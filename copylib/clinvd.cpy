       01  CLINVD01.
      *    CLIENT INVOICE DETAIL -- ONE RECORD PER CHARCUR LINE BILLED
      *    ON A CLINV INVOICE, IN INVOICE LINE ORDER.  CARRIES WHAT THE
      *    INVOICE PRINTED AND WHAT THE FACILITY HAS PAID ON THE LINE,
      *    SO BLCLI002 CAN SPREAD A PAYMENT ACROSS THE PATIENT
      *    ACCOUNTS AS PAYCUR ENTRIES.
           02 CV-KEY.
             03 CV-CLIENT PIC XXX.
             03 CV-PERIOD PIC X(6).
             03 CV-LINE PIC 9(5).
           02 CV-CHARCUR-KEY PIC X(11).
           02 CV-CLAIM PIC X(6).
           02 CV-PATID PIC X(8).
           02 CV-PATNAME PIC X(24).
           02 CV-DOS PIC X(8).
           02 CV-PROC PIC X(7).
           02 CV-CHARGE PIC S9(6)V99.
           02 CV-AMOUNT PIC S9(6)V99.
           02 CV-PAID PIC S9(6)V99.
