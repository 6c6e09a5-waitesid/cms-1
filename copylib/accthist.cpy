       01  ACCTHIST01.
      *    INACTIVE ACCOUNT ARCHIVE -- BLARC003 MOVES A GUARANTOR
      *    NOBODY HAS TOUCHED IN YEARS OFF GARFILE, AND EVERY PATIENT
      *    UNDER IT OFF PATFILE, INTO HERE BYTE FOR BYTE, AND PUTS
      *    THEM BACK ON A RESTORE CARD.  THE ACCOUNT'S CHARGE AND
      *    PAYMENT HISTORY NEVER MOVES -- BLLDG001 FINDS THE NAME
      *    HERE WHEN GARFILE NO LONGER HAS IT.
           02 AH-KEY.
             03 AH-GARNO PIC X(8).
      *    "G" THE GARFILE RECORD (AH-ID IS THE ACCOUNT ITSELF), "P" A
      *    PATFILE RECORD (AH-ID IS P-PATNO).
             03 AH-TYPE PIC X.
             03 AH-ID PIC X(8).
           02 AH-DATE PIC X(8).
           02 AH-IMAGE PIC X(320).
