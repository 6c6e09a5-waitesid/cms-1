       01  DISCLOG01.
      *    ACCOUNTING OF DISCLOSURES -- ONE LINE EACH TIME PATIENT
      *    INFORMATION LEAVES THE BUILDING: THE AGENCY PLACEMENT, THE
      *    APPEAL LETTER, THE CLAIM ATTACHMENT, THE REFUND CHECK, THE
      *    ATTORNEY'S PAYOFF LETTER, AND BLDIS001 "M" CARDS FOR
      *    ANYTHING SENT OUTSIDE THE SYSTEM.  DL-PATID IS THE PATIENT
      *    WHEN THE RELEASE IS ABOUT ONE PATIENT'S SERVICES; BLANK
      *    MEANS THE WHOLE ACCOUNT, AND COUNTS FOR EVERY PATIENT ON
      *    IT.  KEPT SIX YEARS; BLDIS001 PRINTS A PATIENT'S ACCOUNTING.
           02 DL-DATE PIC X(8).
           02 FILLER PIC X.
           02 DL-TIME PIC X(8).
           02 FILLER PIC X.
           02 DL-GARNO PIC X(8).
           02 FILLER PIC X.
           02 DL-PATID PIC X(8).
           02 FILLER PIC X.
           02 DL-PGM PIC X(8).
           02 FILLER PIC X.
           02 DL-RECIP PIC X(30).
           02 FILLER PIC X.
      *    "COLLECTIONS", "APPEAL", "CLAIM", "REFUND", "LEGAL", OR AS
      *    KEYED ON THE CARD.
           02 DL-PURPOSE PIC X(12).
           02 FILLER PIC X.
           02 DL-SENT PIC X(40).
      *    THE OPERATOR WHO KEYED A BLDIS001 "M" CARD; BLANK ON THE
      *    RELEASES THE RUNS LOG FOR THEMSELVES.
           02 FILLER PIC X.
           02 DL-OPID PIC X(8).
