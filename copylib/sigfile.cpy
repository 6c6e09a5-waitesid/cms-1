       01  SIGFILE01.
      *    SIGNATURE ON FILE -- ONE RECORD PER PATIENT PER FORM, KEPT
      *    BY BLSIG001 FROM THE FRONT DESK'S SIGIN CARDS.  SIG-PATID IS
      *    CC-PATID: THE PATFILE NUMBER, OR THE GUARANTOR'S OWN NUMBER
      *    WHEN THE GUARANTOR IS THE PATIENT.  NEW1500 BOXES 12/13 AND
      *    NEW837P CLM08/CLM09 ARE DRIVEN OFF IT, AND A CLAIM WITH NO
      *    CURRENT RELEASE IS HELD.
           02 SIG-KEY.
             03 SIG-PATID PIC X(8).
      *    "R" RELEASE OF INFORMATION (BOX 12), "A" ASSIGNMENT OF
      *    BENEFITS (BOX 13), "M" LIFETIME MEDICARE AUTHORIZATION,
      *    WHICH STANDS FOR BOTH ON A MEDICARE CLAIM.
             03 SIG-FORM PIC X.
           02 SIG-GARNO PIC X(8).
      *    "A" ACTIVE, "R" REVOKED BY THE PATIENT.
           02 SIG-STATUS PIC X.
           02 SIG-SIGNED PIC X(8).
      *    RENEWAL PERIOD IN MONTHS; 00 NEVER EXPIRES.  SIG-EXPIRES IS
      *    WORKED OUT FROM IT WHEN THE CARD IS APPLIED, BLANK FOR 00.
           02 SIG-RENEW PIC 99.
           02 SIG-EXPIRES PIC X(8).
           02 SIG-SIGNER PIC X(24).
      *    WHO SIGNED: "S" THE PATIENT, "G" PARENT OR GUARDIAN, "R"
      *    AUTHORIZED REPRESENTATIVE.
           02 SIG-SIGNER-REL PIC X.
           02 SIG-OPID PIC X(8).
           02 SIG-UPDATED PIC X(8).
           02 SIG-FUTURE PIC X(10).
