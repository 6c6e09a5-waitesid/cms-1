       01  SUSPFILE01.
      *    UNAPPLIED REMITTANCE SUSPENSE -- ONE RECORD PER 835 CLAIM
      *    PAYMENT OR CONTRACTUAL ADJUSTMENT BLUI006 COULD NOT MATCH
      *    TO A CHARCUR CLAIM, KEYED BY THE DATE IT WENT INTO
      *    SUSPENSE AND A SEQUENCE WITHIN THE DAY.  THE AMOUNT IS
      *    CARRIED SIGNED THE WAY IT WOULD HAVE POSTED TO PAYFILE
      *    (A PAYMENT IS NEGATIVE), SO A WORKED-OFF ITEM MOVES
      *    ACROSS UNCHANGED.  "O" OPEN, "W" WORKED OFF TO PAYFILE
      *    UNDER THE ACCOUNT/CLAIM THE POSTER KEYED.  SEE BLSUS001.
           02 SU-KEY.
             03 SU-DATE PIC X(8).
             03 SU-SEQ PIC 9(4).
      *    "P" SERVICE-LINE PAYMENT, "A" CONTRACTUAL (CO/OA)
      *    ADJUSTMENT, "C" CLAIM-LEVEL PAYMENT WITH NO SVC DETAIL.
           02 SU-TYPE PIC X.
           02 SU-TRACE PIC X(30).
           02 SU-PAYER PIC X(30).
           02 SU-PAYER-ID PIC X(10).
           02 SU-BATCH PIC X(6).
           02 SU-AMOUNT PIC S9(7)V99.
           02 SU-DENIAL PIC XX.
           02 SU-PROC PIC X(5).
      *    THE CLP SEGMENT AS THE PAYER SENT IT: PATIENT CONTROL
      *    NUMBER, CLAIM STATUS, BILLED, PAID, PATIENT RESPONSIBILITY
      *    AND THE PAYER'S OWN CLAIM CONTROL NUMBER.
           02 SU-CLP-ACCT PIC X(15).
           02 SU-CLP-STATUS PIC XX.
           02 SU-CLP-BILLED PIC S9(7)V99.
           02 SU-CLP-PAID PIC S9(7)V99.
           02 SU-CLP-PATRESP PIC S9(7)V99.
           02 SU-CLP-ICN PIC X(20).
           02 SU-STATUS PIC X.
           02 SU-WORK-KEY8 PIC X(8).
           02 SU-WORK-CLAIM PIC X(6).
           02 SU-WORK-OPID PIC X(8).
           02 SU-WORK-DATE PIC X(8).
