       01  DEDACC01.
      *    THE PATIENT'S DEDUCTIBLE AND OUT-OF-POCKET ACCUMULATOR, ONE
      *    RECORD PER PATIENT (CC-PATID), PAYCODE AND PLAN YEAR.  THE
      *    PLAN YEAR IS THE CALENDAR YEAR OF THE DATE OF SERVICE.
      *    BLUI006 ADDS EACH POSTED 835'S PATIENT-RESPONSIBILITY CAS
      *    AMOUNTS -- PR-1 DEDUCTIBLE, PR-2 COINSURANCE, PR-3 COPAY,
      *    ANY OTHER PR REASON TO DA-OTHER -- SO A REVERSAL NETS ITS
      *    ORIGINAL BACK OUT.  NEW271 SETS THE PLAN'S INDIVIDUAL
      *    DEDUCTIBLE (EB*C) AND OUT-OF-POCKET MAXIMUM (EB*G) WHEN THE
      *    PAYER SENDS THEM; ZERO MEANS NOT KNOWN.  BLDED001 REPORTS
      *    THE FILE BY PATIENT AND BLEST001 QUOTES FROM IT.
           02 DA-KEY.
             03 DA-PATID PIC X(8).
             03 DA-PAYCODE PIC XXX.
             03 DA-YEAR PIC X(4).
           02 DA-DED PIC S9(6)V99.
           02 DA-COINS PIC S9(6)V99.
           02 DA-COPAY PIC S9(6)V99.
           02 DA-OTHER PIC S9(6)V99.
           02 DA-DED-LIMIT PIC 9(6)V99.
           02 DA-OOP-LIMIT PIC 9(6)V99.
           02 DA-CLAIMS PIC 9(5).
           02 DA-DATE-POST PIC X(8).
           02 DA-DATE-LIMIT PIC X(8).
      *    CARVED FROM THE OLD DA-FUTURE: THE PLAN'S COPAY (EB*B) AND
      *    COINSURANCE RATE (EB*A, .20 FOR 20 PERCENT) FOR IMAGING AS
      *    NEW271 LAST HEARD THEM.  ZERO, OR SPACE ON A RECORD OLDER
      *    THAN THE CARVE, MEANS NOT KNOWN.  BLTOS001 QUOTES THEM AT
      *    CHECK-IN.
           02 DA-COPAY-AMT PIC 9(4)V99.
           02 DA-COINS-PCT PIC 9V99.
           02 DA-FUTURE PIC X.
