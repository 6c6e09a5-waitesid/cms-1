       01  REMITDTL01.
      *    835 REMITTANCE DETAIL KEPT PER CLAIM -- ONE "C" RECORD PER
      *    CLP CLAIM PAYMENT (RD-LINE ZERO) AND ONE "L" RECORD PER SVC
      *    SERVICE LINE UNDER IT, KEYED BY THE ACCOUNT AND CLAIM OUT OF
      *    CLP01, THE DATE BLUI006 POSTED THE REMIT, AND A REMIT
      *    SEQUENCE WITHIN THE DAY (A REVERSAL AND ITS CORRECTION OFTEN
      *    ARRIVE ON THE SAME FILE).  AMOUNTS ARE CARRIED AS THE PAYER
      *    SENT THEM, NOT SIGNED THE WAY PAYFILE POSTS THEM.  PRINTED
      *    AS AN EOB PAGE BY BLEOB001 AND BY NEW1500 BEHIND A PAPER
      *    SECONDARY CLAIM.
           02 RD-KEY.
             03 RD-KEY8 PIC X(8).
             03 RD-CLAIM PIC X(6).
             03 RD-DATE PIC X(8).
             03 RD-RSEQ PIC 99.
             03 RD-LINE PIC 999.
      *    "C" CLAIM (CLP), "L" SERVICE LINE (SVC).
           02 RD-TYPE PIC X.
      *    THE CHARCUR PAYCODE THE REMIT POSTED UNDER -- THE PAYER IT
      *    CAME FROM, AS OUR OWN INSURANCE CODE.  SPACE WHEN CLP01
      *    MATCHED NO CHARCUR CLAIM.
           02 RD-PAYCODE PIC XXX.
           02 RD-TRACE PIC X(30).
           02 RD-PAYER PIC X(30).
           02 RD-PAYER-ID PIC X(10).
           02 RD-PAYER-ADDR PIC X(30).
           02 RD-PAYER-CSZ PIC X(30).
           02 RD-CHECK-AMT PIC S9(7)V99.
           02 RD-CLP-ACCT PIC X(15).
           02 RD-CLP-STATUS PIC XX.
           02 RD-CLP-ICN PIC X(20).
           02 RD-PAT-NAME PIC X(30).
      *    SERVICE LINE ONLY -- PROCEDURE, FIRST MODIFIER, DATE OF
      *    SERVICE (DTM*472, OR THE CHARGE'S DATE WHEN NONE WAS SENT).
           02 RD-PROC PIC X(5).
           02 RD-MOD PIC XX.
           02 RD-DOS PIC X(8).
      *    CLAIM: CLP03/CLP04/CLP05.  LINE: SVC02 BILLED, AMT*B6
      *    ALLOWED (BILLED LESS THE NON-PATIENT ADJUSTMENTS WHEN THE
      *    PAYER SENT NO AMT*B6), SVC03 PAID, AND THE PR ADJUSTMENTS.
           02 RD-BILLED PIC S9(7)V99.
           02 RD-ALLOWED PIC S9(7)V99.
           02 RD-PAID PIC S9(7)V99.
           02 RD-PATRESP PIC S9(7)V99.
      *    CAS GROUP/REASON/AMOUNT AS SENT, AT THE LEVEL THEY CAME ON.
           02 RD-CAS-CNT PIC 9.
           02 RD-CAS OCCURS 6 TIMES.
             03 RD-CAS-GROUP PIC XX.
             03 RD-CAS-REASON PIC XXX.
             03 RD-CAS-AMT PIC S9(7)V99.
