       01  PAYRULE01.
      *    PAYER-SPECIFIC CLAIM EDIT RULES, KEYED BY PAYER (INS-KEY)
      *    AND A RULE NUMBER WITHIN THE PAYER, KEPT BY BLMNT001 "E"
      *    CARDS.  NEWEDIT TESTS EVERY UNBILLED CHARCUR LINE AGAINST
      *    ITS PAYER'S RULES AND HOLDS A CLAIM THAT BREAKS ONE.
      *    PR-TYPE:  "RN" REFERRING PROVIDER NPI ON EVERY LINE
      *              "DX" NO MORE THAN PR-VALUE DIAGNOSES ON A LINE
      *              "TX" TAXONOMY ON THE RENDERING PROVIDER (DOCFILE)
      *              "MD" MODIFIER PR-VALUE REQUIRED ON THE LINE
      *              "MX" MODIFIER PR-VALUE NOT ACCEPTED ON THE LINE
      *              "PA" PRIOR AUTHORIZATION REQUIRED -- NOT A CLAIM
      *                   EDIT; NEWAUTH WORKS ORDERS AND UNBILLED
      *                   LINES AGAINST AUTHFILE BEFORE THE SCAN
      *    A BLANK PR-PROC-LO APPLIES THE RULE TO EVERY PROCEDURE; A
      *    BLANK PR-PROC-HI MEANS THE ONE CODE PR-PROC-LO.  THE
      *    EFFECTIVE/TERM WINDOW IS TESTED AGAINST THE DATE OF
      *    SERVICE AND WORKS LIKE CCIFILE'S -- "00000000" OR SPACE
      *    MEANS THAT END IS OPEN.  A RULE WITH NO TYPE IS NOT USED.
           02 PR-KEY.
             03 PR-INS PIC XXX.
             03 PR-SEQ PIC XX.
           02 PR-TYPE PIC XX.
           02 PR-PROC-LO PIC X(5).
           02 PR-PROC-HI PIC X(5).
           02 PR-VALUE PIC X(5).
           02 PR-DATE-EFF PIC X(8).
           02 PR-DATE-TERM PIC X(8).
           02 PR-DESC PIC X(24).
           02 PR-FUTURE PIC X(10).
