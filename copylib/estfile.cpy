       01  ESTFILE01.
      *    E-STATEMENT ENROLLMENT, ONE RECORD PER GUARANTOR WHO HAS
      *    GIVEN US AN EMAIL ADDRESS, KEPT BY BLMNT001 "S" CARDS.
      *    WHILE EM-OPTIN IS "Y" BLST001 SENDS AN E-STATEMENT
      *    NOTIFICATION (ESTOUT) IN PLACE OF THE PAPER STATEMENT;
      *    "N" OR SPACE MEANS PAPER.  EM-DATE AND EM-OPID RECORD THE
      *    LAST CHANGE TO THE ENROLLMENT.
           02 EM-GARNO PIC X(8).
           02 EM-EMAIL PIC X(48).
           02 EM-OPTIN PIC X.
           02 EM-DATE PIC X(8).
           02 EM-OPID PIC X(8).
           02 EM-FUTURE PIC X(15).
