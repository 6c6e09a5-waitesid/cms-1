       01  CLMARCH01.
      *    EVERY CLAIM AS IT LEFT, ONE RECORD PER PRINT LINE OF THE
      *    1500 (CA-FORM "P") OR PER SEGMENT OF THE 837 CLAIM LOOP
      *    (CA-FORM "E"), FILED UNDER THE CLAIM CONTROL NUMBER CCNLOG
      *    CARRIES.  CLMCOPY REPRINTS FROM IT.
           02 CA-KEY.
             03 CA-CCN PIC 9(9).
             03 CA-FORM PIC X.
             03 CA-SEQ PIC 9(4).
           02 CA-DATE PIC X(8).
      *    PRINT SPACING FOR A 1500 LINE -- "1" TO "3" LINES, "9" TOP
      *    OF FORM, "C" THE CHANNEL BYTE BETWEEN FORMS.  SPACE ON 837.
           02 CA-ADV PIC X.
           02 CA-ADV-N REDEFINES CA-ADV PIC 9.
           02 CA-LINE PIC X(240).
