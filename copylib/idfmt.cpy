       01  IDFMT01.
      *    MEMBER ID FORMAT, ONE RECORD PER PAYER (INS-KEY), KEPT BY
      *    BLMNT001 "F" CARDS.  A PAYER WITH NO RECORD IS NOT EDITED.
      *    THE ID MUST RUN IF-MIN-LEN TO IF-MAX-LEN CHARACTERS, START
      *    WITH IF-PREFIX WHEN ONE IS GIVEN, AND MATCH IF-PATTERN
      *    POSITION BY POSITION:
      *      "N" ANY DIGIT           "1" A DIGIT 1-9
      *      "A" ANY LETTER          "X" A LETTER OR DIGIT
      *      "C" A LETTER OTHER THAN S L O I B Z (THE MBI LETTERS)
      *      "M" A DIGIT OR AN MBI LETTER
      *      BLANK ANY CHARACTER
      *    THE MEDICARE MBI IS LENGTH 11, PATTERN "1CMNCMNCCNN".
           02 IF-KEY PIC XXX.
           02 IF-DESC PIC X(24).
           02 IF-MIN-LEN PIC 99.
           02 IF-MAX-LEN PIC 99.
           02 IF-PREFIX PIC X(6).
           02 IF-PATTERN PIC X(20).
           02 IF-FUTURE PIC X(10).
