           02 MUE-KEY PIC X(5).
      *    MAXIMUM UNITS OF THE CPT MEDICALLY EXPECTED ON ONE DATE OF
      *    SERVICE.  EFFECTIVE/TERM WINDOW WORKS LIKE CCIFILE'S --
      *    "00000000" OR SPACE MEANS THAT END IS OPEN.  FOUR DIGITS --
      *    DRUG AND SUPPLY CODES CARRY MUES WELL OVER 99.
           02 MUE-MAX PIC 9(4).
           02 MUE-DATE-EFF PIC X(8).
           02 MUE-DATE-TERM PIC X(8).
      *    CMS ADJUDICATION INDICATOR AS PUBLISHED -- "1" CLAIM LINE,
      *    "2" DATE OF SERVICE (POLICY), "3" DATE OF SERVICE (CLINICAL).
           02 MUE-MAI PIC X.
