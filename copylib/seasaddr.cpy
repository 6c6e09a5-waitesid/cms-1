       01  SEASADDR01.
      *    A GUARANTOR'S SEASONAL (WINTER OR SUMMER) ADDRESS, KEYED BY
      *    G-GARNO, KEPT BY BLMNT001 "A" CARDS.  FROM NOVEMBER TO APRIL
      *    THE FLORIDA ADDRESS, THE REST OF THE YEAR THE GARFILE ONE:
      *    SA-FROM-MM "11", SA-THRU-MM "04".  A RANGE MAY WRAP THE
      *    YEAR END.  WHEN THE MONTH OF THE MAILING DATE FALLS IN THE
      *    RANGE, STATEMENTS (BLST001), RECALL LETTERS (BLRCL001), THE
      *    AGENCY EXPORT (BLCO002) AND THE LETTERS (BLPYS001, BLESC001)
      *    GO HERE INSTEAD OF THE GARFILE ADDRESS.  NO STREET, OR A
      *    MONTH THAT IS NOT 01-12, MEANS THE GARFILE ADDRESS ALL YEAR.
      *    THE CHANGE HISTORY IS BLMNT001'S MCHGLOG (FILE "A").
           02 SA-GARNO PIC X(8).
           02 SA-FROM-MM PIC XX.
           02 SA-THRU-MM PIC XX.
           02 SA-BILLADD PIC X(22).
           02 SA-STREET PIC X(22).
           02 SA-CITY PIC X(18).
           02 SA-STATE PIC XX.
           02 SA-ZIP PIC X(9).
           02 SA-PHONE PIC X(10).
           02 SA-DATE PIC X(8).
           02 SA-OPID PIC X(8).
           02 SA-FUTURE PIC X(10).
