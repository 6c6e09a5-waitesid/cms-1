       01  DXPAIR01.
      *    ICD-10 DIAGNOSIS-PAIR RULES, LOADED BY DIAGLOAD WITH EACH
      *    ANNUAL CMS RELEASE AND EDITED AGAINST EVERY CLAIM BY CCI008.
      *    XP-TYPE:  "E" EXCLUDES1 -- A CODE IN THE A RANGE AND A CODE
      *                  IN THE B RANGE MAY NOT BE REPORTED TOGETHER
      *              "F" CODE FIRST -- A MANIFESTATION CODE IN THE A
      *                  RANGE NEEDS AN ETIOLOGY CODE IN THE B RANGE
      *                  SEQUENCED AHEAD OF IT.  A MANIFESTATION WITH
      *                  SEVERAL ACCEPTABLE ETIOLOGIES CARRIES ONE ROW
      *                  PER ETIOLOGY RANGE; ANY ONE OF THEM SATISFIES.
      *    RANGES ARE INCLUSIVE ON THE CODE AS STORED (NO DECIMAL
      *    POINT), SO "E10" THROUGH "E10ZZZZ" IS THE WHOLE CATEGORY.
      *    A ROW APPLIES WHEN THE DATE OF SERVICE FALLS BETWEEN ITS
      *    EFFECTIVE AND TERM DATES, THE SAME WAY CCIFILE'S DO.
           02 XP-KEY.
             03 XP-TYPE PIC X.
             03 XP-A-LO PIC X(7).
             03 XP-B-LO PIC X(7).
           02 XP-A-HI PIC X(7).
           02 XP-B-HI PIC X(7).
           02 XP-DATE-EFF PIC X(8).
           02 XP-DATE-TERM PIC X(8).
           02 XP-DATE-LOAD PIC X(8).
