       01  UNREAD01.
      *    STANDING UNREAD-STUDY FILE -- ONE RECORD PER ORDFILE ORDER
      *    THE HOSPITAL HAS SENT WITH NO READING RADIOLOGIST (C-DOCP
      *    "00"), KEYED THE SAME AS THE ORDER.  RRI245 FILES EACH ONE
      *    AS THE ORDER FEED BRINGS IT IN, AGES THEM ALL EVERY RUN,
      *    AND DELETES AN ITEM ONCE THE FEED BRINGS ITS READER IN (OR
      *    THE ORDER IS GONE FROM ORDFILE).
           02 UR-KEY.
             03 UR-ORD8 PIC X(8).
             03 UR-ORD3 PIC XXX.
           02 UR-DATE-T PIC X(8).
           02 UR-PROC PIC X(5).
           02 UR-CPT PIC XX.
      *    MODALITY -- THE ORDERED PROCEDURE'S PROC-TYPE.
           02 UR-TYPE PIC X.
           02 UR-REF PIC XXX.
           02 UR-FIRST PIC X(8).
           02 UR-LAST PIC X(8).
      *    DAYS WAITING SINCE THE ORDER DATE, AS OF THE LAST FEED RUN.
           02 UR-DAYS PIC 9(4).
