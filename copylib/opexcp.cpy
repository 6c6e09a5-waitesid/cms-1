       01  OPEXCP01.
      *    CARDS REFUSED BY THE OPERATOR SECURITY CHECK -- ONE LINE
      *    PER CARD, APPENDED BY EVERY CARD-DRIVEN RUN THE WAY SUMLOG
      *    IS.  OX-ROLE IS THE ROLE THE RUN NEEDED:  "P" POSTER,
      *    "B" BILLER, "A" APPROVER, "M" MAINTENANCE, "S" SUPERVISOR.
      *    BLOPR001 LISTS THE QUARTER'S LINES ON THE ACCESS REVIEW.
           02 OX-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OX-TIME PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OX-PGM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OX-OPID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OX-ROLE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OX-KEY PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 OX-REASON PIC X(24).
