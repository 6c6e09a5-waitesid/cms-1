           02 FILLER PIC X VALUE SPACE.
           02 FH-PROC PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 FH-OLD-AMOUNT PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 FH-NEW-AMOUNT PIC ZZZ,ZZ9.99.

       FD  SUMLOG.
           COPY "sumlog.cpy".
