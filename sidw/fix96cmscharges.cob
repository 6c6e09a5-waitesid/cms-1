           02 PM-PROC PIC X(7).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(172).

       FD  CHARCUR.
           COPY "charcur.cpy".
