      *                -- the same find, one step less certain, so it
      *                queues for review rather than silently
      *                converting anything.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLRET001.
       AUTHOR. SID WAITE.
       01  SWEEP-EFF PIC X(8).
       01  SWEEP-TERM PIC X(8).
       01  SWEEP-SOURCE PIC X(4).
       01  NEF-9 PIC ZZZ,ZZ9.99CR.

       01  SEEN-TAB01.
           02 SEEN-CLAIM-T PIC X(6) OCCURS 200 TIMES.
