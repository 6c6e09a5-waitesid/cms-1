      *                or a mis-keyed paycode becomes blsnp002's
      *                fifteen-minute rollback instead of a weekend of
      *                hand reversals.
      * 2026-10-03 sw  snapshot images widened for the 172-byte CHARCUR
      *                and 52-byte PAYCUR; snapshots taken before the
      *                conversion cannot be restored.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLSNP001.
       AUTHOR. SID WAITE.
       FD  CHARSNAP.
       01  CHARSNAP01.
           02 SC-CHARCUR-KEY PIC X(11).
           02 SC-REST PIC X(161).

       FD  PAYSNAP.
       01  PAYSNAP01.
           02 SP-PAYCUR-KEY PIC X(11).
           02 SP-REST PIC X(41).

       FD  GARSNAP.
       01  GARSNAP01.
