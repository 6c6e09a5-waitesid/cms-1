      *                AUDITLOG and stamps the line, the same
      *                discipline cci005 applies to its modifier
      *                changes.
      * 2026-10-03 sw  old amount and edits widened for six-digit CC-
      *                AMOUNT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLPTS001.
       AUTHOR. SID WAITE.
       01  PL-CLASS PIC X.
       01  PLACE-KIND PIC X.
       01  OLD-PROC2 PIC XX.
       01  OLD-AMT PIC S9(6)V99.
       01  NEF-7 PIC ZZZ,ZZ9.99.
       01  NEF-8 PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

