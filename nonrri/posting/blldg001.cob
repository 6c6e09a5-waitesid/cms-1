      *                read alongside CHARCUR in the orphan pass, so
      *                an archived line whose CHARFILE master is gone
      *                still shows on the ledger.
      * 2026-10-02 sw  an account blarc003 has archived off GARFILE
      *                is found on ACCTHIST instead -- its charges
      *                and payments never moved -- and the ledger
      *                heading says when it was archived.
      * 2026-10-03 sw  PH-AMOUNT and the ledger amount edit widened to
      *                six dollar digits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLLDG001.
       AUTHOR. SID WAITE.
           SELECT CHARHIST ASSIGN TO "S158" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTHIST ASSIGN TO "S255"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AH-KEY
           LOCK MODE MANUAL.
           SELECT LEDGRPT ASSIGN TO "S108" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
       FD  CHARHIST.
           COPY "charhist.cpy".

       FD  ACCTHIST.
           COPY "accthist.cpy".

       FD  LEDGRPT.
       01  LEDGRPT01 PIC X(100).

       01  ACCT-COUNT PIC 9(5) VALUE 0.
       01  LEDGER-GARNO PIC X(8).
       01  RUN-BAL PIC S9(7)V99.
       01  NEF-9 PIC ZZZ,ZZ9.99CR.
       01  NEF-11 PIC ZZZ,ZZ9.99CR.
       01  LX PIC 9(4).
       01  LY PIC 9(4).
       01  SWAP-FLAG PIC X.
       01  ARCH-DATE PIC X(8).

      *******  THE ACCOUNT'S WHOLE STORY, GATHERED THEN SORTED BY
      *******  DATE.  900 ENTRIES COVERS THE WORST ACCOUNT WE HAVE

       0005-START.
           OPEN INPUT PARMFILE GARFILE CHARFILE CHARCUR PAYCUR
                PAYHIST CHARHIST ACCTHIST.
           OPEN OUTPUT LEDGRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           IF PM-GARNO = SPACE GO TO P1.
           MOVE PM-GARNO TO LEDGER-GARNO
           MOVE LEDGER-GARNO TO G-GARNO
           MOVE SPACE TO ARCH-DATE
           READ GARFILE
             INVALID
               PERFORM FIND-ARCHIVED THRU FIND-ARCHIVED-EXIT
               IF ARCH-DATE = SPACE
                   DISPLAY LEDGER-GARNO " NOT ON GARFILE"
                   GO TO P1
               END-IF
           END-READ
           PERFORM BUILD-LEDGER THRU BUILD-LEDGER-EXIT
           PERFORM SORT-LEDGER THRU SORT-LEDGER-EXIT
           ADD 1 TO ACCT-COUNT
           GO TO P1.

      *******  AN ACCOUNT NO LONGER ON GARFILE MAY HAVE BEEN
      *******  ARCHIVED -- THE GUARANTOR RECORD IS ON ACCTHIST AS IT
      *******  LEFT.

       FIND-ARCHIVED.
           MOVE LEDGER-GARNO TO AH-GARNO AH-ID
           MOVE "G" TO AH-TYPE
           READ ACCTHIST
             INVALID
               GO TO FIND-ARCHIVED-EXIT
           END-READ
           MOVE AH-IMAGE TO GARFILE01
           MOVE AH-DATE TO ARCH-DATE.
       FIND-ARCHIVED-EXIT.
           EXIT.

       BUILD-LEDGER.
           MOVE 0 TO LED-NDX
           PERFORM LOAD-CHARFILE THRU LOAD-CHARFILE-EXIT
               " AS OF " RUN-DATE
               DELIMITED BY SIZE INTO LEDGRPT01
           WRITE LEDGRPT01
           IF ARCH-DATE NOT = SPACE
               MOVE SPACE TO LEDGRPT01
               STRING "ACCOUNT ARCHIVED " ARCH-DATE
                   DELIMITED BY SIZE INTO LEDGRPT01
               WRITE LEDGRPT01
           END-IF
           MOVE 0 TO RUN-BAL
           MOVE 1 TO LX.
       PRINT-LEDGER-1.
       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PARMFILE GARFILE CHARFILE CHARCUR PAYCUR PAYHIST
                 CHARHIST ACCTHIST LEDGRPT SUMLOG.
           DISPLAY "ACCOUNT LEDGER RUN HAS ENDED, " ACCT-COUNT
               " ACCOUNTS".
           STOP RUN.
