      *                entry on its own GZWOFF batch) -- a GZ balance
      *                on a statement is a compliance problem, not
      *                revenue.
      * 2026-10-03 sw  amount edits widened for six-digit CC-AMOUNT.
      * 2026-10-15 sw  a denied GZ claim under a RAC / ADR audit
      *                (AUDCLM, see blaud001) is not written off; it is
      *                listed on ABNRPT as held.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLABN002.
       AUTHOR. SID WAITE.
           SELECT ABNFILE ASSIGN TO "S164" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AB-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL AUDCLM ASSIGN TO "S320"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AK-KEY
           LOCK MODE MANUAL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO "S45" ORGANIZATION
       FD  ABNRPT.
       01  ABNRPT01 PIC X(90).

       FD  AUDCLM.
           COPY "audclm.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  CLAIM-RESTART-KEY PIC X(11).
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  NEF-9 PIC ZZZ,ZZ9.99.

       01  PROC-LIST01.
           02 PL-PROC PIC X(5) OCCURS 20 TIMES.
       01  SEEN-FLAG PIC X.
       01  HOLD-KEY8 PIC X(8) VALUE SPACE.

      *******  THE AUDIT HOLD -- THE ACCOUNT AND CLAIM TO ASK ABOUT IN,
      *******  AUDIT-FLAG "Y" OUT WHEN IT IS UNDER A RAC / ADR AUDIT.
       01  AUD-KEY8 PIC X(8).
       01  AUD-CLAIM PIC X(6).
       01  AUDIT-FLAG PIC X.
       01  AUDIT-HELD PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O CHARCUR PAYCUR.
           OPEN INPUT ABNFILE AUDCLM.
           OPEN EXTEND AUDITLOG.
           OPEN OUTPUT ABNRPT.
           OPEN EXTEND SUMLOG.
           MOVE CC-DATE-T TO GZ-DATE-T
           PERFORM TOTAL-CLAIM THRU TOTAL-CLAIM-EXIT
           IF CLAIM-ELIG = "Y" AND DEN-SEEN = "Y" AND CLAIM-TOT > 0
               MOVE GZ-KEY8 TO AUD-KEY8
               MOVE GZ-CLAIM TO AUD-CLAIM
               PERFORM AUDIT-CHECK THRU AUDIT-CHECK-EXIT
               IF AUDIT-FLAG = "Y"
                   ADD 1 TO AUDIT-HELD
                   MOVE SPACE TO ABNRPT01
                   STRING GZ-KEY8 " " GZ-CLAIM
                       " UNDER AUDIT - HELD, NOT WRITTEN OFF"
                       DELIMITED BY SIZE INTO ABNRPT01
                   WRITE ABNRPT01
                   GO TO P2-1
               END-IF
               PERFORM GZ-WRITE-OFF THRU GZ-WRITE-OFF-EXIT
           END-IF
           GO TO P2-1.
       FIND-SLOT-EXIT.
           EXIT.

      *******  IS THE CLAIM UNDER A RAC / ADR AUDIT?  ANY AUDCLM ROW
      *******  FOR THE ACCOUNT AND CLAIM STILL "A" HOLDS IT -- THE
      *******  MONEY MAY YET GO BACK TO THE AUDITOR (SEE BLAUD001).

       AUDIT-CHECK.
           MOVE "N" TO AUDIT-FLAG
           MOVE AUD-KEY8 TO AK-KEY8
           MOVE AUD-CLAIM TO AK-CLAIM
           MOVE LOW-VALUE TO AK-CASE
           START AUDCLM KEY NOT < AK-KEY
             INVALID
               GO TO AUDIT-CHECK-EXIT
           END-START.
       AUDIT-CHECK-1.
           READ AUDCLM NEXT
             AT END
               GO TO AUDIT-CHECK-EXIT
           END-READ
           IF AK-KEY8 NOT = AUD-KEY8 OR AK-CLAIM NOT = AUD-CLAIM
               GO TO AUDIT-CHECK-EXIT
           END-IF
           IF AK-STATUS = "A"
               MOVE "Y" TO AUDIT-FLAG
               GO TO AUDIT-CHECK-EXIT
           END-IF
           GO TO AUDIT-CHECK-1.
       AUDIT-CHECK-EXIT.
           EXIT.

       P3.
           MOVE SPACE TO ABNRPT01
           STRING MOD-COUNT " MODIFIERS ADDED, " WOFF-COUNT
               " GZ CLAIMS WRITTEN OFF"
               DELIMITED BY SIZE INTO ABNRPT01
           WRITE ABNRPT01
           MOVE SPACE TO ABNRPT01
           STRING AUDIT-HELD " GZ CLAIMS HELD UNDER AUDIT"
               DELIMITED BY SIZE INTO ABNRPT01
           WRITE ABNRPT01.

       P9.
           DISPLAY "ABN MODIFIER PASS HAS ENDED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR PAYCUR ABNFILE AUDITLOG ABNRPT SUMLOG
               AUDCLM.
           STOP RUN.

       RUN-SUMMARY.
