      *                separately defensible numbers.  a claim that
      *                already carries an FA adjustment is not
      *                discounted twice.
      * 2026-10-03 sw  discount amount and edit widened for six-digit
      *                CC-AMOUNT.
      * 2026-10-15 sw  a claim under a RAC / ADR audit (AUDCLM, see
      *                blaud001) is not discounted; it is listed on
      *                FASRPT as held.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLFAS002.
       AUTHOR. SID WAITE.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL AUDCLM ASSIGN TO "S320"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AK-KEY
           LOCK MODE MANUAL.
           SELECT FASRPT ASSIGN TO "S122" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  AUDCLM.
           COPY "audclm.cpy".

       FD  FASRPT.
       01  FASRPT01 PIC X(90).

       01  CLAIM-TOT PIC S9(6)V99.
       01  CLAIM-ELIG PIC X.
       01  FA-SEEN PIC X.
       01  DISC-AMT PIC 9(6)V99.
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  CLAIM-RESTART-KEY PIC X(11).
       01  NEF-9 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.

       01  SX PIC 999.
       01  SEEN-FLAG PIC X.

      *******  THE AUDIT HOLD -- THE ACCOUNT AND CLAIM TO ASK ABOUT IN,
      *******  AUDIT-FLAG "Y" OUT WHEN IT IS UNDER A RAC / ADR AUDIT.
       01  AUD-KEY8 PIC X(8).
       01  AUD-CLAIM PIC X(6).
       01  AUDIT-FLAG PIC X.
       01  AUDIT-HELD PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT FASCHED AUDCLM.
           OPEN I-O CHARCUR PAYCUR.
           OPEN OUTPUT FASRPT.
           OPEN EXTEND SUMLOG.
           MOVE CC-DATE-T TO FAS-DATE-T
           PERFORM TOTAL-CLAIM THRU TOTAL-CLAIM-EXIT
           IF CLAIM-ELIG = "Y" AND FA-SEEN = "N" AND CLAIM-TOT > 0
               MOVE FAS-KEY8 TO AUD-KEY8
               MOVE FAS-CLAIM TO AUD-CLAIM
               PERFORM AUDIT-CHECK THRU AUDIT-CHECK-EXIT
               IF AUDIT-FLAG = "Y"
                   ADD 1 TO AUDIT-HELD
                   MOVE SPACE TO FASRPT01
                   STRING FAS-KEY8 " " FAS-CLAIM
                       " UNDER AUDIT - HELD, NOT DISCOUNTED"
                       DELIMITED BY SIZE INTO FASRPT01
                   WRITE FASRPT01
                   GO TO WORK-ACCOUNT-1
               END-IF
               PERFORM POST-DISCOUNT THRU POST-DISCOUNT-EXIT
           END-IF
           GO TO WORK-ACCOUNT-1.
       STAMP-LINES-EXIT.
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

       P2.
           MOVE DISC-COUNT TO NEF-CNT
           MOVE DISC-TOTAL TO NEF-11
           MOVE SPACE TO FASRPT01
           STRING "TOTAL " NEF-CNT " CLAIMS DISCOUNTED FOR " NEF-11
               DELIMITED BY SIZE INTO FASRPT01
           WRITE FASRPT01
           MOVE SPACE TO FASRPT01
           STRING AUDIT-HELD " CLAIMS HELD UNDER AUDIT"
               DELIMITED BY SIZE INTO FASRPT01
           WRITE FASRPT01.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE FASCHED CHARCUR PAYCUR FASRPT SUMLOG AUDCLM.
           DISPLAY "ASSISTANCE DISCOUNT RUN HAS ENDED".
           STOP RUN.

