      *                so blrfd001's disbursement run can post the
      *                offsetting PAYCUR debit under the right code
      *                instead of guessing from the payee name.
      * 2026-09-25 sw  prepayments blppy001 has referred for refund
      *                review (unapplied on PREPAY past its day count)
      *                are reported and queued on REFUNDQ as type
      *                PREPAY, the claim field carrying "PPY" and the
      *                PREPAY sequence since the money is on no claim.
      * 2026-10-15 sw  the claims come off blcsm001's CLMSUM -- only
      *                the rows carrying a credit balance -- instead of
      *                a walk of every CHARCUR line re-adding every
      *                claim; PAYCUR is read only for those claims, to
      *                name the overpayer.  run it after blcsm001.
      * 2026-10-15 sw  a claim under a RAC / ADR audit (AUDCLM, see
      *                blaud001) is reported but not queued for refund.
      * 2026-10-15 sw  REFUNDQ's amount widened to seven digits, so a
      *                credit of 10,000.00 or more queues whole.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCRD001.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PREPAY ASSIGN TO "S226"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PPY-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL AUDCLM ASSIGN TO "S320"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AK-KEY
           LOCK MODE MANUAL.
           SELECT CREDRPT ASSIGN TO "S82" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT REFUNDQ ASSIGN TO "S83" ORGANIZATION

       DATA DIVISION.
       FILE SECTION.
       FD  CLMSUM.
           COPY "clmsum.cpy".

       FD  AUDCLM.
           COPY "audclm.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

       FD  PREPAY.
           COPY "prepay.cpy".

       FD  CREDRPT.
       01  CREDRPT01 PIC X(100).

           02 FILLER PIC X VALUE SPACE.
           02 RQ-TYPE PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 RQ-AMOUNT PIC Z,ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 RQ-PAYEE PIC X(24).
           02 FILLER PIC X VALUE SPACE.
       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  CRED-COUNT PIC 9(7) VALUE 0.
       01  CRED-KEY8 PIC X(8).
       01  CRED-CLAIM PIC X(6).
       01  CHARGE-TOT PIC S9(6)V99.
       01  CRED-TYPE PIC X(7).
       01  NEF-9 PIC Z,ZZZ,ZZ9.99CR.

      *******  THE AUDIT HOLD -- THE ACCOUNT AND CLAIM TO ASK ABOUT IN,
      *******  AUDIT-FLAG "Y" OUT WHEN IT IS UNDER A RAC / ADR AUDIT.
       01  AUD-KEY8 PIC X(8).
       01  AUD-CLAIM PIC X(6).
       01  AUDIT-FLAG PIC X.
       01  AUDIT-HELD PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CLMSUM PAYCUR GARFILE INSFILE PREPAY.
           OPEN INPUT AUDCLM.
           OPEN OUTPUT CREDRPT REFUNDQ.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               DELIMITED BY SIZE INTO CREDRPT01
           WRITE CREDRPT01.

           MOVE LOW-VALUE TO CS-KEY
           START CLMSUM KEY NOT < CS-KEY
             INVALID
               GO TO P8
           END-START.

      *******  A CLAIM THE SUMMARY SHOWS AT OR ABOVE ZERO IS PASSED
      *******  OVER UNREAD.  THE CREDIT IS STILL FIGURED FROM THE LIVE
      *******  PAYCUR POSTINGS, SO A ROW A POSTING HAS OVERTAKEN SINCE
      *******  THE REBUILD NEVER QUEUES A REFUND ON ITS OWN SAY-SO.

       P1.
           READ CLMSUM NEXT
             AT END
               GO TO P8
           END-READ

           IF CS-BALANCE NOT < 0 GO TO P1.

           MOVE CS-KEY8 TO CRED-KEY8
           MOVE CS-CLAIM TO CRED-CLAIM
           PERFORM TOTAL-CLAIM THRU TOTAL-CLAIM-EXIT

           COMPUTE CLAIM-TOT = CHARGE-TOT - PAY-INS - PAY-PAT

           GO TO P1.

      *******  CHARGES OFF THE CLAIM SUMMARY, PAYMENTS FROM PAYCUR
      *******  SPLIT PATIENT FROM INSURANCE -- THE SAME CLAIM
      *******  ARITHMETIC BLUI005'S A6 RUNS, JUST HELD APART SO THE
      *******  OVERPAYER CAN BE NAMED.  PAYMENTS POST NEGATIVE, SO
      *******  THE SIGN FLIPS COMING INTO THE PAID BUCKETS.

       TOTAL-CLAIM.
           MOVE CS-CHARGES TO CHARGE-TOT
           MOVE 0 TO PAY-INS PAY-PAT
           MOVE SPACE TO LAST-INS
           MOVE CRED-KEY8 TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
               DELIMITED BY SIZE INTO CREDRPT01
           WRITE CREDRPT01

           MOVE CRED-KEY8 TO AUD-KEY8
           MOVE CRED-CLAIM TO AUD-CLAIM
           PERFORM AUDIT-CHECK THRU AUDIT-CHECK-EXIT
           IF AUDIT-FLAG = "Y"
               ADD 1 TO AUDIT-HELD
               MOVE SPACE TO CREDRPT01
               STRING CRED-KEY8 " " CRED-CLAIM
                   " UNDER AUDIT - NOT QUEUED FOR REFUND"
                   DELIMITED BY SIZE INTO CREDRPT01
               WRITE CREDRPT01
               GO TO REPORT-CREDIT-EXIT
           END-IF

           MOVE SPACE TO REFUNDQ01
           MOVE RUN-DATE TO RQ-DATE
           MOVE CRED-KEY8 TO RQ-GARNO
       REPORT-CREDIT-EXIT.
           EXIT.

      *******  REFERRED PREPAYMENTS -- PATIENT MONEY ON ACCOUNT THAT
      *******  NEVER FOUND A SELF-PAY BALANCE.  IT IS ON NO CLAIM, SO
      *******  THE QUEUE ENTRY CARRIES "PPY" AND THE PREPAY SEQUENCE
      *******  WHERE THE CLAIM GOES; BLRFD001 KNOWS IT BY THAT.

       P8.
           MOVE LOW-VALUE TO PPY-KEY
           START PREPAY KEY NOT < PPY-KEY
             INVALID
               GO TO P9
           END-START.
       P8-1.
           READ PREPAY NEXT
             AT END
               GO TO P9
           END-READ
           IF PPY-STATUS NOT = "R" OR PPY-BALANCE NOT > 0
               GO TO P8-1
           END-IF
           ADD 1 TO CRED-COUNT
           MOVE PPY-GARNO TO CRED-KEY8
           MOVE SPACE TO CRED-CLAIM
           STRING "PPY" PPY-SEQ DELIMITED BY SIZE INTO CRED-CLAIM
           MOVE "PREPAY" TO CRED-TYPE
           COMPUTE CLAIM-TOT = 0 - PPY-BALANCE
           MOVE CLAIM-TOT TO NEF-9
           MOVE SPACE TO CREDRPT01
           STRING CRED-KEY8 " " CRED-CLAIM " " CRED-TYPE
               " UNAPPLIED SINCE " PPY-DATE ", BALANCE " NEF-9
               DELIMITED BY SIZE INTO CREDRPT01
           WRITE CREDRPT01

           MOVE SPACE TO REFUNDQ01
           MOVE RUN-DATE TO RQ-DATE
           MOVE CRED-KEY8 TO RQ-GARNO
           MOVE CRED-CLAIM TO RQ-CLAIM
           MOVE CRED-TYPE TO RQ-TYPE
           MOVE CLAIM-TOT TO RQ-AMOUNT
           MOVE "001" TO RQ-PAYCODE
           MOVE CRED-KEY8 TO G-GARNO
           READ GARFILE
             INVALID MOVE SPACE TO GARFILE01
           END-READ
           MOVE G-GARNAME TO RQ-PAYEE
           MOVE G-STREET TO RQ-STREET
           MOVE G-CITY TO RQ-CITY
           MOVE G-STATE TO RQ-STATE
           MOVE G-ZIP TO RQ-ZIP
           WRITE REFUNDQ01
           GO TO P8-1.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CLMSUM PAYCUR GARFILE INSFILE PREPAY CREDRPT
                 REFUNDQ SUMLOG AUDCLM.
           DISPLAY "CREDIT BALANCE RUN HAS ENDED, " CRED-COUNT
               " CLAIMS OVERPAID, " AUDIT-HELD " HELD UNDER AUDIT".
           STOP RUN.

       RUN-SUMMARY.
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
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
