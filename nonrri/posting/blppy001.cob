      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-25 sw  new program - patient prepayments held on
      *                account.  money taken with no claim to post it
      *                to (a prepayment for a scheduled study, a
      *                payment on account) lives on PREPAY per
      *                guarantor instead of being posted against some
      *                unrelated claim.  blcsh001 files the desk's
      *                no-claim receipts there; this run files mailed
      *                and lockbox ones off PPYIN cards, then applies
      *                every open balance, oldest first, to the
      *                guarantor's self-pay claims -- a claim every
      *                line of which sits under a patient paycode, so
      *                new charges qualify once billed to the patient
      *                and insured ones once blui005 has turned them
      *                over -- posting a proper PAYCUR entry for each
      *                application.  money still unapplied past the
      *                PARMFILE day count is referred to blcrd001's
      *                refund review and applied no further.
      * 2026-10-15 sw  an application posts as patient cash -- denial
      *                blank on the PREPAY batch -- instead of denial
      *                "PP", which is the prompt-pay discount's
      *                adjustment code; the claim summary, the tax/HSA
      *                summary and the prompt-pay check all read it as
      *                a payment.
      * 2026-10-15 sw  each PPYIN card carries the poster who keyed it,
      *                checked against OPFILE for the posting role
      *                before the payment is filed (a refused card goes
      *                on OPEXCP); every payment filed goes on WORKLOG
      *                under that operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLPPY001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPYIN ASSIGN TO "S227" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PREPAY ASSIGN TO "S226"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PPY-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PPYRPT ASSIGN TO "S228" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT WORKLOG ASSIGN TO "S273" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PERCTL ASSIGN TO "S109"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
      *******  ONE CARD PER PAYMENT ON ACCOUNT THAT DID NOT COME
      *******  THROUGH A DESK DRAWER.  SOURCE "L" LOCKBOX OR "M"
      *******  MAILED/KEYED (BLANK IS "M"); A BLANK DATE IS TODAY.
      *******  PI-OPID IS THE POSTER WHO KEYED THE CARD.
       FD  PPYIN.
       01  PPYIN01.
           02 PI-ACCT PIC X(8).
           02 FILLER PIC X.
           02 PI-DATE PIC X(8).
           02 FILLER PIC X.
           02 PI-SOURCE PIC X.
           02 FILLER PIC X.
           02 PI-REF PIC X(10).
           02 FILLER PIC X.
           02 PI-AMOUNT PIC X(10).
           02 FILLER PIC X.
           02 PI-OPID PIC X(8).

       FD  PREPAY.
           COPY "prepay.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

      *******  RECORD 1 IS THE DAY COUNT AFTER WHICH UNAPPLIED MONEY
      *******  GOES TO REFUND REVIEW.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-DAYS PIC X(8).

       FD  PPYRPT.
       01  PPYRPT01 PIC X(100).

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  PERCTL.
           COPY "perctl.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
           02 TODAY-MM PIC 99.
           02 TODAY-DD PIC 99.
       01  ITEM8 PIC 9(8).
       01  ITEM-X REDEFINES ITEM8.
           02 ITEM-YYYY PIC 9(4).
           02 ITEM-MM PIC 99.
           02 ITEM-DD PIC 99.
       01  TODAY-SERIAL PIC S9(7).
       01  ITEM-SERIAL PIC S9(7).
       01  AGE-DAYS PIC S9(6).
       01  REFER-DAYS PIC 9(3) VALUE 90.
       01  PERIOD-CLOSED PIC X VALUE "N".
       01  PPY-AMT PIC S9(6)V99.
       01  PPY-N PIC 999.
       01  PPY-REASON PIC X(30).
       01  APPLY-AMT PIC S9(4)V99.
       01  CLAIM-RESTART-KEY PIC X(11).
       01  APL-CLAIM PIC X(6).
       01  APL-ELIG PIC X.
       01  CLAIM-TOT PIC S9(6)V99.
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  CNT-FILED PIC 9(5) VALUE 0.
       01  CNT-REFUSED PIC 9(5) VALUE 0.
       01  CNT-APPLIED PIC 9(6) VALUE 0.
       01  CNT-REFERRED PIC 9(5) VALUE 0.
       01  TOT-FILED PIC S9(8)V99 VALUE 0.
       01  TOT-APPLIED PIC S9(8)V99 VALUE 0.
       01  TOT-REFERRED PIC S9(8)V99 VALUE 0.
       01  NEF-9 PIC Z,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-DAYS PIC ZZZZ9.

       01  SEEN-TAB01.
           02 SEEN-CLAIM-T PIC X(6) OCCURS 200 TIMES.
       01  SEEN-NDX PIC 999 VALUE 0.
       01  SX PIC 999.
       01  SEEN-FLAG PIC X.

      *******  THE OPERATOR SECURITY CHECK -- THE CARD'S OPERATOR,
      *******  ITS KEY FOR THE EXCEPTION LINE AND THE ROLE NEEDED IN;
      *******  CHK-OK "Y" OR "N" AND THE REASON OUT.
       01  CHK-OPID PIC X(8).
       01  CHK-KEY PIC X(16).
       01  CHK-ROLE PIC X.
       01  CHK-OK PIC X.
       01  CHK-WHY PIC X(24).
       01  CHK-REJ PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT PPYIN GARFILE.
           OPEN I-O PREPAY CHARCUR PAYCUR.
           OPEN OUTPUT PPYRPT.
           OPEN EXTEND SUMLOG.
           OPEN EXTEND WORKLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.
           PERFORM PERIOD-CHECK THRU PERIOD-CHECK-EXIT.
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-DAYS NOT = SPACE
                   MOVE FUNCTION NUMVAL(PM-DAYS) TO REFER-DAYS
               END-IF
           END-READ
           CLOSE PARMFILE.

           MOVE SPACE TO PPYRPT01
           STRING "PATIENT PREPAYMENTS ON ACCOUNT " RUN-DATE
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01.

      *******  PASS 1 -- FILE THE DAY'S MAILED AND LOCKBOX PAYMENTS
      *******  ON ACCOUNT.

       P1.
           READ PPYIN AT END GO TO P2.
           IF PPYIN01 = SPACE GO TO P1.
           MOVE PI-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING PI-ACCT " " PI-REF DELIMITED BY SIZE INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF
           IF PI-DATE = SPACE
               MOVE RUN-DATE TO PI-DATE
           END-IF
           IF PI-SOURCE = SPACE
               MOVE "M" TO PI-SOURCE
           END-IF
           PERFORM FILE-PPY THRU FILE-PPY-EXIT
           GO TO P1.

       FILE-PPY.
           IF PI-DATE NOT NUMERIC
               MOVE "BAD PAYMENT DATE" TO PPY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-PPY-EXIT
           END-IF
           IF PI-SOURCE NOT = "L" AND PI-SOURCE NOT = "M"
               MOVE "SOURCE NOT L OR M" TO PPY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-PPY-EXIT
           END-IF
           MOVE PI-ACCT TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "ACCOUNT NOT ON FILE" TO PPY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-PPY-EXIT
           END-READ
           MOVE 0 TO PPY-AMT
           IF PI-AMOUNT NOT = SPACE
               MOVE FUNCTION NUMVAL(PI-AMOUNT) TO PPY-AMT
           END-IF
           IF PPY-AMT NOT > 0 OR PPY-AMT > 9999.99
               MOVE "AMOUNT ZERO OR TOO LARGE" TO PPY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-PPY-EXIT
           END-IF

      *    THE GUARANTOR'S NEXT SEQUENCE -- RECORDS ARE NEVER
      *    REMOVED, SO THE FIRST FREE ONE IS ALWAYS THE NEWEST.
           MOVE 0 TO PPY-N
           MOVE PI-ACCT TO PPY-GARNO.
       FILE-PPY-1.
           ADD 1 TO PPY-N
           MOVE PPY-N TO PPY-SEQ
           READ PREPAY
             INVALID
               GO TO FILE-PPY-2
           END-READ
           IF PPY-N = 999
               MOVE "NO FREE PREPAY SEQUENCE" TO PPY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-PPY-EXIT
           END-IF
           GO TO FILE-PPY-1.
       FILE-PPY-2.
           MOVE SPACE TO PREPAY01
           MOVE PI-ACCT TO PPY-GARNO
           MOVE PPY-N TO PPY-SEQ
           MOVE PI-DATE TO PPY-DATE
           MOVE G-GARNAME TO PPY-NAME
           MOVE PI-SOURCE TO PPY-SOURCE
           MOVE PI-REF TO PPY-REF
           MOVE PPY-AMT TO PPY-AMOUNT PPY-BALANCE
           MOVE "O" TO PPY-STATUS
           WRITE PREPAY01
           ADD 1 TO CNT-FILED
           ADD PPY-AMT TO TOT-FILED
           MOVE PPY-AMT TO NEF-9
           MOVE SPACE TO PPYRPT01
           STRING "FILED    " PPY-GARNO " " PPY-SEQ " " PPY-DATE " "
               PPY-SOURCE " " PPY-REF " " NEF-9
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01
           MOVE SPACE TO WORKLOG01
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE PI-OPID TO WL-OPID
           MOVE "BLPPY001" TO WL-PGM
           MOVE "PF" TO WL-ACTION
           MOVE PPY-GARNO TO WL-KEY8
           MOVE 1 TO WL-COUNT
           MOVE PPY-AMT TO WL-AMOUNT
           WRITE WORKLOG01.
       FILE-PPY-EXIT.
           EXIT.

       REFUSE.
           ADD 1 TO CNT-REFUSED
           MOVE SPACE TO PPYRPT01
           STRING "REFUSED  " PI-ACCT " " PI-DATE " " PI-SOURCE " "
               PI-REF " " PI-AMOUNT " " PPY-REASON
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01.
       REFUSE-EXIT.
           EXIT.

      *******  PASS 2 -- APPLY.  PREPAY READS GUARANTOR BY GUARANTOR,
      *******  OLDEST MONEY FIRST; EACH OPEN BALANCE GOES TO THE
      *******  GUARANTOR'S SELF-PAY CLAIMS IN CLAIM ORDER UNTIL IT OR
      *******  THEY RUN OUT.  EVERY BALANCE IS RE-FIGURED OFF PAYCUR,
      *******  SO A SECOND PREPAYMENT SEES WHAT THE FIRST ONE TOOK.
      *******  A CLOSED PERIOD TAKES NO POSTINGS -- THE MONEY WAITS.

       P2.
           IF PERIOD-CLOSED = "Y"
               MOVE SPACE TO PPYRPT01
               STRING "TODAY IS IN A CLOSED PERIOD - NOTHING APPLIED"
                   DELIMITED BY SIZE INTO PPYRPT01
               WRITE PPYRPT01
               GO TO P3
           END-IF
           MOVE LOW-VALUE TO PPY-KEY
           START PREPAY KEY NOT < PPY-KEY
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ PREPAY NEXT
             AT END
               GO TO P3
           END-READ
           IF PPY-STATUS NOT = "O" OR PPY-BALANCE NOT > 0
               GO TO P2-1
           END-IF
           PERFORM APPLY-PPY THRU APPLY-PPY-EXIT
           GO TO P2-1.

       APPLY-PPY.
           MOVE 0 TO SEEN-NDX
           MOVE PPY-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO APPLY-PPY-EXIT
           END-START.
       APPLY-PPY-1.
           READ CHARCUR NEXT
             AT END
               GO TO APPLY-PPY-2
           END-READ
           IF CC-KEY8 NOT = PPY-GARNO
               GO TO APPLY-PPY-2
           END-IF
           IF CC-PAYCODE NOT = "001"
               AND NOT (CC-PAYCODE > "009" AND CC-PAYCODE < "021")
               GO TO APPLY-PPY-1
           END-IF
           PERFORM SEEN-CHECK THRU SEEN-CHECK-EXIT
           IF SEEN-FLAG = "Y" GO TO APPLY-PPY-1.
           MOVE CC-CLAIM TO APL-CLAIM
           PERFORM TOTAL-CLAIM THRU TOTAL-CLAIM-EXIT
           IF APL-ELIG = "Y" AND CLAIM-TOT > 0
               PERFORM POST-APPLY THRU POST-APPLY-EXIT
           END-IF
           IF PPY-BALANCE > 0
               GO TO APPLY-PPY-1
           END-IF.
       APPLY-PPY-2.
           IF PPY-BALANCE = 0
               MOVE "A" TO PPY-STATUS
           END-IF
           REWRITE PREPAY01.
       APPLY-PPY-EXIT.
           EXIT.

      *******  THE SMALLER OF THE CLAIM'S BALANCE AND THE MONEY LEFT,
      *******  POSTED NEGATIVE UNDER THE PATIENT PAYCODE IN THE NEXT
      *******  FREE PC-KEY3 SLOT (BLUI005'S OWN 001-UPWARD PROBE),
      *******  DATED THE DAY THE MONEY CAME IN.

       POST-APPLY.
           IF CLAIM-TOT > PPY-BALANCE
               MOVE PPY-BALANCE TO APPLY-AMT
           ELSE
               MOVE CLAIM-TOT TO APPLY-AMT
           END-IF
           PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
           IF SLOT-N = 0
               GO TO POST-APPLY-EXIT
           END-IF
           MOVE HOLD-PCKEY TO PAYCUR-KEY
           COMPUTE PC-AMOUNT = 0 - APPLY-AMT
           MOVE "001" TO PC-PAYCODE
           MOVE SPACE TO PC-DENIAL
           MOVE APL-CLAIM TO PC-CLAIM
           MOVE PPY-DATE TO PC-DATE-T
           MOVE RUN-DATE TO PC-DATE-E
           MOVE "PREPAY" TO PC-BATCH
           WRITE PAYCUR01
           SUBTRACT APPLY-AMT FROM PPY-BALANCE
           MOVE RUN-DATE TO PPY-APPLY-DATE
           ADD 1 TO CNT-APPLIED
           ADD APPLY-AMT TO TOT-APPLIED
           MOVE APPLY-AMT TO NEF-9
           MOVE SPACE TO PPYRPT01
           STRING "APPLIED  " PPY-GARNO " " PPY-SEQ " " PPY-DATE
               " TO CLAIM " APL-CLAIM " " NEF-9
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01.
       POST-APPLY-EXIT.
           EXIT.

       SEEN-CHECK.
           MOVE "N" TO SEEN-FLAG
           MOVE 1 TO SX.
       SEEN-CHECK-1.
           IF SX > SEEN-NDX GO TO SEEN-CHECK-2.
           IF SEEN-CLAIM-T(SX) = CC-CLAIM
               MOVE "Y" TO SEEN-FLAG
               GO TO SEEN-CHECK-EXIT
           END-IF
           ADD 1 TO SX
           GO TO SEEN-CHECK-1.
       SEEN-CHECK-2.
           IF SEEN-NDX < 200
               ADD 1 TO SEEN-NDX
               MOVE CC-CLAIM TO SEEN-CLAIM-T(SEEN-NDX)
           ELSE
               DISPLAY "CLAIM TABLE FULL ON " CC-KEY8 ", CLAIM "
                   CC-CLAIM " NOT WORKED"
               MOVE "Y" TO SEEN-FLAG
           END-IF.
       SEEN-CHECK-EXIT.
           EXIT.

      *******  THE CLAIM'S REMAINING BALANCE -- CHARGES PLUS THE
      *******  SIGNED PAYMENTS, THE ARITHMETIC BLUI005'S A6 RUNS --
      *******  AND WHETHER EVERY LINE IS SELF-PAY, THE SAME TEST
      *******  BLSWO001 MAKES.  A CLAIM STILL WAITING ON AN INSURER
      *******  IS LEFT FOR THE INSURER.  THE CHARGE RE-SCAN PARKS AND
      *******  RESTORES THE GUARANTOR WALK'S POSITION.

       TOTAL-CLAIM.
           MOVE 0 TO CLAIM-TOT
           MOVE "Y" TO APL-ELIG
           MOVE CHARCUR-KEY TO CLAIM-RESTART-KEY
           MOVE PPY-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO TOTAL-CLAIM-2
           END-START.
       TOTAL-CLAIM-1.
           READ CHARCUR NEXT
             AT END
               GO TO TOTAL-CLAIM-2
           END-READ
           IF CC-KEY8 NOT = PPY-GARNO
               GO TO TOTAL-CLAIM-2
           END-IF
           IF CC-CLAIM NOT = APL-CLAIM
               GO TO TOTAL-CLAIM-1
           END-IF
           IF CC-PAYCODE NOT = "001"
               AND NOT (CC-PAYCODE > "009" AND CC-PAYCODE < "021")
               MOVE "N" TO APL-ELIG
           END-IF
           ADD CC-AMOUNT TO CLAIM-TOT
           GO TO TOTAL-CLAIM-1.
       TOTAL-CLAIM-2.
           MOVE CLAIM-RESTART-KEY TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID CONTINUE
           END-START
           READ CHARCUR NEXT
             AT END CONTINUE
           END-READ
           MOVE PPY-GARNO TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO TOTAL-CLAIM-EXIT
           END-START.
       TOTAL-CLAIM-3.
           READ PAYCUR NEXT
             AT END
               GO TO TOTAL-CLAIM-EXIT
           END-READ
           IF PC-KEY8 NOT = PPY-GARNO
               GO TO TOTAL-CLAIM-EXIT
           END-IF
           IF PC-CLAIM NOT = APL-CLAIM
               GO TO TOTAL-CLAIM-3
           END-IF
           ADD PC-AMOUNT TO CLAIM-TOT
           GO TO TOTAL-CLAIM-3.
       TOTAL-CLAIM-EXIT.
           EXIT.

       FIND-SLOT.
           MOVE 0 TO SLOT-N
           MOVE PPY-GARNO TO PC-KEY8.
       FIND-SLOT-1.
           ADD 1 TO SLOT-N
           MOVE SLOT-N TO PC-KEY3
           MOVE PAYCUR-KEY TO HOLD-PCKEY
           READ PAYCUR
             INVALID
               GO TO FIND-SLOT-EXIT
           END-READ
           IF SLOT-N = 999
               DISPLAY PPY-GARNO " HAS 999 PAYCUR RECORDS."
               DISPLAY "CONTACT THE DATA CENTER"
               MOVE 0 TO SLOT-N
               GO TO FIND-SLOT-EXIT
           END-IF
           GO TO FIND-SLOT-1.
       FIND-SLOT-EXIT.
           EXIT.

      *******  PASS 3 -- WHAT IS STILL UNAPPLIED PAST THE DAY COUNT
      *******  IS REFERRED: BLCRD001 QUEUES IT FOR REFUND REVIEW ON
      *******  ITS NEXT RUN AND THIS RUN STOPS APPLYING IT, SO THE
      *******  AMOUNT UNDER REVIEW DOES NOT MOVE.  DAYS ARE COUNTED ON
      *******  THE SAME 360-DAY SERIAL BLSUS001 AGES SUSPENSE WITH.

       P3.
           MOVE REFER-DAYS TO NEF-DAYS
           MOVE SPACE TO PPYRPT01
           STRING "UNAPPLIED OVER " NEF-DAYS
               " DAYS REFERRED TO REFUND REVIEW"
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01
           MOVE LOW-VALUE TO PPY-KEY
           START PREPAY KEY NOT < PPY-KEY
             INVALID
               GO TO P9
           END-START.
       P3-1.
           READ PREPAY NEXT
             AT END
               GO TO P9
           END-READ
           IF PPY-STATUS NOT = "O" OR PPY-BALANCE NOT > 0
               GO TO P3-1
           END-IF
           MOVE 0 TO AGE-DAYS
           IF PPY-DATE NUMERIC
               MOVE PPY-DATE TO ITEM8
               COMPUTE ITEM-SERIAL =
                   (ITEM-YYYY * 360) + (ITEM-MM * 30) + ITEM-DD
               COMPUTE AGE-DAYS = TODAY-SERIAL - ITEM-SERIAL
           END-IF
           IF AGE-DAYS NOT > REFER-DAYS
               GO TO P3-1
           END-IF
           MOVE "R" TO PPY-STATUS
           MOVE RUN-DATE TO PPY-REFER-DATE
           REWRITE PREPAY01
           ADD 1 TO CNT-REFERRED
           ADD PPY-BALANCE TO TOT-REFERRED
           MOVE PPY-BALANCE TO NEF-9
           MOVE AGE-DAYS TO NEF-DAYS
           MOVE SPACE TO PPYRPT01
           STRING "REFERRED " PPY-GARNO " " PPY-SEQ " " PPY-DATE " "
               PPY-SOURCE " " PPY-REF " " NEF-9 " " NEF-DAYS " DAYS"
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01
           GO TO P3-1.

       P9.
           MOVE TOT-FILED TO NEF-11
           MOVE SPACE TO PPYRPT01
           STRING "FILED " CNT-FILED " FOR " NEF-11
               ", REFUSED " CNT-REFUSED
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01
           MOVE TOT-APPLIED TO NEF-11
           MOVE SPACE TO PPYRPT01
           STRING "APPLIED " CNT-APPLIED " TIMES FOR " NEF-11
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01
           MOVE TOT-REFERRED TO NEF-11
           MOVE SPACE TO PPYRPT01
           STRING "REFERRED " CNT-REFERRED " FOR " NEF-11
               DELIMITED BY SIZE INTO PPYRPT01
           WRITE PPYRPT01
           DISPLAY "PREPAYMENT RUN HAS ENDED, " CNT-APPLIED
               " APPLIED, " CNT-REFERRED " REFERRED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PPYIN PREPAY CHARCUR PAYCUR GARFILE PPYRPT SUMLOG
                 WORKLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLPPY001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CNT-APPLIED TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

      *******  POSTING-PERIOD LOCK -- A MONTH BLPCL001 HAS CLOSED
      *******  TAKES NO MORE POSTINGS FROM THIS RUN.

       PERIOD-CHECK.
           MOVE "N" TO PERIOD-CLOSED
           OPEN INPUT PERCTL
           MOVE RUN-DATE(1:6) TO PE-PERIOD
           READ PERCTL
             INVALID
               CONTINUE
             NOT INVALID
               IF PE-STATUS = "C"
                   MOVE "Y" TO PERIOD-CLOSED
               END-IF
           END-READ
           CLOSE PERCTL.
       PERIOD-CHECK-EXIT.
           EXIT.

      *******  OPERATOR SECURITY -- THE OPERATOR ON THE CARD MUST BE
      *******  ON OPFILE, ACTIVE, NOT TERMINATED, AND HOLD THE ROLE
      *******  THE CARD NEEDS (A SUPERVISOR HOLDS THEM ALL).  A REFUSED
      *******  CARD GOES ON OPEXCP FOR BLOPR001'S ACCESS REVIEW.

       OP-CHECK.
           MOVE "N" TO CHK-OK
           IF CHK-OPID = SPACE
               MOVE "NO OPERATOR ID" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-IF
           MOVE CHK-OPID TO OP-OPID
           READ OPFILE
             INVALID
               MOVE "UNKNOWN OPERATOR" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-READ
           IF OP-DATE-ACTIVE > RUN-DATE
               MOVE "OPERATOR NOT YET ACTIVE" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-IF
           IF OP-DATE-TERM NOT = SPACE AND OP-DATE-TERM NOT > RUN-DATE
               MOVE "OPERATOR TERMINATED" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-IF
           IF OP-ROLE-SUPV = "Y"
             OR (CHK-ROLE = "P" AND OP-ROLE-POST = "Y")
             OR (CHK-ROLE = "B" AND OP-ROLE-BILL = "Y")
             OR (CHK-ROLE = "A" AND OP-ROLE-APPR = "Y")
             OR (CHK-ROLE = "M" AND OP-ROLE-MAINT = "Y")
               MOVE "Y" TO CHK-OK
               GO TO OP-CHECK-EXIT
           END-IF
           MOVE "ROLE NOT HELD" TO CHK-WHY.
       OP-CHECK-REJ.
           ADD 1 TO CHK-REJ
           MOVE SPACE TO OPEXCP01
           MOVE RUN-DATE TO OX-DATE
           ACCEPT OX-TIME FROM TIME
           MOVE "BLPPY001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
