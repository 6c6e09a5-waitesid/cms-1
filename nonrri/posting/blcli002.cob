      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-26 sw  new program - client (facility) payments and
      *                client a/r aging.  each CLIPAY card is a
      *                facility's check (or a write-off we agree to)
      *                against one blcli001 invoice; it is spread over
      *                the invoice lines in order and posted to each
      *                patient account as a PAYCUR entry under the
      *                client paycode, so the lines clear the ordinary
      *                way.  the run then ages every invoice still
      *                open by facility, apart from patient and payer
      *                a/r, with past-due invoices flagged.
      * 2026-10-15 sw  LINE-OPEN and APPLY-AMT widened with CLINVD's
      *                amounts, so a line of 10,000.00 or more takes
      *                its whole share of a payment.
      * 2026-10-15 sw  each CLIPAY card carries the poster who keyed
      *                it, checked against OPFILE for the posting role
      *                before the remittance is posted (a refused card
      *                goes on OPEXCP); every remittance posted goes on
      *                WORKLOG under that operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCLI002.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIPAY ASSIGN TO "S233" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CLINV ASSIGN TO "S230"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLINVD ASSIGN TO "S231"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT CLIENT ASSIGN TO "S229" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CLI-KEY
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT CLARPT ASSIGN TO "S234" ORGANIZATION
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
      *******  ONE CARD PER FACILITY REMITTANCE AGAINST ONE INVOICE
      *******  (CLIENT PAYCODE AND BILLING MONTH).  ACTION BLANK OR
      *******  "P" IS A PAYMENT, "A" AN AGREED ADJUSTMENT; A BLANK
      *******  DATE IS TODAY.  CY-OPID IS THE POSTER WHO KEYED THE
      *******  CARD.
       FD  CLIPAY.
       01  CLIPAY01.
           02 CY-CLIENT PIC XXX.
           02 FILLER PIC X.
           02 CY-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 CY-ACTION PIC X.
           02 FILLER PIC X.
           02 CY-AMOUNT PIC X(10).
           02 FILLER PIC X.
           02 CY-CHECK PIC X(10).
           02 FILLER PIC X.
           02 CY-DATE PIC X(8).
           02 FILLER PIC X.
           02 CY-OPID PIC X(8).

       FD  CLINV.
           COPY "clinv.cpy".

       FD  CLINVD.
           COPY "clinvd.cpy".

       FD  CLIENT.
           COPY "client.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  CLARPT.
       01  CLARPT01 PIC X(100).

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
       01  PERIOD-CLOSED PIC X VALUE "N".
       01  CY-AMT PIC S9(7)V99.
       01  CY-REASON PIC X(30).
       01  INV-OPEN PIC S9(7)V99.
       01  LEFT-AMT PIC S9(7)V99.
       01  LINE-OPEN PIC S9(6)V99.
       01  APPLY-AMT PIC S9(6)V99.
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  PAST-DUE PIC X(8).
       01  CUR-CLIENT PIC XXX VALUE SPACE.
       01  CNT-POSTED PIC 9(5) VALUE 0.
       01  CNT-REFUSED PIC 9(5) VALUE 0.
       01  CNT-LINES PIC 9(6) VALUE 0.
       01  CNT-OPEN PIC 9(5) VALUE 0.
       01  TOT-POSTED PIC S9(8)V99 VALUE 0.
       01  AGE-TOTALS.
           02 CL-B1 PIC S9(8)V99.
           02 CL-B2 PIC S9(8)V99.
           02 CL-B3 PIC S9(8)V99.
           02 CL-B4 PIC S9(8)V99.
           02 CL-TOT PIC S9(8)V99.
           02 GR-B1 PIC S9(8)V99.
           02 GR-B2 PIC S9(8)V99.
           02 GR-B3 PIC S9(8)V99.
           02 GR-B4 PIC S9(8)V99.
           02 GR-TOT PIC S9(8)V99.
       01  NEF-11 PIC ZZZ,ZZ9.99-.
       01  AGE-LINE.
           02 AL-LABEL PIC X(24).
           02 AL-B1 PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 AL-B2 PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 AL-B3 PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 AL-B4 PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 AL-TOT PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 AL-FLAG PIC X(8).
       01  AGE-COLS.
           02 FILLER PIC X(24) VALUE "INVOICE      DUE".
           02 FILLER PIC X(48) VALUE
              "       0-30       31-60       61-90    OVER 90".
           02 FILLER PIC X(12) VALUE "       TOTAL".

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
           OPEN INPUT CLIPAY CLIENT.
           OPEN I-O CLINV CLINVD PAYCUR.
           OPEN OUTPUT CLARPT.
           OPEN EXTEND SUMLOG.
           OPEN EXTEND WORKLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.
           PERFORM PERIOD-CHECK THRU PERIOD-CHECK-EXIT.
           MOVE 0 TO CL-B1 CL-B2 CL-B3 CL-B4 CL-TOT
                     GR-B1 GR-B2 GR-B3 GR-B4 GR-TOT.

           MOVE SPACE TO CLARPT01
           STRING "CLIENT PAYMENTS AND CLIENT A/R AGING " RUN-DATE
               DELIMITED BY SIZE INTO CLARPT01
           WRITE CLARPT01.
           MOVE SPACE TO CLARPT01
           WRITE CLARPT01.
           IF PERIOD-CLOSED = "Y"
               MOVE "TODAY IS IN A CLOSED PERIOD - NO PAYMENTS POSTED"
                   TO CLARPT01
               WRITE CLARPT01
               GO TO P2
           END-IF.

      *******  PASS 1 -- POST THE FACILITY REMITTANCES.

       P1.
           READ CLIPAY AT END GO TO P2.
           IF CLIPAY01 = SPACE GO TO P1.
           MOVE CY-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING CY-CLIENT "-" CY-PERIOD DELIMITED BY SIZE
               INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF
           IF CY-DATE = SPACE
               MOVE RUN-DATE TO CY-DATE
           END-IF
           IF CY-ACTION = SPACE
               MOVE "P" TO CY-ACTION
           END-IF
           PERFORM POST-CARD THRU POST-CARD-EXIT
           GO TO P1.

       POST-CARD.
           IF CY-ACTION NOT = "P" AND CY-ACTION NOT = "A"
               MOVE "ACTION NOT P OR A" TO CY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO POST-CARD-EXIT
           END-IF
           IF CY-DATE NOT NUMERIC
               MOVE "BAD PAYMENT DATE" TO CY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO POST-CARD-EXIT
           END-IF
           MOVE CY-CLIENT TO CI-CLIENT
           MOVE CY-PERIOD TO CI-PERIOD
           READ CLINV
             INVALID
               MOVE "NO SUCH INVOICE" TO CY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO POST-CARD-EXIT
           END-READ
           MOVE 0 TO CY-AMT
           IF CY-AMOUNT NOT = SPACE
               MOVE FUNCTION NUMVAL(CY-AMOUNT) TO CY-AMT
           END-IF
           COMPUTE INV-OPEN = CI-AMOUNT - CI-PAID - CI-ADJ
           IF CY-AMT NOT > 0
               MOVE "AMOUNT NOT GREATER THAN ZERO" TO CY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO POST-CARD-EXIT
           END-IF
           IF CY-AMT > INV-OPEN
               MOVE "MORE THAN THE INVOICE OWES" TO CY-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO POST-CARD-EXIT
           END-IF

      *    SPREAD OVER THE LINES IN INVOICE ORDER, EACH TAKING WHAT
      *    IT STILL OWES UNTIL THE REMITTANCE IS USED UP.
           MOVE CY-AMT TO LEFT-AMT
           MOVE CY-CLIENT TO CV-CLIENT
           MOVE CY-PERIOD TO CV-PERIOD
           MOVE 0 TO CV-LINE
           START CLINVD KEY > CV-KEY
             INVALID
               GO TO POST-CARD-1
           END-START.
       POST-CARD-2.
           IF LEFT-AMT NOT > 0
               GO TO POST-CARD-1
           END-IF
           READ CLINVD NEXT
             AT END
               GO TO POST-CARD-1
           END-READ
           IF CV-CLIENT NOT = CY-CLIENT OR CV-PERIOD NOT = CY-PERIOD
               GO TO POST-CARD-1
           END-IF
           COMPUTE LINE-OPEN = CV-AMOUNT - CV-PAID
           IF LINE-OPEN NOT > 0
               GO TO POST-CARD-2
           END-IF
           IF LEFT-AMT < LINE-OPEN
               MOVE LEFT-AMT TO APPLY-AMT
           ELSE
               MOVE LINE-OPEN TO APPLY-AMT
           END-IF
           PERFORM POST-LINE THRU POST-LINE-EXIT
           GO TO POST-CARD-2.
       POST-CARD-1.
           COMPUTE CY-AMT = CY-AMT - LEFT-AMT
           IF CY-ACTION = "A"
               ADD CY-AMT TO CI-ADJ
           ELSE
               ADD CY-AMT TO CI-PAID
           END-IF
           MOVE CY-DATE TO CI-PAY-DATE
           IF CI-AMOUNT - CI-PAID - CI-ADJ NOT > 0
               MOVE "P" TO CI-STATUS
           END-IF
           REWRITE CLINV01
           MOVE SPACE TO WORKLOG01
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE CY-OPID TO WL-OPID
           MOVE "BLCLI002" TO WL-PGM
           MOVE "CI" TO WL-ACTION
           MOVE CY-CLIENT TO WL-KEY8
           MOVE CY-PERIOD TO WL-CLAIM
           MOVE 1 TO WL-COUNT
           MOVE CY-AMT TO WL-AMOUNT
           WRITE WORKLOG01
           ADD 1 TO CNT-POSTED
           ADD CY-AMT TO TOT-POSTED
           MOVE CY-AMT TO NEF-11
           MOVE SPACE TO CLARPT01
           STRING "POSTED   " CY-CLIENT "-" CY-PERIOD " " CY-ACTION
               " " CY-CHECK " " CY-DATE " " NEF-11
               DELIMITED BY SIZE INTO CLARPT01
           WRITE CLARPT01
           IF CI-STATUS = "P"
               MOVE SPACE TO CLARPT01
               STRING "         " CY-CLIENT "-" CY-PERIOD
                   " PAID IN FULL"
                   DELIMITED BY SIZE INTO CLARPT01
               WRITE CLARPT01
           END-IF.
       POST-CARD-EXIT.
           EXIT.

      *******  ONE LINE'S SHARE GOES ON THE PATIENT ACCOUNT IN ITS
      *******  NEXT FREE PC-KEY3 SLOT, NEGATIVE AS ANY PAYMENT, UNDER
      *******  THE CLIENT PAYCODE; AN AGREED ADJUSTMENT CARRIES THE
      *******  "CA" CONTRACTUAL TAG.

       POST-LINE.
           PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
           IF SLOT-N = 0
               GO TO POST-LINE-EXIT
           END-IF
           MOVE HOLD-PCKEY TO PAYCUR-KEY
           COMPUTE PC-AMOUNT = 0 - APPLY-AMT
           MOVE CY-CLIENT TO PC-PAYCODE
           MOVE SPACE TO PC-DENIAL
           IF CY-ACTION = "A"
               MOVE "CA" TO PC-DENIAL
           END-IF
           MOVE CV-CLAIM TO PC-CLAIM
           MOVE CV-DOS TO PC-DATE-T
           MOVE RUN-DATE TO PC-DATE-E
           MOVE SPACE TO PC-BATCH
           STRING "CP" RUN-DATE(5:4) DELIMITED BY SIZE INTO PC-BATCH
           WRITE PAYCUR01
           ADD APPLY-AMT TO CV-PAID
           REWRITE CLINVD01
           SUBTRACT APPLY-AMT FROM LEFT-AMT
           ADD 1 TO CNT-LINES.
       POST-LINE-EXIT.
           EXIT.

       FIND-SLOT.
           MOVE 0 TO SLOT-N
           MOVE CV-CHARCUR-KEY(1:8) TO PC-KEY8.
       FIND-SLOT-1.
           ADD 1 TO SLOT-N
           MOVE SLOT-N TO PC-KEY3
           MOVE PAYCUR-KEY TO HOLD-PCKEY
           READ PAYCUR
             INVALID
               GO TO FIND-SLOT-EXIT
           END-READ
           IF SLOT-N = 999
               DISPLAY CV-CHARCUR-KEY(1:8) " HAS 999 PAYCUR RECORDS."
               DISPLAY "CONTACT THE DATA CENTER"
               MOVE 0 TO SLOT-N
               GO TO FIND-SLOT-EXIT
           END-IF
           GO TO FIND-SLOT-1.
       FIND-SLOT-EXIT.
           EXIT.

       REFUSE.
           ADD 1 TO CNT-REFUSED
           MOVE SPACE TO CLARPT01
           STRING "REFUSED  " CY-CLIENT "-" CY-PERIOD " " CY-ACTION
               " " CY-CHECK " " CY-AMOUNT " " CY-REASON
               DELIMITED BY SIZE INTO CLARPT01
           WRITE CLARPT01.
       REFUSE-EXIT.
           EXIT.

      *******  PASS 2 -- AGE EVERY OPEN INVOICE FROM ITS INVOICE
      *******  DATE, BY FACILITY.

       P2.
           MOVE SPACE TO CLARPT01
           WRITE CLARPT01 AFTER ADVANCING PAGE
           STRING "CLIENT A/R AGING " RUN-DATE
               DELIMITED BY SIZE INTO CLARPT01
           WRITE CLARPT01
           MOVE SPACE TO CLARPT01
           WRITE CLARPT01
           MOVE AGE-COLS TO CLARPT01
           WRITE CLARPT01
           MOVE LOW-VALUE TO CI-KEY
           START CLINV KEY NOT < CI-KEY
             INVALID
               GO TO P8
           END-START.
       P2-1.
           READ CLINV NEXT
             AT END
               GO TO P8
           END-READ
           IF CI-STATUS NOT = "O"
               GO TO P2-1
           END-IF
           COMPUTE INV-OPEN = CI-AMOUNT - CI-PAID - CI-ADJ
           IF INV-OPEN NOT > 0
               GO TO P2-1
           END-IF
           IF CI-CLIENT NOT = CUR-CLIENT
               PERFORM CLIENT-BREAK THRU CLIENT-BREAK-EXIT
           END-IF
           ADD 1 TO CNT-OPEN
           MOVE 0 TO AGE-DAYS
           IF CI-DATE NUMERIC
               MOVE CI-DATE TO ITEM8
               COMPUTE ITEM-SERIAL =
                   (ITEM-YYYY * 360) + (ITEM-MM * 30) + ITEM-DD
               COMPUTE AGE-DAYS = TODAY-SERIAL - ITEM-SERIAL
           END-IF
           MOVE SPACE TO AGE-LINE
           MOVE 0 TO AL-B1 AL-B2 AL-B3 AL-B4
           STRING CI-CLIENT "-" CI-PERIOD "  " CI-DUE
               DELIMITED BY SIZE INTO AL-LABEL
           IF AGE-DAYS < 31
               MOVE INV-OPEN TO AL-B1
               ADD INV-OPEN TO CL-B1
           ELSE
               IF AGE-DAYS < 61
                   MOVE INV-OPEN TO AL-B2
                   ADD INV-OPEN TO CL-B2
               ELSE
                   IF AGE-DAYS < 91
                       MOVE INV-OPEN TO AL-B3
                       ADD INV-OPEN TO CL-B3
                   ELSE
                       MOVE INV-OPEN TO AL-B4
                       ADD INV-OPEN TO CL-B4
                   END-IF
               END-IF
           END-IF
           ADD INV-OPEN TO CL-TOT
           MOVE INV-OPEN TO AL-TOT
           MOVE SPACE TO PAST-DUE
           IF CI-DUE NUMERIC AND RUN-DATE > CI-DUE
               MOVE "PAST DUE" TO PAST-DUE
           END-IF
           MOVE PAST-DUE TO AL-FLAG
           MOVE AGE-LINE TO CLARPT01
           WRITE CLARPT01
           GO TO P2-1.

      *******  A NEW FACILITY -- TOTAL THE LAST ONE AND HEAD THIS.

       CLIENT-BREAK.
           PERFORM CLIENT-TOTAL THRU CLIENT-TOTAL-EXIT
           MOVE CI-CLIENT TO CUR-CLIENT CLI-KEY
           READ CLIENT
             INVALID
               MOVE "NOT ON THE CLIENT MASTER" TO CLI-NAME
           END-READ
           MOVE SPACE TO CLARPT01
           WRITE CLARPT01
           STRING "CLIENT " CUR-CLIENT " " CLI-NAME
               DELIMITED BY SIZE INTO CLARPT01
           WRITE CLARPT01.
       CLIENT-BREAK-EXIT.
           EXIT.

       CLIENT-TOTAL.
           IF CUR-CLIENT = SPACE
               GO TO CLIENT-TOTAL-EXIT
           END-IF
           MOVE SPACE TO AGE-LINE
           MOVE "  CLIENT TOTAL" TO AL-LABEL
           MOVE CL-B1 TO AL-B1
           MOVE CL-B2 TO AL-B2
           MOVE CL-B3 TO AL-B3
           MOVE CL-B4 TO AL-B4
           MOVE CL-TOT TO AL-TOT
           MOVE AGE-LINE TO CLARPT01
           WRITE CLARPT01
           ADD CL-B1 TO GR-B1
           ADD CL-B2 TO GR-B2
           ADD CL-B3 TO GR-B3
           ADD CL-B4 TO GR-B4
           ADD CL-TOT TO GR-TOT
           MOVE 0 TO CL-B1 CL-B2 CL-B3 CL-B4 CL-TOT.
       CLIENT-TOTAL-EXIT.
           EXIT.

       P8.
           PERFORM CLIENT-TOTAL THRU CLIENT-TOTAL-EXIT
           MOVE SPACE TO CLARPT01
           WRITE CLARPT01
           MOVE SPACE TO AGE-LINE
           MOVE "ALL CLIENTS" TO AL-LABEL
           MOVE GR-B1 TO AL-B1
           MOVE GR-B2 TO AL-B2
           MOVE GR-B3 TO AL-B3
           MOVE GR-B4 TO AL-B4
           MOVE GR-TOT TO AL-TOT
           MOVE AGE-LINE TO CLARPT01
           WRITE CLARPT01.

       P9.
           MOVE TOT-POSTED TO NEF-11
           DISPLAY "CLIENT PAYMENTS HAVE ENDED, " CNT-POSTED
               " POSTED FOR " NEF-11 ", " CNT-REFUSED " REFUSED, "
               CNT-OPEN " INVOICES OPEN".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CLIPAY CLINV CLINVD CLIENT PAYCUR CLARPT SUMLOG
                 WORKLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLCLI002" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CNT-LINES TO SL-COUNT
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
           MOVE "BLCLI002" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
