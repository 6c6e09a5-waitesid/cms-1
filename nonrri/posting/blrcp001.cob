      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-24 sw  new program - front-desk receipt capture.  the
      *                desk's copays and balance payments no longer go
      *                straight into a PAYFILE batch with nothing to
      *                say who took them or how; each one is keyed as
      *                an RCPTIN card -- receipt number, operator,
      *                location, account, tender (cash/check/card) and
      *                check number -- and filed on RCPTFILE in the
      *                operator's drawer for blcsh001 to close.  a "V"
      *                card voids a receipt still open in its drawer.
      *                the receipt journal lists every card, accepted
      *                or refused with the reason.
      * 2026-10-11 sw  the operator taking a receipt must be on
      *                OPFILE, active and hold the poster role; any
      *                other card is refused onto OPEXCP (see blopr001)
      *                as well as the receipt report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLRCP001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTIN ASSIGN TO "S222" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL RCPTFILE ASSIGN TO "S221"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT LOCFILE ASSIGN TO "S145" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LOC-KEY
           LOCK MODE MANUAL.
           SELECT RCPRPT ASSIGN TO "S223" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  ONE CARD PER RECEIPT AS THE DESK KEYED IT.  "A" FILES
      *******  A RECEIPT (A BLANK ACTION IS TAKEN AS "A"), "V" VOIDS
      *******  ONE -- THE VOID NEEDS ONLY THE DRAWER AND RECEIPT NO.
       FD  RCPTIN.
       01  RCPTIN01.
           02 RI-ACTION PIC X.
           02 FILLER PIC X.
           02 RI-RECEIPT PIC X(8).
           02 FILLER PIC X.
           02 RI-DATE PIC X(8).
           02 FILLER PIC X.
           02 RI-LOC PIC X(4).
           02 FILLER PIC X.
           02 RI-OPID PIC X(8).
           02 FILLER PIC X.
           02 RI-ACCT PIC X(8).
           02 FILLER PIC X.
           02 RI-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 RI-TENDER PIC X.
           02 FILLER PIC X.
           02 RI-CHECK-NO PIC X(10).
           02 FILLER PIC X.
           02 RI-AMOUNT PIC X(10).

       FD  RCPTFILE.
           COPY "rcptfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  LOCFILE.
       01  LOCFILE01.
           02 LOC-KEY PIC X(4).
           02 LOC-NAME PIC X(24).

       FD  RCPRPT.
       01  RCPRPT01 PIC X(100).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RCP-AMT PIC S9(6)V99.
       01  RCP-REASON PIC X(30).
       01  CNT-FILED PIC 9(6) VALUE 0.
       01  CNT-VOIDED PIC 9(5) VALUE 0.
       01  CNT-REFUSED PIC 9(5) VALUE 0.
       01  TOT-FILED PIC S9(8)V99 VALUE 0.
       01  NEF-9 PIC Z,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.

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
           OPEN INPUT RCPTIN GARFILE LOCFILE.
           OPEN I-O RCPTFILE.
           OPEN OUTPUT RCPRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO RCPRPT01
           STRING "FRONT-DESK RECEIPT JOURNAL " RUN-DATE
               DELIMITED BY SIZE INTO RCPRPT01
           WRITE RCPRPT01.

       P1.
           READ RCPTIN AT END GO TO P9.
           IF RCPTIN01 = SPACE GO TO P1.
           IF RI-DATE = SPACE
               MOVE RUN-DATE TO RI-DATE
           END-IF
           MOVE RI-OPID TO CHK-OPID
           MOVE RI-RECEIPT TO CHK-KEY
           MOVE "P" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               MOVE CHK-WHY TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO P1
           END-IF

           IF RI-ACTION = "V"
               PERFORM VOID-RCPT THRU VOID-RCPT-EXIT
               GO TO P1
           END-IF
           IF RI-ACTION NOT = "A" AND RI-ACTION NOT = SPACE
               MOVE "UNKNOWN ACTION" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO P1
           END-IF

           PERFORM FILE-RCPT THRU FILE-RCPT-EXIT
           GO TO P1.

      *******  EVERY EDIT A DRAWER NEEDS TO BALANCE LATER: A RECEIPT
      *******  NUMBER, A KNOWN LOCATION AND ACCOUNT, A TENDER, A
      *******  CHECK NUMBER ON A CHECK, AND A POSITIVE AMOUNT THAT
      *******  FITS PAYFILE.

       FILE-RCPT.
           IF RI-RECEIPT = SPACE OR RI-OPID = SPACE
               MOVE "NO RECEIPT NO OR OPERATOR" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-IF
           IF RI-DATE NOT NUMERIC
               MOVE "BAD RECEIPT DATE" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-IF
           MOVE RI-LOC TO LOC-KEY
           READ LOCFILE
             INVALID
               MOVE "UNKNOWN LOCATION" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-READ
           MOVE RI-ACCT TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "ACCOUNT NOT ON FILE" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-READ
           IF RI-TENDER NOT = "C" AND RI-TENDER NOT = "K"
             AND RI-TENDER NOT = "R"
               MOVE "TENDER NOT C, K OR R" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-IF
           IF RI-TENDER = "K" AND RI-CHECK-NO = SPACE
               MOVE "CHECK WITH NO CHECK NUMBER" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-IF
           MOVE 0 TO RCP-AMT
           IF RI-AMOUNT NOT = SPACE
               MOVE FUNCTION NUMVAL(RI-AMOUNT) TO RCP-AMT
           END-IF
           IF RCP-AMT NOT > 0 OR RCP-AMT > 9999.99
               MOVE "AMOUNT ZERO OR TOO LARGE" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-IF

           MOVE SPACE TO RCPTFILE01
           MOVE RI-DATE TO RC-DATE
           MOVE RI-LOC TO RC-LOC
           MOVE RI-OPID TO RC-OPID
           MOVE RI-RECEIPT TO RC-RECEIPT
           MOVE RI-ACCT TO RC-KEY8
           MOVE G-GARNAME TO RC-NAME
           MOVE RI-CLAIM TO RC-CLAIM
           MOVE "001" TO RC-PAYCODE
           MOVE RI-TENDER TO RC-TENDER
           MOVE RI-CHECK-NO TO RC-CHECK-NO
           MOVE RCP-AMT TO RC-AMOUNT
           MOVE "O" TO RC-STATUS
           WRITE RCPTFILE01
             INVALID
               MOVE "RECEIPT ALREADY IN DRAWER" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO FILE-RCPT-EXIT
           END-WRITE
           ADD 1 TO CNT-FILED
           ADD RCP-AMT TO TOT-FILED
           MOVE RCP-AMT TO NEF-9
           MOVE SPACE TO RCPRPT01
           STRING "FILED   " RC-RECEIPT " " RC-DATE " " RC-LOC " "
               RC-OPID " " RC-KEY8 " " RC-TENDER " " RC-CHECK-NO " "
               NEF-9
               DELIMITED BY SIZE INTO RCPRPT01
           WRITE RCPRPT01.
       FILE-RCPT-EXIT.
           EXIT.

      *******  ONLY A RECEIPT STILL OPEN IN ITS DRAWER CAN BE VOIDED;
      *******  ONE ALREADY STAGED IS A PAYFILE CORRECTION.

       VOID-RCPT.
           MOVE RI-DATE TO RC-DATE
           MOVE RI-LOC TO RC-LOC
           MOVE RI-OPID TO RC-OPID
           MOVE RI-RECEIPT TO RC-RECEIPT
           READ RCPTFILE
             INVALID
               MOVE "VOID - RECEIPT NOT ON FILE" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO VOID-RCPT-EXIT
           END-READ
           IF RC-STATUS NOT = "O"
               MOVE "VOID - RECEIPT NOT OPEN" TO RCP-REASON
               PERFORM REFUSE THRU REFUSE-EXIT
               GO TO VOID-RCPT-EXIT
           END-IF
           MOVE "V" TO RC-STATUS
           MOVE RUN-DATE TO RC-CLOSE-DATE
           REWRITE RCPTFILE01
           ADD 1 TO CNT-VOIDED
           MOVE RC-AMOUNT TO NEF-9
           MOVE SPACE TO RCPRPT01
           STRING "VOIDED  " RC-RECEIPT " " RC-DATE " " RC-LOC " "
               RC-OPID " " RC-KEY8 " " RC-TENDER " " RC-CHECK-NO " "
               NEF-9
               DELIMITED BY SIZE INTO RCPRPT01
           WRITE RCPRPT01.
       VOID-RCPT-EXIT.
           EXIT.

       REFUSE.
           ADD 1 TO CNT-REFUSED
           MOVE SPACE TO RCPRPT01
           STRING "REFUSED " RI-RECEIPT " " RI-DATE " " RI-LOC " "
               RI-OPID " " RI-ACCT " " RI-TENDER " " RI-AMOUNT " "
               RCP-REASON
               DELIMITED BY SIZE INTO RCPRPT01
           WRITE RCPRPT01.
       REFUSE-EXIT.
           EXIT.

       P9.
           MOVE TOT-FILED TO NEF-11
           MOVE SPACE TO RCPRPT01
           STRING "FILED " CNT-FILED " RECEIPTS FOR " NEF-11
               ", VOIDED " CNT-VOIDED ", REFUSED " CNT-REFUSED
               DELIMITED BY SIZE INTO RCPRPT01
           WRITE RCPRPT01
           DISPLAY "RECEIPT CAPTURE HAS ENDED, " CNT-FILED
               " FILED, " CNT-REFUSED " REFUSED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE RCPTIN RCPTFILE GARFILE LOCFILE RCPRPT SUMLOG
                 OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLRCP001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CNT-FILED TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
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
           MOVE "BLRCP001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
