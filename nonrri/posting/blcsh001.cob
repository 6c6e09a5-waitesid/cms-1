      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-24 sw  new program - front-desk cash drawer close-out.
      *                one DRAWER card per operator and location for
      *                the day carries the counted cash, the counted
      *                checks (total and how many) and the card
      *                terminal's settlement total.  the open receipts
      *                blrcp001 filed in that drawer are totalled by
      *                tender and compared, and CSHRPT prints the
      *                over/short by tender.  a drawer that balances
      *                -- or whose variance a supervisor accepts by
      *                putting an operator id on the card -- is closed:
      *                its receipts are staged to PAYFILE under the
      *                front-desk batch for blui005 and marked staged.
      *                a drawer that does not balance keeps every
      *                receipt open, listed under the report, until a
      *                recount closes it.
      * 2026-09-25 sw  a receipt taken with no claim is a payment on
      *                account: when its drawer closes it is filed on
      *                PREPAY as the guarantor's unapplied money for
      *                blppy001 to apply, instead of going to PAYFILE
      *                with no claim to post against.
      * 2026-10-03 sw  PD-AMOUNT widened to S9(6)V99 with the converted
      *                PAYFILE.
      * 2026-10-11 sw  a drawer card's operator must be on OPFILE,
      *                active and hold the poster role; any other
      *                drawer is refused onto OPEXCP (see blopr001).
      * 2026-10-15 sw  a variance is accepted only by a supervisor on
      *                OPFILE (role "S") other than the drawer's own
      *                operator; an acceptance refused leaves the
      *                drawer held and says why on CSHRPT, and a drawer
      *                refused for its operator is listed on CSHRPT as
      *                well.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCSH001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER ASSIGN TO "S224" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RCPTFILE ASSIGN TO "S221" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS RC-KEY
           LOCK MODE MANUAL.
           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
           SELECT OPTIONAL PREPAY ASSIGN TO "S226"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PPY-KEY
           LOCK MODE MANUAL.
           SELECT CSHRPT ASSIGN TO "S225" ORGANIZATION
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
      *******  THE COUNTED DRAWER.  A BLANK DATE IS TODAY.  DR-ACCEPT
      *******  IS THE SUPERVISOR WHO SIGNS OFF ON A VARIANCE -- ON
      *******  OPFILE WITH THE SUPERVISOR ROLE, AND NOT THE DRAWER'S
      *******  OWN OPERATOR; LEFT BLANK THE DRAWER MUST BALANCE TO
      *******  THE PENNY TO CLOSE.
       FD  DRAWER.
       01  DRAWER01.
           02 DR-DATE PIC X(8).
           02 FILLER PIC X.
           02 DR-LOC PIC X(4).
           02 FILLER PIC X.
           02 DR-OPID PIC X(8).
           02 FILLER PIC X.
           02 DR-CASH PIC X(10).
           02 FILLER PIC X.
           02 DR-CHECKS PIC X(10).
           02 FILLER PIC X.
           02 DR-CHECK-CNT PIC X(4).
           02 FILLER PIC X.
           02 DR-CARD PIC X(10).
           02 FILLER PIC X.
           02 DR-ACCEPT PIC X(8).

       FD  RCPTFILE.
           COPY "rcptfile.cpy".

       FD  PAYFILE
           DATA RECORD IS PAYFILE01.
       01  PAYFILE01.
           02 PAYFILE-KEY.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(6)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(6).
           02 PD-DATE-T PIC X(8).
           02 PD-DATE-E PIC X(8).
           02 PD-ORDER PIC X(6).
           02 PD-BATCH PIC X(6).

       FD  PREPAY.
           COPY "prepay.cpy".

       FD  CSHRPT.
       01  CSHRPT01 PIC X(100).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  BATCH-NO PIC X(6).
       01  SLOT-N PIC 999.
       01  DRW-CASH PIC S9(6)V99.
       01  DRW-CHECKS PIC S9(6)V99.
       01  DRW-CHECK-CNT PIC 9(4).
       01  DRW-CARD PIC S9(6)V99.
       01  KEY-CASH PIC S9(6)V99.
       01  KEY-CHECKS PIC S9(6)V99.
       01  KEY-CARD PIC S9(6)V99.
       01  KEY-CASH-CNT PIC 9(4).
       01  KEY-CHECK-CNT PIC 9(4).
       01  KEY-CARD-CNT PIC 9(4).
       01  VAR-CASH PIC S9(6)V99.
       01  VAR-CHECKS PIC S9(6)V99.
       01  VAR-CARD PIC S9(6)V99.
       01  VAR-TOTAL PIC S9(6)V99.
       01  VAR-ONE PIC S9(6)V99.
       01  DRW-STATUS PIC X.
       01  ACC-WHY PIC X(30).
       01  DRW-STAGED PIC 9(4).
       01  DRW-PREPAID PIC 9(4).
       01  PPY-N PIC 999.
       01  CNT-PREPAID PIC 9(6) VALUE 0.
       01  TOT-PREPAID PIC S9(8)V99 VALUE 0.
       01  CNT-DRAWERS PIC 9(5) VALUE 0.
       01  CNT-CLOSED PIC 9(5) VALUE 0.
       01  CNT-HELD PIC 9(5) VALUE 0.
       01  CNT-STAGED PIC 9(6) VALUE 0.
       01  TOT-STAGED PIC S9(8)V99 VALUE 0.
       01  TOT-VARIANCE PIC S9(8)V99 VALUE 0.
       01  NEF-9 PIC Z,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99-.
       01  NEF-CNT PIC ZZZ9.
       01  CSH-LINE.
           02 FILLER PIC X(4).
           02 CL-TENDER PIC X(10).
           02 CL-CNT PIC ZZZ9.
           02 FILLER PIC X(3).
           02 CL-KEYED PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X(3).
           02 CL-COUNTED PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X(3).
           02 CL-VAR PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 CL-FLAG PIC X(5).
       01  CSH-HEAD.
           02 FILLER PIC X(18) VALUE "    TENDER    RCTS".
           02 FILLER PIC X(14) VALUE "         KEYED".
           02 FILLER PIC X(14) VALUE "       COUNTED".
           02 FILLER PIC X(14) VALUE "    OVER/SHORT".

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
           OPEN INPUT DRAWER.
           OPEN I-O RCPTFILE PAYFILE PREPAY.
           OPEN OUTPUT CSHRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO CSHRPT01
           STRING "FRONT-DESK DRAWER CLOSE-OUT " RUN-DATE
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01.

       P1.
           READ DRAWER AT END GO TO P9.
           IF DR-OPID = SPACE GO TO P1.
           MOVE DR-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING DR-LOC " " DR-DATE
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               MOVE SPACE TO CSHRPT01
               WRITE CSHRPT01
               STRING "DRAWER " DR-DATE " LOCATION " DR-LOC
                   " OPERATOR " DR-OPID " REFUSED - " CHK-WHY
                   DELIMITED BY SIZE INTO CSHRPT01
               WRITE CSHRPT01
               GO TO P1
           END-IF
           IF DR-DATE = SPACE
               MOVE RUN-DATE TO DR-DATE
           END-IF
           ADD 1 TO CNT-DRAWERS
      *******  THE DRAWER'S RECEIPTS STAGE UNDER THE FRONT-DESK BATCH
      *******  FOR THE DAY THEY WERE TAKEN, THE WAY BLLBX001 BATCHES
      *******  A LOCKBOX DEPOSIT.
           MOVE SPACE TO BATCH-NO
           STRING "FD" DR-DATE(5:4) DELIMITED BY SIZE INTO BATCH-NO

           MOVE 0 TO DRW-CASH DRW-CHECKS DRW-CARD DRW-CHECK-CNT
           IF DR-CASH NOT = SPACE
               MOVE FUNCTION NUMVAL(DR-CASH) TO DRW-CASH
           END-IF
           IF DR-CHECKS NOT = SPACE
               MOVE FUNCTION NUMVAL(DR-CHECKS) TO DRW-CHECKS
           END-IF
           IF DR-CHECK-CNT NOT = SPACE
               MOVE FUNCTION NUMVAL(DR-CHECK-CNT) TO DRW-CHECK-CNT
           END-IF
           IF DR-CARD NOT = SPACE
               MOVE FUNCTION NUMVAL(DR-CARD) TO DRW-CARD
           END-IF

           PERFORM TOTAL-DRAWER THRU TOTAL-DRAWER-EXIT
           COMPUTE VAR-CASH = DRW-CASH - KEY-CASH
           COMPUTE VAR-CHECKS = DRW-CHECKS - KEY-CHECKS
           COMPUTE VAR-CARD = DRW-CARD - KEY-CARD
           COMPUTE VAR-TOTAL = VAR-CASH + VAR-CHECKS + VAR-CARD

      *******  "B" BALANCED, "A" VARIANCE ACCEPTED, "H" HELD, "E"
      *******  NOTHING OPEN IN THE DRAWER.
           MOVE "H" TO DRW-STATUS
           MOVE SPACE TO ACC-WHY
           IF VAR-CASH = 0 AND VAR-CHECKS = 0 AND VAR-CARD = 0
             AND DRW-CHECK-CNT = KEY-CHECK-CNT
               MOVE "B" TO DRW-STATUS
           ELSE
               IF DR-ACCEPT NOT = SPACE
                   PERFORM ACCEPT-CHECK THRU ACCEPT-CHECK-EXIT
                   IF ACC-WHY = SPACE
                       MOVE "A" TO DRW-STATUS
                   END-IF
               END-IF
           END-IF
           IF KEY-CASH-CNT = 0 AND KEY-CHECK-CNT = 0
             AND KEY-CARD-CNT = 0
               MOVE "E" TO DRW-STATUS
           END-IF

           PERFORM PRINT-DRAWER THRU PRINT-DRAWER-EXIT
           IF ACC-WHY NOT = SPACE AND DRW-STATUS = "H"
               MOVE SPACE TO CSHRPT01
               STRING "    VARIANCE ACCEPTANCE BY " DR-ACCEPT
                   " REFUSED - " ACC-WHY
                   DELIMITED BY SIZE INTO CSHRPT01
               WRITE CSHRPT01
           END-IF
           MOVE 0 TO DRW-STAGED DRW-PREPAID
           IF DRW-STATUS = "B" OR DRW-STATUS = "A"
               PERFORM STAGE-DRAWER THRU STAGE-DRAWER-EXIT
               ADD 1 TO CNT-CLOSED
               ADD VAR-TOTAL TO TOT-VARIANCE
           END-IF
           IF DRW-STATUS = "H"
               PERFORM LIST-DRAWER THRU LIST-DRAWER-EXIT
               ADD 1 TO CNT-HELD
           END-IF
           PERFORM PRINT-STATUS THRU PRINT-STATUS-EXIT
           GO TO P1.

      *******  A VARIANCE IS ACCEPTED ONLY BY A SUPERVISOR ON OPFILE,
      *******  AND NEVER BY THE OPERATOR WHOSE DRAWER IT IS.  ACC-WHY
      *******  COMES BACK BLANK WHEN THE ACCEPTANCE STANDS.

       ACCEPT-CHECK.
           MOVE SPACE TO ACC-WHY
           IF DR-ACCEPT = DR-OPID
               MOVE "OWN DRAWER" TO ACC-WHY
               GO TO ACCEPT-CHECK-EXIT
           END-IF
           MOVE DR-ACCEPT TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING DR-LOC " " DR-DATE
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "S" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               MOVE CHK-WHY TO ACC-WHY
           END-IF.
       ACCEPT-CHECK-EXIT.
           EXIT.

      *******  POSITION ON THE DRAWER'S FIRST RECEIPT.  RC-KEY COMES
      *******  BACK SPACE WHEN THE DRAWER HAS NO (MORE) RECEIPTS.

       START-DRAWER.
           MOVE DR-DATE TO RC-DATE
           MOVE DR-LOC TO RC-LOC
           MOVE DR-OPID TO RC-OPID
           MOVE SPACE TO RC-RECEIPT
           START RCPTFILE KEY NOT < RC-KEY
             INVALID
               MOVE SPACE TO RC-KEY
               GO TO START-DRAWER-EXIT
           END-START.
       START-DRAWER-EXIT.
           EXIT.

       NEXT-RCPT.
           READ RCPTFILE NEXT
             AT END
               MOVE SPACE TO RC-KEY
               GO TO NEXT-RCPT-EXIT
           END-READ
           IF RC-DATE NOT = DR-DATE OR RC-LOC NOT = DR-LOC
             OR RC-OPID NOT = DR-OPID
               MOVE SPACE TO RC-KEY
           END-IF.
       NEXT-RCPT-EXIT.
           EXIT.

       TOTAL-DRAWER.
           MOVE 0 TO KEY-CASH KEY-CHECKS KEY-CARD
           MOVE 0 TO KEY-CASH-CNT KEY-CHECK-CNT KEY-CARD-CNT
           PERFORM START-DRAWER THRU START-DRAWER-EXIT
           IF RC-KEY = SPACE GO TO TOTAL-DRAWER-EXIT.
       TOTAL-DRAWER-1.
           PERFORM NEXT-RCPT THRU NEXT-RCPT-EXIT
           IF RC-KEY = SPACE GO TO TOTAL-DRAWER-EXIT.
           IF RC-STATUS NOT = "O" GO TO TOTAL-DRAWER-1.
           IF RC-TENDER = "C"
               ADD RC-AMOUNT TO KEY-CASH
               ADD 1 TO KEY-CASH-CNT
           END-IF
           IF RC-TENDER = "K"
               ADD RC-AMOUNT TO KEY-CHECKS
               ADD 1 TO KEY-CHECK-CNT
           END-IF
           IF RC-TENDER = "R"
               ADD RC-AMOUNT TO KEY-CARD
               ADD 1 TO KEY-CARD-CNT
           END-IF
           GO TO TOTAL-DRAWER-1.
       TOTAL-DRAWER-EXIT.
           EXIT.

      *******  A CLOSED DRAWER'S OPEN RECEIPTS GO TO PAYFILE, EACH IN
      *******  THE ACCOUNT'S NEXT FREE SLOT (BLUI005'S OWN 001-UPWARD
      *******  PROBE), NEGATIVE LIKE EVERY KEYED PATIENT PAYMENT, AND
      *******  THE RECEIPT REMEMBERS THE BATCH AND SLOT IT WENT TO.

       STAGE-DRAWER.
           PERFORM START-DRAWER THRU START-DRAWER-EXIT
           IF RC-KEY = SPACE GO TO STAGE-DRAWER-EXIT.
       STAGE-DRAWER-1.
           PERFORM NEXT-RCPT THRU NEXT-RCPT-EXIT
           IF RC-KEY = SPACE GO TO STAGE-DRAWER-EXIT.
           IF RC-STATUS NOT = "O" GO TO STAGE-DRAWER-1.
           IF RC-CLAIM = SPACE
               PERFORM FILE-PREPAY THRU FILE-PREPAY-EXIT
               GO TO STAGE-DRAWER-1
           END-IF
           MOVE 0 TO SLOT-N
           MOVE RC-KEY8 TO PD-KEY8.
       STAGE-DRAWER-2.
           ADD 1 TO SLOT-N
           MOVE SLOT-N TO PD-KEY3
           READ PAYFILE
             INVALID
               GO TO STAGE-DRAWER-3
           END-READ
           IF SLOT-N = 999
               DISPLAY RC-KEY8 " HAS 999 PAYFILE RECORDS."
               DISPLAY "CONTACT THE DATA CENTER"
               MOVE SPACE TO CSHRPT01
               STRING "    RECEIPT " RC-RECEIPT " ACCOUNT " RC-KEY8
                   " NOT STAGED - NO FREE PAYFILE SLOT"
                   DELIMITED BY SIZE INTO CSHRPT01
               WRITE CSHRPT01
               GO TO STAGE-DRAWER-1
           END-IF
           GO TO STAGE-DRAWER-2.
       STAGE-DRAWER-3.
           MOVE RC-KEY8 TO PD-KEY8
           MOVE SLOT-N TO PD-KEY3
           MOVE RC-NAME TO PD-NAME
           COMPUTE PD-AMOUNT = 0 - RC-AMOUNT
           MOVE RC-PAYCODE TO PD-PAYCODE
           MOVE SPACE TO PD-DENIAL
           MOVE RC-CLAIM TO PD-CLAIM
           MOVE SPACE TO PD-DATE-T
           MOVE RC-DATE TO PD-DATE-E
           MOVE SPACE TO PD-ORDER
           MOVE BATCH-NO TO PD-BATCH
           WRITE PAYFILE01
           MOVE "P" TO RC-STATUS
           MOVE BATCH-NO TO RC-BATCH
           MOVE PD-KEY3 TO RC-PD-KEY3
           MOVE RUN-DATE TO RC-CLOSE-DATE
           REWRITE RCPTFILE01
           ADD 1 TO DRW-STAGED
           ADD 1 TO CNT-STAGED
           ADD RC-AMOUNT TO TOT-STAGED
           GO TO STAGE-DRAWER-1.
       STAGE-DRAWER-EXIT.
           EXIT.

      *******  A NO-CLAIM RECEIPT IS MONEY ON ACCOUNT.  IT GOES TO
      *******  PREPAY UNDER THE GUARANTOR'S NEXT SEQUENCE (THE SAME
      *******  001-UPWARD PROBE, SO THE OLDEST MONEY READS FIRST) AND
      *******  THE RECEIPT REMEMBERS THE SEQUENCE UNDER BATCH PREPAY.

       FILE-PREPAY.
           MOVE 0 TO PPY-N
           MOVE RC-KEY8 TO PPY-GARNO.
       FILE-PREPAY-1.
           ADD 1 TO PPY-N
           MOVE PPY-N TO PPY-SEQ
           READ PREPAY
             INVALID
               GO TO FILE-PREPAY-2
           END-READ
           IF PPY-N = 999
               DISPLAY RC-KEY8 " HAS 999 PREPAY RECORDS."
               DISPLAY "CONTACT THE DATA CENTER"
               MOVE SPACE TO CSHRPT01
               STRING "    RECEIPT " RC-RECEIPT " ACCOUNT " RC-KEY8
                   " NOT FILED - NO FREE PREPAY SEQUENCE"
                   DELIMITED BY SIZE INTO CSHRPT01
               WRITE CSHRPT01
               GO TO FILE-PREPAY-EXIT
           END-IF
           GO TO FILE-PREPAY-1.
       FILE-PREPAY-2.
           MOVE SPACE TO PREPAY01
           MOVE RC-KEY8 TO PPY-GARNO
           MOVE PPY-N TO PPY-SEQ
           MOVE RC-DATE TO PPY-DATE
           MOVE RC-NAME TO PPY-NAME
           MOVE "F" TO PPY-SOURCE
           MOVE RC-RECEIPT TO PPY-REF
           MOVE RC-AMOUNT TO PPY-AMOUNT PPY-BALANCE
           MOVE "O" TO PPY-STATUS
           WRITE PREPAY01
           MOVE "P" TO RC-STATUS
           MOVE "PREPAY" TO RC-BATCH
           MOVE PPY-SEQ TO RC-PD-KEY3
           MOVE RUN-DATE TO RC-CLOSE-DATE
           REWRITE RCPTFILE01
           ADD 1 TO DRW-PREPAID
           ADD 1 TO CNT-PREPAID
           ADD RC-AMOUNT TO TOT-PREPAID.
       FILE-PREPAY-EXIT.
           EXIT.

      *******  A HELD DRAWER LISTS ITS OPEN RECEIPTS SO THE RECOUNT
      *******  HAS SOMETHING TO TICK AGAINST.

       LIST-DRAWER.
           PERFORM START-DRAWER THRU START-DRAWER-EXIT
           IF RC-KEY = SPACE GO TO LIST-DRAWER-EXIT.
       LIST-DRAWER-1.
           PERFORM NEXT-RCPT THRU NEXT-RCPT-EXIT
           IF RC-KEY = SPACE GO TO LIST-DRAWER-EXIT.
           IF RC-STATUS NOT = "O" GO TO LIST-DRAWER-1.
           MOVE RC-AMOUNT TO NEF-9
           MOVE SPACE TO CSHRPT01
           STRING "      " RC-RECEIPT " " RC-KEY8 " " RC-NAME " "
               RC-TENDER " " RC-CHECK-NO " " NEF-9
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01
           GO TO LIST-DRAWER-1.
       LIST-DRAWER-EXIT.
           EXIT.

       PRINT-DRAWER.
           MOVE SPACE TO CSHRPT01
           WRITE CSHRPT01
           STRING "DRAWER " DR-DATE " LOCATION " DR-LOC
               " OPERATOR " DR-OPID
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01
           MOVE CSH-HEAD TO CSHRPT01
           WRITE CSHRPT01
           MOVE SPACE TO CSH-LINE
           MOVE "CASH" TO CL-TENDER
           MOVE KEY-CASH-CNT TO CL-CNT
           MOVE KEY-CASH TO CL-KEYED
           MOVE DRW-CASH TO CL-COUNTED
           MOVE VAR-CASH TO CL-VAR VAR-ONE
           PERFORM PRINT-FLAG THRU PRINT-FLAG-EXIT
           MOVE SPACE TO CSH-LINE
           MOVE "CHECK" TO CL-TENDER
           MOVE KEY-CHECK-CNT TO CL-CNT
           MOVE KEY-CHECKS TO CL-KEYED
           MOVE DRW-CHECKS TO CL-COUNTED
           MOVE VAR-CHECKS TO CL-VAR VAR-ONE
           PERFORM PRINT-FLAG THRU PRINT-FLAG-EXIT
           MOVE SPACE TO CSH-LINE
           MOVE "CARD" TO CL-TENDER
           MOVE KEY-CARD-CNT TO CL-CNT
           MOVE KEY-CARD TO CL-KEYED
           MOVE DRW-CARD TO CL-COUNTED
           MOVE VAR-CARD TO CL-VAR VAR-ONE
           PERFORM PRINT-FLAG THRU PRINT-FLAG-EXIT
           IF DRW-CHECK-CNT NOT = KEY-CHECK-CNT
               MOVE DRW-CHECK-CNT TO NEF-CNT
               MOVE SPACE TO CSHRPT01
               STRING "    CHECKS COUNTED " NEF-CNT
                   " DO NOT MATCH CHECK RECEIPTS KEYED"
                   DELIMITED BY SIZE INTO CSHRPT01
               WRITE CSHRPT01
           END-IF
           MOVE VAR-TOTAL TO NEF-11
           MOVE SPACE TO CSHRPT01
           STRING "    DRAWER OVER/SHORT " NEF-11
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01.
       PRINT-DRAWER-EXIT.
           EXIT.

       PRINT-FLAG.
           MOVE SPACE TO CL-FLAG
           IF VAR-ONE > 0
               MOVE "OVER" TO CL-FLAG
           END-IF
           IF VAR-ONE < 0
               MOVE "SHORT" TO CL-FLAG
           END-IF
           MOVE CSH-LINE TO CSHRPT01
           WRITE CSHRPT01.
       PRINT-FLAG-EXIT.
           EXIT.

       PRINT-STATUS.
           MOVE SPACE TO CSHRPT01
           MOVE DRW-STAGED TO NEF-CNT
           IF DRW-STATUS = "B"
               STRING "    BALANCED - CLOSED, " NEF-CNT
                   " RECEIPTS STAGED TO PAYFILE BATCH " BATCH-NO
                   DELIMITED BY SIZE INTO CSHRPT01
           END-IF
           IF DRW-STATUS = "A"
               STRING "    VARIANCE ACCEPTED BY " DR-ACCEPT
                   " - CLOSED, " NEF-CNT
                   " RECEIPTS STAGED TO PAYFILE BATCH " BATCH-NO
                   DELIMITED BY SIZE INTO CSHRPT01
           END-IF
           IF DRW-PREPAID > 0
               WRITE CSHRPT01
               MOVE SPACE TO CSHRPT01
               MOVE DRW-PREPAID TO NEF-CNT
               STRING "    " NEF-CNT
                   " NO-CLAIM RECEIPTS FILED ON ACCOUNT AS PREPAYMENTS"
                   DELIMITED BY SIZE INTO CSHRPT01
           END-IF
           IF DRW-STATUS = "H"
               STRING "    OUT OF BALANCE - DRAWER HELD, RECEIPTS"
                   " ABOVE STAY OPEN FOR A RECOUNT"
                   DELIMITED BY SIZE INTO CSHRPT01
           END-IF
           IF DRW-STATUS = "E"
               STRING "    NO OPEN RECEIPTS IN THIS DRAWER"
                   DELIMITED BY SIZE INTO CSHRPT01
           END-IF
           WRITE CSHRPT01.
       PRINT-STATUS-EXIT.
           EXIT.

       P9.
           MOVE TOT-STAGED TO NEF-11
           MOVE SPACE TO CSHRPT01
           WRITE CSHRPT01
           STRING CNT-DRAWERS " DRAWERS, " CNT-CLOSED " CLOSED, "
               CNT-HELD " HELD; " CNT-STAGED " RECEIPTS STAGED FOR "
               NEF-11
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01
           MOVE TOT-PREPAID TO NEF-11
           MOVE SPACE TO CSHRPT01
           STRING CNT-PREPAID " RECEIPTS FILED ON PREPAY FOR " NEF-11
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01
           MOVE TOT-VARIANCE TO NEF-11
           MOVE SPACE TO CSHRPT01
           STRING "ACCEPTED OVER/SHORT ON CLOSED DRAWERS " NEF-11
               DELIMITED BY SIZE INTO CSHRPT01
           WRITE CSHRPT01
           DISPLAY "DRAWER CLOSE-OUT HAS ENDED, " CNT-CLOSED
               " CLOSED, " CNT-HELD " HELD".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE DRAWER RCPTFILE PAYFILE PREPAY CSHRPT SUMLOG
                 OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLCSH001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CNT-STAGED TO SL-COUNT
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
           MOVE "BLCSH001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
