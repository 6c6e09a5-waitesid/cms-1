      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-27 sw  new program - third-party liability case
      *                tracking, blwc001's case lifecycle for auto
      *                accidents and slip-and-falls.  LIABFILE carries
      *                what those accounts live on while they wait a
      *                year or more for a settlement -- accident date,
      *                the auto or liability carrier and its claim
      *                number, the patient's attorney and address, the
      *                letter-of-protection date, our lien and the
      *                case status.  every account with a charge
      *                marked auto or other accident (CC-ACC-TYPE "2"
      *                or "3") gets a case opened automatically;
      *                LIAUPDT cards apply the liability biller's
      *                updates and ask for a lien-payoff letter to the
      *                attorney with the itemized balance; LIARPT is
      *                the open-case report.  while a case is open and
      *                a lien is filed, blst001, blco001 and blco002
      *                leave the account alone.
      * 2026-09-28 sw  each payoff letter is logged to DISCLOG, the
      *                accounting of disclosures, as a release to the
      *                attorney.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
      * 2026-10-15 sw  each LIAUPDT card carries the biller who keyed
      *                it, checked against OPFILE for the billing role
      *                before the card is applied (a refused card goes
      *                on OPEXCP); every card applied goes on WORKLOG
      *                under that operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLLIA001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL LIABFILE ASSIGN TO "S235"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LB-GARNO
           LOCK MODE MANUAL.
           SELECT LIAUPDT ASSIGN TO "S236" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT LIARPT ASSIGN TO "S237" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT LIALTR ASSIGN TO "S238" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT DISCLOG ASSIGN TO "S239" ORGANIZATION
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

       DATA DIVISION.
       FILE SECTION.
       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  LIABFILE.
           COPY "liabfile.cpy".

      *******  THE LIABILITY BILLER'S CARDS, TWO PER UPDATE: CARD
      *******  TYPE "1" CARRIES THE ACCOUNT, NEW STATUS, ACCIDENT
      *******  DATE, CARRIER, CLAIM NUMBER, LOP AND LIEN DATES, LIEN
      *******  AMOUNT, CONTACT DATE AND "Y" TO PRINT A PAYOFF LETTER;
      *******  TYPE "2" THE ATTORNEY'S NAME AND ADDRESS.  EVERY BLANK
      *******  FIELD KEEPS WHAT IS ON FILE.  AN ACCOUNT WITH NO CASE
      *******  YET GETS ONE OPENED BY ITS FIRST CARD.  LU-OPID, ON
      *******  BOTH CARDS, IS THE BILLER WHO KEYED IT.
       FD  LIAUPDT.
       01  LIAUPDT01.
           02 LU-TYPE PIC X.
           02 FILLER PIC X.
           02 LU-GARNO PIC X(8).
           02 FILLER PIC X.
           02 LU-DATA PIC X(112).
           02 FILLER PIC X.
           02 LU-OPID PIC X(8).
       01  LIAUPDT-1.
           02 FILLER PIC X(11).
           02 LU-STATUS PIC X.
           02 FILLER PIC X.
           02 LU-ACC-DATE PIC X(8).
           02 FILLER PIC X.
           02 LU-CARRIER PIC X(24).
           02 FILLER PIC X.
           02 LU-CARR-CLAIM PIC X(16).
           02 FILLER PIC X.
           02 LU-LOP-DATE PIC X(8).
           02 FILLER PIC X.
           02 LU-LIEN-DATE PIC X(8).
           02 FILLER PIC X.
           02 LU-LIEN-AMT PIC X(10).
           02 FILLER PIC X.
           02 LU-CONTACT PIC X(8).
           02 FILLER PIC X.
           02 LU-LETTER PIC X.
       01  LIAUPDT-2.
           02 FILLER PIC X(11).
           02 LU-ATTY-NAME PIC X(24).
           02 FILLER PIC X.
           02 LU-ATTY-STREET PIC X(24).
           02 FILLER PIC X.
           02 LU-ATTY-CITY PIC X(18).
           02 FILLER PIC X.
           02 LU-ATTY-STATE PIC XX.
           02 FILLER PIC X.
           02 LU-ATTY-ZIP PIC X(9).

       FD  LIARPT.
       01  LIARPT01 PIC X(132).

       FD  LIALTR.
       01  LIALTR01 PIC X(80).

       FD  DISCLOG.
           COPY "disclog.cpy".

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  OPEN-COUNT PIC 9(5) VALUE 0.
       01  NEW-COUNT PIC 9(5) VALUE 0.
       01  HELD-COUNT PIC 9(5) VALUE 0.
       01  LTR-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
           02 TODAY-MM PIC 99.
           02 TODAY-DD PIC 99.
       01  ACC8 PIC 9(8).
       01  ACC-X REDEFINES ACC8.
           02 ACC-YYYY PIC 9(4).
           02 ACC-MM PIC 99.
           02 ACC-DD PIC 99.
       01  TODAY-SERIAL PIC S9(7).
       01  ACC-SERIAL PIC S9(7).
       01  AGE-DAYS PIC S9(6).
       01  HOLD-KEY8 PIC X(8) VALUE SPACE.
       01  LIEN-AMT-WS PIC S9(6)V99.
       01  CHG-TOTAL PIC S9(7)V99.
       01  PAY-TOTAL PIC S9(7)V99.
       01  BALANCE-WS PIC S9(7)V99.
       01  LIEN-HOLD PIC X(4).
       01  LTR-FLAG PIC X.
       01  NEF-DAYS PIC ZZZ9.
       01  NEF-11 PIC ZZZ,ZZ9.99-.
       01  LTR-LINE.
           02 FILLER PIC X(4).
           02 LT-DOS PIC X(8).
           02 FILLER PIC X(3).
           02 LT-PROC PIC X(7).
           02 FILLER PIC X(3).
           02 LT-CLAIM PIC X(6).
           02 FILLER PIC X(19).
           02 LT-AMOUNT PIC ZZZ,ZZ9.99-.

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
           OPEN INPUT CHARCUR PAYCUR GARFILE LIAUPDT.
           OPEN I-O LIABFILE.
           OPEN OUTPUT LIARPT LIALTR.
           OPEN EXTEND SUMLOG.
           OPEN EXTEND DISCLOG.
           OPEN EXTEND WORKLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.

      *******  PASS 1 -- OPEN A CASE FOR EVERY ACCOUNT WITH A CHARGE
      *******  MARKED AUTO ("2") OR OTHER ACCIDENT ("3") THAT HAS
      *******  NONE.  THE ACCIDENT DATE COMES OFF THE CHARGE'S
      *******  CC-DAT1, THE SAME DATE BOX 14 PRINTS.

           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2
           END-START.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2
           END-READ

           IF CC-ACC-TYPE NOT = "2" AND CC-ACC-TYPE NOT = "3"
               GO TO P1
           END-IF

           IF CC-KEY8 = HOLD-KEY8
               GO TO P1
           END-IF
           MOVE CC-KEY8 TO HOLD-KEY8

           MOVE CC-KEY8 TO LB-GARNO
           READ LIABFILE
             INVALID
               MOVE SPACE TO LIABFILE01
               MOVE CC-KEY8 TO LB-GARNO
               MOVE "N" TO LB-STATUS
               MOVE CC-ACC-TYPE TO LB-ACC-TYPE
               MOVE CC-DAT1 TO LB-ACC-DATE
               MOVE 0 TO LB-LIEN-AMT
               WRITE LIABFILE01
               ADD 1 TO NEW-COUNT
           END-READ
           GO TO P1.

      *******  PASS 2 -- APPLY THE LIABILITY BILLER'S CARDS AND PRINT
      *******  THE PAYOFF LETTERS ASKED FOR.

       P2.
           READ LIAUPDT
             AT END
               GO TO P3
           END-READ
           IF LU-GARNO = SPACE GO TO P2.
           IF LU-TYPE NOT = "1" AND LU-TYPE NOT = "2"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN CARD TYPE " LU-TYPE " FOR " LU-GARNO
               GO TO P2
           END-IF
           MOVE LU-OPID TO CHK-OPID
           MOVE LU-GARNO TO CHK-KEY
           MOVE "B" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P2
           END-IF
           MOVE LU-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY LU-GARNO " NOT ON GARFILE"
               GO TO P2
           END-READ
           MOVE LU-GARNO TO LB-GARNO
           READ LIABFILE
             INVALID
               MOVE SPACE TO LIABFILE01
               MOVE LU-GARNO TO LB-GARNO
               MOVE "O" TO LB-STATUS
               MOVE "3" TO LB-ACC-TYPE
               MOVE 0 TO LB-LIEN-AMT
               WRITE LIABFILE01
               ADD 1 TO NEW-COUNT
           END-READ
           IF LU-TYPE = "2"
               PERFORM APPLY-ATTY THRU APPLY-ATTY-EXIT
               PERFORM WORK-LOG THRU WORK-LOG-EXIT
               GO TO P2
           END-IF
           IF LU-STATUS NOT = SPACE
               MOVE LU-STATUS TO LB-STATUS
           END-IF
           IF LU-ACC-DATE NOT = SPACE
               MOVE LU-ACC-DATE TO LB-ACC-DATE
           END-IF
           IF LU-CARRIER NOT = SPACE
               MOVE LU-CARRIER TO LB-CARRIER
           END-IF
           IF LU-CARR-CLAIM NOT = SPACE
               MOVE LU-CARR-CLAIM TO LB-CARR-CLAIM
           END-IF
           IF LU-LOP-DATE NOT = SPACE
               MOVE LU-LOP-DATE TO LB-LOP-DATE
           END-IF
           IF LU-LIEN-DATE NOT = SPACE
               MOVE LU-LIEN-DATE TO LB-LIEN-DATE
           END-IF
           IF LU-LIEN-AMT NOT = SPACE
               MOVE FUNCTION NUMVAL(LU-LIEN-AMT) TO LIEN-AMT-WS
               MOVE LIEN-AMT-WS TO LB-LIEN-AMT
           END-IF
           IF LU-CONTACT NOT = SPACE
               MOVE LU-CONTACT TO LB-LAST-CONTACT
           END-IF
           IF LU-LETTER = "Y"
               PERFORM PAYOFF-LTR THRU PAYOFF-LTR-EXIT
               MOVE RUN-DATE TO LB-LETTER-DATE
           END-IF
           REWRITE LIABFILE01
           PERFORM WORK-LOG THRU WORK-LOG-EXIT
           GO TO P2.

       WORK-LOG.
           MOVE SPACE TO WORKLOG01
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE LU-OPID TO WL-OPID
           MOVE "BLLIA001" TO WL-PGM
           MOVE "LU" TO WL-ACTION
           MOVE LB-GARNO TO WL-KEY8
           MOVE 1 TO WL-COUNT
           MOVE 0 TO WL-AMOUNT
           IF LU-TYPE = "1"
               MOVE LB-LIEN-AMT TO WL-AMOUNT
           END-IF
           WRITE WORKLOG01.
       WORK-LOG-EXIT.
           EXIT.

       APPLY-ATTY.
           IF LU-ATTY-NAME NOT = SPACE
               MOVE LU-ATTY-NAME TO LB-ATTY-NAME
           END-IF
           IF LU-ATTY-STREET NOT = SPACE
               MOVE LU-ATTY-STREET TO LB-ATTY-STREET
           END-IF
           IF LU-ATTY-CITY NOT = SPACE
               MOVE LU-ATTY-CITY TO LB-ATTY-CITY
           END-IF
           IF LU-ATTY-STATE NOT = SPACE
               MOVE LU-ATTY-STATE TO LB-ATTY-STATE
           END-IF
           IF LU-ATTY-ZIP NOT = SPACE
               MOVE LU-ATTY-ZIP TO LB-ATTY-ZIP
           END-IF
           REWRITE LIABFILE01.
       APPLY-ATTY-EXIT.
           EXIT.

      *******  THE LIEN-PAYOFF LETTER -- WHAT THE ATTORNEY ASKS FOR AT
      *******  SETTLEMENT: EVERY CHARGE ON THE ACCOUNT BY DATE OF
      *******  SERVICE, THE PAYMENTS AND ADJUSTMENTS SO FAR, AND THE
      *******  BALANCE DUE US OUT OF THE SETTLEMENT.

       PAYOFF-LTR.
           IF LB-ATTY-NAME = SPACE
               ADD 1 TO BAD-COUNT
               DISPLAY LB-GARNO " NO ATTORNEY ON FILE - NO LETTER"
               GO TO PAYOFF-LTR-EXIT
           END-IF
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01 AFTER ADVANCING PAGE
           STRING "DATE: " RUN-DATE DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01
           MOVE LB-ATTY-NAME TO LIALTR01
           WRITE LIALTR01
           MOVE LB-ATTY-STREET TO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           STRING LB-ATTY-CITY " " LB-ATTY-STATE " " LB-ATTY-ZIP
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01
           STRING "RE: " G-GARNAME "  ACCOUNT " LB-GARNO
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           STRING "    DATE OF ACCIDENT " LB-ACC-DATE "  CARRIER "
               LB-CARRIER DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           STRING "    CARRIER CLAIM " LB-CARR-CLAIM
               "  LETTER OF PROTECTION " LB-LOP-DATE
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01
           MOVE "AS REQUESTED, THE BALANCE OF OUR LIEN FOR SERVICES TO"
               TO LIALTR01
           WRITE LIALTR01
           MOVE "YOUR CLIENT IS ITEMIZED BELOW." TO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01
           STRING "    SERVICE    PROC      CLAIM"
               "                           AMOUNT"
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE "Y" TO LTR-FLAG
           PERFORM SUM-ACCT THRU SUM-ACCT-EXIT
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01
           MOVE CHG-TOTAL TO NEF-11
           STRING "    TOTAL CHARGES                        " NEF-11
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE PAY-TOTAL TO NEF-11
           MOVE SPACE TO LIALTR01
           STRING "    PAYMENTS AND ADJUSTMENTS             " NEF-11
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE BALANCE-WS TO NEF-11
           MOVE SPACE TO LIALTR01
           STRING "    BALANCE DUE                          " NEF-11
               DELIMITED BY SIZE INTO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO LIALTR01
           WRITE LIALTR01
           IF LB-LIEN-DATE NOT = SPACE
               MOVE LB-LIEN-AMT TO NEF-11
               STRING "OUR LIEN WAS FILED " LB-LIEN-DATE
                   " IN THE AMOUNT OF " NEF-11 "."
                   DELIMITED BY SIZE INTO LIALTR01
               WRITE LIALTR01
           END-IF
           MOVE "PLEASE REMIT THE BALANCE DUE FROM THE SETTLEMENT AND"
               TO LIALTR01
           WRITE LIALTR01
           MOVE "REFERENCE THE ACCOUNT NUMBER ABOVE.  THIS BALANCE IS"
               TO LIALTR01
           WRITE LIALTR01
           MOVE "AS OF THE DATE OF THIS LETTER." TO LIALTR01
           WRITE LIALTR01
           MOVE SPACE TO DISCLOG01
           MOVE RUN-DATE TO DL-DATE
           ACCEPT DL-TIME FROM TIME
           MOVE LB-GARNO TO DL-GARNO
           MOVE "BLLIA001" TO DL-PGM
           MOVE LB-ATTY-NAME TO DL-RECIP
           MOVE "LEGAL" TO DL-PURPOSE
           MOVE "LIEN PAYOFF LETTER - ITEMIZED CHARGES" TO DL-SENT
           WRITE DISCLOG01
           ADD 1 TO LTR-COUNT.
       PAYOFF-LTR-EXIT.
           EXIT.

      *******  ACCOUNT BALANCE -- EVERY CHARCUR CHARGE PLUS EVERY
      *******  PAYCUR ENTRY (PAYMENTS AND ADJUSTMENTS CARRY THEIR OWN
      *******  SIGN).  WITH LTR-FLAG "Y" EACH CHARGE ALSO PRINTS ON
      *******  THE LETTER.

       SUM-ACCT.
           MOVE 0 TO CHG-TOTAL PAY-TOTAL BALANCE-WS
           MOVE LB-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO SUM-ACCT-2
           END-START.
       SUM-ACCT-1.
           READ CHARCUR NEXT
             AT END
               GO TO SUM-ACCT-2
           END-READ
           IF CC-KEY8 NOT = LB-GARNO
               GO TO SUM-ACCT-2
           END-IF
           ADD CC-AMOUNT TO CHG-TOTAL
           IF LTR-FLAG = "Y"
               MOVE SPACE TO LTR-LINE
               MOVE CC-DATE-T TO LT-DOS
               MOVE CC-PROC TO LT-PROC
               MOVE CC-CLAIM TO LT-CLAIM
               MOVE CC-AMOUNT TO LT-AMOUNT
               MOVE LTR-LINE TO LIALTR01
               WRITE LIALTR01
           END-IF
           GO TO SUM-ACCT-1.
       SUM-ACCT-2.
           MOVE LB-GARNO TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO SUM-ACCT-4
           END-START.
       SUM-ACCT-3.
           READ PAYCUR NEXT
             AT END
               GO TO SUM-ACCT-4
           END-READ
           IF PC-KEY8 NOT = LB-GARNO
               GO TO SUM-ACCT-4
           END-IF
           ADD PC-AMOUNT TO PAY-TOTAL
           GO TO SUM-ACCT-3.
       SUM-ACCT-4.
           COMPUTE BALANCE-WS = CHG-TOTAL + PAY-TOTAL.
       SUM-ACCT-EXIT.
           EXIT.

      *******  PASS 3 -- THE OPEN-CASE REPORT: EVERY CASE NOT
      *******  CLOSED, AGED FROM THE ACCIDENT DATE, WITH THE CARRIER,
      *******  ATTORNEY, LOP AND LIEN, THE CURRENT BALANCE, AND
      *******  "HOLD" WHERE THE LIEN KEEPS STATEMENTS AND COLLECTIONS
      *******  OFF THE ACCOUNT.

       P3.
           MOVE SPACE TO LIARPT01
           STRING "OPEN LIABILITY CASES FOR " RUN-DATE
               DELIMITED BY SIZE INTO LIARPT01
           WRITE LIARPT01
           MOVE LOW-VALUE TO LB-GARNO
           START LIABFILE KEY NOT < LB-GARNO
             INVALID
               GO TO P9
           END-START.

       P3-1.
           READ LIABFILE NEXT
             AT END
               GO TO P9
           END-READ

           IF LB-STATUS = "C"
               GO TO P3-1
           END-IF

           MOVE 0 TO AGE-DAYS
           IF LB-ACC-DATE NUMERIC AND LB-ACC-DATE NOT = "00000000"
               MOVE LB-ACC-DATE TO ACC8
               COMPUTE ACC-SERIAL =
                   (ACC-YYYY * 360) + (ACC-MM * 30) + ACC-DD
               COMPUTE AGE-DAYS = TODAY-SERIAL - ACC-SERIAL
           END-IF

           MOVE LB-GARNO TO G-GARNO
           READ GARFILE INVALID MOVE SPACE TO GARFILE01.
           MOVE "N" TO LTR-FLAG
           PERFORM SUM-ACCT THRU SUM-ACCT-EXIT
           MOVE SPACE TO LIEN-HOLD
           IF LB-LIEN-DATE NOT = SPACE
               MOVE "HOLD" TO LIEN-HOLD
               ADD 1 TO HELD-COUNT
           END-IF

           MOVE AGE-DAYS TO NEF-DAYS
           MOVE BALANCE-WS TO NEF-11
           MOVE SPACE TO LIARPT01
           STRING LB-STATUS " " LB-GARNO " " G-GARNAME
               " ACC " LB-ACC-TYPE " " LB-ACC-DATE " " NEF-DAYS
               " DAYS  BAL " NEF-11 " " LIEN-HOLD
               "  CARRIER " LB-CARRIER " CLM " LB-CARR-CLAIM
               DELIMITED BY SIZE INTO LIARPT01
           WRITE LIARPT01
           MOVE LB-LIEN-AMT TO NEF-11
           MOVE SPACE TO LIARPT01
           STRING "           ATTY " LB-ATTY-NAME " LOP " LB-LOP-DATE
               " LIEN " LB-LIEN-DATE " " NEF-11
               " LAST " LB-LAST-CONTACT " LTR " LB-LETTER-DATE
               DELIMITED BY SIZE INTO LIARPT01
           WRITE LIARPT01
           ADD 1 TO OPEN-COUNT
           GO TO P3-1.

       P9.
           DISPLAY "LIABILITY CASE RUN: " NEW-COUNT " CASES OPENED, "
               OPEN-COUNT " OPEN, " HELD-COUNT " UNDER LIEN, "
               LTR-COUNT " LETTERS, " BAD-COUNT " CARDS REJECTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR PAYCUR GARFILE LIABFILE LIAUPDT LIARPT LIALTR
                 DISCLOG SUMLOG WORKLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLLIA001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE OPEN-COUNT TO SL-COUNT
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
           MOVE "BLLIA001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
