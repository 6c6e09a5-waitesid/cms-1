      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-06 sw  new program - annual patient payment summary.
      *                every january the front desk pieces together
      *                blldg001 ledgers for patients who need what they
      *                paid us last year for their taxes or their
      *                HSA/FSA administrator.  for the calendar year on
      *                PARMFILE (default last year) each guarantor's
      *                patient payments off PAYCUR and PAYHIST, net of
      *                REVRSL reversals and of REFUND checks sent back
      *                to the patient, are listed by date paid with
      *                the date of service, patient and procedure the
      *                claim carries on CHARFILE, and close with a
      *                signed statement bearing the practice's federal
      *                tax id off DOCFILE.  a PARMFILE card naming an
      *                account prints that one guarantor; a card with
      *                no account runs every guarantor who paid.
      * 2026-10-15 sw  a guarantor with a seasonal address on SEASADDR
      *                gets the summary there when the run falls in its
      *                months.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY) is
      *                listed as a payment, whatever its denial code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLPYS001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT PAYHIST ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT DOCFILE ASSIGN TO "S100" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SEASADDR ASSIGN TO "S318"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SA-GARNO
           LOCK MODE MANUAL.
           SELECT PYSLTR ASSIGN TO "S271" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PYSRPT ASSIGN TO "S272" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  ONE CARD PER REQUEST -- THE YEAR (BLANK IS LAST YEAR)
      *******  AND THE ACCOUNT.  A CARD WITH NO ACCOUNT IS THE BULK
      *******  RUN; NO CARDS AT ALL IS THE BULK RUN FOR LAST YEAR.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-YEAR PIC X(4).
           02 FILLER PIC X.
           02 PM-GARNO PIC X(8).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  PATFILE
           DATA RECORD IS P-MASTER.
       01  P-MASTER.
           02 P-PATNO PIC X(8).
           02 P-GARNO PIC X(8).
           02 P-PATNAME PIC X(24).
           02 P-SEX PIC X.
           02 P-RELATE PIC X.
           02 P-MSTAT PIC X.
           02 P-DOB PIC X(8).

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  PAYHIST
           DATA RECORD IS PAYHIST01.
       01  PAYHIST01.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
           02 PH-DATE-T PIC X(8).
           02 PH-DATE-E PIC X(8).
           02 PH-BATCH PIC X(6).

       FD  DOCFILE.
       01  DOCFILE01.
           02 DOC-KEY.
             03 DOC-INS PIC XXX.
             03 DOC-NUM PIC XX.
           02 DOC-FEDID PIC X(14).
           02 DOC-PVNUM PIC X(14).
           02 DOC-UPIN PIC X(6).
           02 DOC-NPI PIC X(10).
           02 DOC-IND PIC X.
           02 DOC-GROUP PIC X(14).
           02 DOC-NPIGROUP PIC X(10).
           02 DOC-NAME PIC X(24).
           02 DOC-GROUPNAME PIC X(29).
           02 DOC-SSNUM PIC X(9).
           02 DOC-TAXONOMY PIC X(10).
           02 DOC-NEIC PIC X(5).
           02 DOC-TAXGROUP PIC X(10).
           02 DOC-FUTURE PIC X(15).

       FD  SEASADDR.
           COPY "seasaddr.cpy".

       FD  PYSLTR.
       01  PYSLTR01 PIC X(80).

       FD  PYSRPT.
       01  PYSRPT01 PIC X(100).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-YYYY PIC 9(4).
       01  TAX-YEAR PIC X(4).
       01  TAX-YYYY PIC 9(4).
       01  CARD-COUNT PIC 9(5) VALUE 0.
       01  LTR-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
      *******  THE ADDRESS THIS MAILING GOES TO -- GARFILE'S, OR THE
      *******  SEASONAL ONE IN ITS MONTHS (MAIL-SEAS "Y").
       01  MAIL-BILLADD PIC X(22).
       01  MAIL-STREET PIC X(22).
       01  MAIL-CITY PIC X(18).
       01  MAIL-STATE PIC X(2).
       01  MAIL-ZIP PIC X(9).
       01  MAIL-MM PIC XX.
       01  MAIL-SEAS PIC X.
       01  BULK-FLAG PIC X.
       01  STMT-GARNO PIC X(8).
       01  PRACTICE-NAME PIC X(29) VALUE SPACE.
       01  PRACTICE-TAXID PIC X(14) VALUE SPACE.
       01  RUN-PAID PIC S9(9)V99 VALUE 0.

      *******  THE ENTRY BEING TALLIED, MOVED HERE SO PAYCUR AND
      *******  PAYHIST SHARE ONE PIECE OF CODE.
       01  PAY-CLAIM PIC X(6).
       01  PAY-PAYCODE PIC XXX.
       01  PAY-DENIAL PIC XX.
       01  PAY-BATCH PIC X(6).
       01  PAY-DATE-E PIC X(8).
       01  PAY-AMOUNT PIC S9(6)V99.

      *******  THE GUARANTOR'S CLAIMS OFF CHARFILE -- DATE OF SERVICE,
      *******  PATIENT, AND THE FIRST PROCEDURE ("+" WHEN THE CLAIM
      *******  CARRIES MORE THAN ONE).
       01  CLAIM-TAB01.
           02 CT-ENT OCCURS 300 TIMES.
              03 CT-CLAIM PIC X(6).
              03 CT-DATE-T PIC X(8).
              03 CT-PATID PIC X(8).
              03 CT-PROC PIC X(7).
              03 CT-MORE PIC X.
       01  CT-NDX PIC 999 VALUE 0.
       01  CX PIC 999.

      *******  THE YEAR'S PATIENT MONEY FOR THE GUARANTOR, GATHERED
      *******  THEN SORTED BY DATE PAID THE WAY BLLDG001 SORTS.
       01  STMT-TAB01.
           02 ST-ENT OCCURS 500 TIMES.
              03 ST-DATE PIC X(8).
              03 ST-TYPE PIC X(8).
              03 ST-CLAIM PIC X(6).
              03 ST-AMOUNT PIC S9(6)V99.
       01  ST-NDX PIC 999 VALUE 0.
       01  SX PIC 999.
       01  SY PIC 999.
       01  SWAP-FLAG PIC X.
       01  HOLD-ENT.
           02 HE-DATE PIC X(8).
           02 HE-TYPE PIC X(8).
           02 HE-CLAIM PIC X(6).
           02 HE-AMOUNT PIC S9(6)V99.
       01  GROSS-PAID PIC S9(7)V99.
       01  REV-TOTAL PIC S9(7)V99.
       01  RFD-TOTAL PIC S9(7)V99.
       01  NET-PAID PIC S9(7)V99.
       01  HOLD-PATID PIC X(8).
       01  HOLD-PATNAME PIC X(24).

       01  NEF-11 PIC ZZZ,ZZ9.99-.
       01  LTR-LINE.
           02 LL-PAID PIC X(8).
           02 FILLER PIC X(2).
           02 LL-DOS PIC X(8).
           02 FILLER PIC X(2).
           02 LL-PATNAME PIC X(20).
           02 FILLER PIC X(2).
           02 LL-PROC PIC X(7).
           02 LL-MORE PIC X.
           02 FILLER PIC X(2).
           02 LL-TYPE PIC X(8).
           02 FILLER PIC X(2).
           02 LL-AMOUNT PIC ZZZ,ZZ9.99-.
       01  TOT-LINE.
           02 TL-LABEL PIC X(62).
           02 TL-AMOUNT PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT PARMFILE GARFILE PATFILE CHARFILE PAYCUR
                PAYHIST DOCFILE SEASADDR.
           OPEN OUTPUT PYSLTR PYSRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE(1:4) TO RUN-YYYY
           COMPUTE TAX-YYYY = RUN-YYYY - 1.

      *******  THE PRACTICE'S NAME AND FEDERAL TAX ID ARE THE FIRST
      *******  DOCFILE RECORD CARRYING ONE -- THE SAME DOC-FEDID BOX
      *******  25 PRINTS.

           MOVE LOW-VALUE TO DOC-KEY
           START DOCFILE KEY NOT < DOC-KEY
             INVALID
               GO TO P0-1
           END-START.
       P0.
           READ DOCFILE NEXT
             AT END
               GO TO P0-1
           END-READ
           IF DOC-FEDID = SPACE GO TO P0.
           MOVE DOC-FEDID TO PRACTICE-TAXID
           MOVE DOC-GROUPNAME TO PRACTICE-NAME
           IF PRACTICE-NAME = SPACE
               MOVE DOC-NAME TO PRACTICE-NAME
           END-IF.
       P0-1.
           IF PRACTICE-TAXID = SPACE
               DISPLAY "NO TAX ID ON DOCFILE - STATEMENTS PRINT"
                   " WITHOUT ONE"
           END-IF
           MOVE SPACE TO PYSRPT01
           STRING "PATIENT PAYMENT SUMMARIES RUN " RUN-DATE
               DELIMITED BY SIZE INTO PYSRPT01
           WRITE PYSRPT01
           MOVE SPACE TO PYSRPT01
           WRITE PYSRPT01.

       P1.
           READ PARMFILE
             AT END
               IF CARD-COUNT = 0
                   MOVE TAX-YYYY TO TAX-YEAR
                   PERFORM BULK-RUN THRU BULK-RUN-EXIT
               END-IF
               GO TO P9
           END-READ
           ADD 1 TO CARD-COUNT
           MOVE TAX-YYYY TO TAX-YEAR
           IF PM-YEAR NOT = SPACE
               IF PM-YEAR NUMERIC
                   MOVE PM-YEAR TO TAX-YEAR
               ELSE
                   ADD 1 TO BAD-COUNT
                   DISPLAY "BAD YEAR ON CARD " PM-YEAR " " PM-GARNO
                   GO TO P1
               END-IF
           END-IF
           IF PM-GARNO = SPACE
               PERFORM BULK-RUN THRU BULK-RUN-EXIT
               GO TO P1
           END-IF
           MOVE "N" TO BULK-FLAG
           MOVE PM-GARNO TO G-GARNO STMT-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY PM-GARNO " NOT ON GARFILE"
               GO TO P1
           END-READ
           PERFORM ONE-STMT THRU ONE-STMT-EXIT
           GO TO P1.

       P9.
           MOVE SPACE TO PYSRPT01
           WRITE PYSRPT01
           MOVE RUN-PAID TO NEF-11
           MOVE SPACE TO PYSRPT01
           STRING LTR-COUNT " STATEMENTS, NET PATIENT PAYMENTS "
               NEF-11 ", " BAD-COUNT " CARDS REJECTED"
               DELIMITED BY SIZE INTO PYSRPT01
           WRITE PYSRPT01
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PARMFILE GARFILE PATFILE CHARFILE PAYCUR PAYHIST
                 DOCFILE PYSLTR PYSRPT SUMLOG SEASADDR.
           DISPLAY "PATIENT PAYMENT SUMMARY RUN HAS ENDED, " LTR-COUNT
               " STATEMENTS".
           STOP RUN.

      *******  EVERY GUARANTOR ON GARFILE; ONLY THOSE WITH PATIENT
      *******  MONEY IN THE YEAR GET A STATEMENT.

       BULK-RUN.
           MOVE "Y" TO BULK-FLAG
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO BULK-RUN-EXIT
           END-START.
       BULK-RUN-1.
           READ GARFILE NEXT
             AT END
               GO TO BULK-RUN-EXIT
           END-READ
           MOVE G-GARNO TO STMT-GARNO
           PERFORM ONE-STMT THRU ONE-STMT-EXIT
           GO TO BULK-RUN-1.
       BULK-RUN-EXIT.
           EXIT.

      *******  ONE GUARANTOR.  ASKED FOR BY NAME, THE STATEMENT
      *******  PRINTS EVEN WHEN NOTHING WAS PAID -- THE PATIENT STILL
      *******  NEEDS THE PAPER SAYING SO.

       ONE-STMT.
           MOVE 0 TO ST-NDX GROSS-PAID REV-TOTAL RFD-TOTAL
           PERFORM LOAD-PAYCUR THRU LOAD-PAYCUR-EXIT
           PERFORM LOAD-PAYHIST THRU LOAD-PAYHIST-EXIT
           IF ST-NDX = 0 AND BULK-FLAG = "Y"
               GO TO ONE-STMT-EXIT
           END-IF
           COMPUTE NET-PAID = GROSS-PAID - REV-TOTAL - RFD-TOTAL
           IF NET-PAID NOT > 0 AND BULK-FLAG = "Y"
               GO TO ONE-STMT-EXIT
           END-IF
           PERFORM LOAD-CLAIMS THRU LOAD-CLAIMS-EXIT
           PERFORM SORT-STMT THRU SORT-STMT-EXIT
           PERFORM PRINT-STMT THRU PRINT-STMT-EXIT
           ADD NET-PAID TO RUN-PAID
           ADD 1 TO LTR-COUNT
           MOVE NET-PAID TO NEF-11
           MOVE SPACE TO PYSRPT01
           STRING STMT-GARNO " " G-GARNAME " " TAX-YEAR " "
               ST-NDX " ENTRIES  NET PAID " NEF-11
               DELIMITED BY SIZE INTO PYSRPT01
           WRITE PYSRPT01.
       ONE-STMT-EXIT.
           EXIT.

       LOAD-PAYCUR.
           MOVE STMT-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO LOAD-PAYCUR-EXIT
           END-START.
       LOAD-PAYCUR-1.
           READ PAYCUR NEXT
             AT END
               GO TO LOAD-PAYCUR-EXIT
           END-READ
           IF PC-KEY8 NOT = STMT-GARNO
               GO TO LOAD-PAYCUR-EXIT
           END-IF
           MOVE PC-CLAIM TO PAY-CLAIM
           MOVE PC-PAYCODE TO PAY-PAYCODE
           MOVE PC-DENIAL TO PAY-DENIAL
           MOVE PC-BATCH TO PAY-BATCH
           MOVE PC-DATE-E TO PAY-DATE-E
           MOVE PC-AMOUNT TO PAY-AMOUNT
           PERFORM STMT-ADD THRU STMT-ADD-EXIT
           GO TO LOAD-PAYCUR-1.
       LOAD-PAYCUR-EXIT.
           EXIT.

       LOAD-PAYHIST.
           MOVE STMT-GARNO TO PH-KEY8
           MOVE SPACE TO PH-KEY3
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO LOAD-PAYHIST-EXIT
           END-START.
       LOAD-PAYHIST-1.
           READ PAYHIST NEXT
             AT END
               GO TO LOAD-PAYHIST-EXIT
           END-READ
           IF PH-KEY8 NOT = STMT-GARNO
               GO TO LOAD-PAYHIST-EXIT
           END-IF
           MOVE PH-CLAIM TO PAY-CLAIM
           MOVE PH-PAYCODE TO PAY-PAYCODE
           MOVE PH-DENIAL TO PAY-DENIAL
           MOVE PH-BATCH TO PAY-BATCH
           MOVE PH-DATE-E TO PAY-DATE-E
           MOVE PH-AMOUNT TO PAY-AMOUNT
           PERFORM STMT-ADD THRU STMT-ADD-EXIT
           GO TO LOAD-PAYHIST-1.
       LOAD-PAYHIST-EXIT.
           EXIT.

      *******  PATIENT MONEY ONLY -- PAYCODE 001 OR 010-020, THE
      *******  SPLIT BLKPI001 USES.  A REFUND CHECK BLRFD001 SENT
      *******  BACK (REFUND BATCH, DENIAL "RF") AND A REVRSL REVERSAL
      *******  COME OFF WHAT WAS PAID; A CASH DENIAL CODE IS A
      *******  PAYMENT; ADJUSTMENTS AND WRITE-OFFS ARE NOT MONEY THE
      *******  PATIENT PAID AND ARE LEFT OFF.  PAYMENTS CARRY THE
      *******  LEDGER SIGN (NEGATIVE), SO THE STATEMENT TURNS THEM.

       STMT-ADD.
           IF PAY-DATE-E(1:4) NOT = TAX-YEAR
               GO TO STMT-ADD-EXIT
           END-IF
           IF NOT (PAY-PAYCODE = "001"
               OR PAY-PAYCODE > "009" AND < "021")
               GO TO STMT-ADD-EXIT
           END-IF
           IF PAY-BATCH = "REFUND" OR PAY-DENIAL = "RF"
               GO TO STMT-ADD-1
           END-IF
           IF PAY-BATCH = "PREPAY"
               GO TO STMT-ADD-1
           END-IF
           IF PAY-DENIAL NOT = SPACE AND NOT = "DD" AND NOT = "07"
               AND NOT = "08" AND NOT = "14"
               GO TO STMT-ADD-EXIT
           END-IF.
       STMT-ADD-1.
           IF ST-NDX = 500
               DISPLAY "STATEMENT TABLE FULL ON " STMT-GARNO
                   ", ENTRY " PAY-DATE-E " NOT LISTED"
               GO TO STMT-ADD-EXIT
           END-IF
           ADD 1 TO ST-NDX
           MOVE PAY-DATE-E TO ST-DATE(ST-NDX)
           MOVE PAY-CLAIM TO ST-CLAIM(ST-NDX)
           COMPUTE ST-AMOUNT(ST-NDX) = 0 - PAY-AMOUNT
           IF PAY-BATCH = "REFUND" OR PAY-DENIAL = "RF"
               MOVE "REFUND" TO ST-TYPE(ST-NDX)
               ADD PAY-AMOUNT TO RFD-TOTAL
               GO TO STMT-ADD-EXIT
           END-IF
           IF PAY-BATCH = "REVRSL"
               MOVE "REVERSAL" TO ST-TYPE(ST-NDX)
               ADD PAY-AMOUNT TO REV-TOTAL
               GO TO STMT-ADD-EXIT
           END-IF
           MOVE "PAYMENT" TO ST-TYPE(ST-NDX)
           SUBTRACT PAY-AMOUNT FROM GROSS-PAID.
       STMT-ADD-EXIT.
           EXIT.

      *******  THE CLAIMS THE YEAR'S MONEY WAS APPLIED TO, OFF THE
      *******  CHARFILE MASTER, SO EACH LINE CAN SAY WHAT IT PAID FOR.

       LOAD-CLAIMS.
           MOVE 0 TO CT-NDX
           MOVE STMT-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO LOAD-CLAIMS-EXIT
           END-START.
       LOAD-CLAIMS-1.
           READ CHARFILE NEXT
             AT END
               GO TO LOAD-CLAIMS-EXIT
           END-READ
           IF CD-KEY8 NOT = STMT-GARNO
               GO TO LOAD-CLAIMS-EXIT
           END-IF
           MOVE 1 TO CX.
       LOAD-CLAIMS-2.
           IF CX > CT-NDX GO TO LOAD-CLAIMS-3.
           IF CT-CLAIM(CX) = CD-CLAIM
               MOVE "+" TO CT-MORE(CX)
               GO TO LOAD-CLAIMS-1
           END-IF
           ADD 1 TO CX
           GO TO LOAD-CLAIMS-2.
       LOAD-CLAIMS-3.
           IF CT-NDX = 300
               DISPLAY "CLAIM TABLE FULL ON " STMT-GARNO
               GO TO LOAD-CLAIMS-EXIT
           END-IF
           ADD 1 TO CT-NDX
           MOVE CD-CLAIM TO CT-CLAIM(CT-NDX)
           MOVE CD-DATE-T TO CT-DATE-T(CT-NDX)
           MOVE CD-PATID TO CT-PATID(CT-NDX)
           MOVE CD-PROC TO CT-PROC(CT-NDX)
           MOVE SPACE TO CT-MORE(CT-NDX)
           GO TO LOAD-CLAIMS-1.
       LOAD-CLAIMS-EXIT.
           EXIT.

       SORT-STMT.
           IF ST-NDX < 2 GO TO SORT-STMT-EXIT.
       SORT-STMT-0.
           MOVE "N" TO SWAP-FLAG
           MOVE 1 TO SX.
       SORT-STMT-1.
           COMPUTE SY = SX + 1
           IF SY > ST-NDX
               IF SWAP-FLAG = "Y"
                   GO TO SORT-STMT-0
               ELSE
                   GO TO SORT-STMT-EXIT
               END-IF
           END-IF
           IF ST-DATE(SY) < ST-DATE(SX)
               MOVE ST-ENT(SX) TO HOLD-ENT
               MOVE ST-ENT(SY) TO ST-ENT(SX)
               MOVE HOLD-ENT TO ST-ENT(SY)
               MOVE "Y" TO SWAP-FLAG
           END-IF
           ADD 1 TO SX
           GO TO SORT-STMT-1.
       SORT-STMT-EXIT.
           EXIT.

      *******  THE STATEMENT -- ADDRESSED TO THE GUARANTOR, ONE LINE
      *******  PER PAYMENT, REVERSAL OR REFUND, THE TOTALS, AND THE
      *******  SIGNED CERTIFICATION WITH THE PRACTICE'S TAX ID.

       PRINT-STMT.
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01 AFTER ADVANCING PAGE
           MOVE PRACTICE-NAME TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           STRING "FEDERAL TAX ID " PRACTICE-TAXID
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           STRING "DATE: " RUN-DATE DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           PERFORM SEAS-ADDR THRU SEAS-ADDR-EXIT
           MOVE G-GARNAME TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           IF MAIL-BILLADD NOT = SPACE
               MOVE MAIL-BILLADD TO PYSLTR01
               WRITE PYSLTR01
           END-IF
           MOVE MAIL-STREET TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           STRING MAIL-CITY " " MAIL-STATE " " MAIL-ZIP
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           STRING "RE: PATIENT PAYMENTS FOR CALENDAR YEAR " TAX-YEAR
               "  ACCOUNT " STMT-GARNO
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           MOVE "THE FOLLOWING PAYMENTS WERE RECEIVED FROM YOU ON THIS"
               TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           STRING "ACCOUNT DURING " TAX-YEAR ".  PAYMENTS MADE BY YOUR"
               " INSURANCE ARE NOT INCLUDED."
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           STRING "DATE PAID SERVICE   PATIENT               PROC"
               "      TYPE          AMOUNT"
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO HOLD-PATID
           MOVE 1 TO SX.
       PRINT-STMT-1.
           IF SX > ST-NDX GO TO PRINT-STMT-2.
           MOVE SPACE TO LTR-LINE
           MOVE ST-DATE(SX) TO LL-PAID
           MOVE ST-TYPE(SX) TO LL-TYPE
           MOVE ST-AMOUNT(SX) TO LL-AMOUNT
           PERFORM CLAIM-DETAIL THRU CLAIM-DETAIL-EXIT
           MOVE LTR-LINE TO PYSLTR01
           WRITE PYSLTR01
           ADD 1 TO SX
           GO TO PRINT-STMT-1.
       PRINT-STMT-2.
           IF ST-NDX = 0
               MOVE "    NO PATIENT PAYMENTS WERE RECEIVED THIS YEAR."
                   TO PYSLTR01
               WRITE PYSLTR01
           END-IF
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           MOVE "    PAYMENTS RECEIVED" TO TL-LABEL
           MOVE GROSS-PAID TO TL-AMOUNT
           MOVE TOT-LINE TO PYSLTR01
           WRITE PYSLTR01
           IF REV-TOTAL NOT = 0
               MOVE "    LESS PAYMENTS REVERSED" TO TL-LABEL
               COMPUTE TL-AMOUNT = 0 - REV-TOTAL
               MOVE TOT-LINE TO PYSLTR01
               WRITE PYSLTR01
           END-IF
           IF RFD-TOTAL NOT = 0
               MOVE "    LESS REFUNDS ISSUED TO YOU" TO TL-LABEL
               COMPUTE TL-AMOUNT = 0 - RFD-TOTAL
               MOVE TOT-LINE TO PYSLTR01
               WRITE PYSLTR01
           END-IF
           MOVE SPACE TO TL-LABEL
           STRING "    NET AMOUNT PAID IN " TAX-YEAR
               DELIMITED BY SIZE INTO TL-LABEL
           MOVE NET-PAID TO TL-AMOUNT
           MOVE TOT-LINE TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           MOVE "I CERTIFY THAT THIS IS A TRUE STATEMENT OF THE PATIENT"
               TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           STRING "PAYMENTS RECEIVED ON THIS ACCOUNT DURING " TAX-YEAR
               " AS SHOWN IN"
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01
           MOVE "OUR RECORDS ON THE DATE ABOVE." TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           WRITE PYSLTR01
           WRITE PYSLTR01
           MOVE "______________________________   BILLING OFFICE"
               TO PYSLTR01
           WRITE PYSLTR01
           MOVE SPACE TO PYSLTR01
           STRING PRACTICE-NAME "  TAX ID " PRACTICE-TAXID
               DELIMITED BY SIZE INTO PYSLTR01
           WRITE PYSLTR01.
       PRINT-STMT-EXIT.
           EXIT.

      *******  THE SEASONAL ADDRESS REPLACES THE GARFILE ONE WHEN THE
      *******  SUMMARY IS RUN IN A MONTH INSIDE ITS FROM-THRU
      *******  MONTHS, WHICH MAY WRAP THE YEAR ("11" THRU "04").

       SEAS-ADDR.
           MOVE G-BILLADD TO MAIL-BILLADD
           MOVE G-STREET TO MAIL-STREET
           MOVE G-CITY TO MAIL-CITY
           MOVE G-STATE TO MAIL-STATE
           MOVE G-ZIP TO MAIL-ZIP
           MOVE "N" TO MAIL-SEAS
           MOVE G-GARNO TO SA-GARNO
           READ SEASADDR
             INVALID
               GO TO SEAS-ADDR-EXIT
           END-READ
           IF SA-STREET = SPACE
               OR SA-FROM-MM NOT NUMERIC OR SA-THRU-MM NOT NUMERIC
               GO TO SEAS-ADDR-EXIT
           END-IF
           MOVE RUN-DATE(5:2) TO MAIL-MM
           IF SA-FROM-MM NOT > SA-THRU-MM
               IF MAIL-MM < SA-FROM-MM OR MAIL-MM > SA-THRU-MM
                   GO TO SEAS-ADDR-EXIT
               END-IF
           ELSE
               IF MAIL-MM < SA-FROM-MM AND MAIL-MM > SA-THRU-MM
                   GO TO SEAS-ADDR-EXIT
               END-IF
           END-IF
           MOVE SA-BILLADD TO MAIL-BILLADD
           MOVE SA-STREET TO MAIL-STREET
           MOVE SA-CITY TO MAIL-CITY
           MOVE SA-STATE TO MAIL-STATE
           MOVE SA-ZIP TO MAIL-ZIP
           MOVE "Y" TO MAIL-SEAS.
       SEAS-ADDR-EXIT.
           EXIT.

      *******  DATE OF SERVICE, PATIENT NAME AND PROCEDURE FOR THE
      *******  LINE'S CLAIM.  A CLAIM NOT ON CHARFILE (MONEY ON
      *******  ACCOUNT, OR A PURGED MASTER) PRINTS THE CLAIM NUMBER.

       CLAIM-DETAIL.
           MOVE 1 TO CX.
       CLAIM-DETAIL-1.
           IF CX > CT-NDX
               MOVE ST-CLAIM(SX) TO LL-PROC
               MOVE "ON ACCOUNT" TO LL-PATNAME
               GO TO CLAIM-DETAIL-EXIT
           END-IF
           IF CT-CLAIM(CX) NOT = ST-CLAIM(SX)
               ADD 1 TO CX
               GO TO CLAIM-DETAIL-1
           END-IF
           MOVE CT-DATE-T(CX) TO LL-DOS
           MOVE CT-PROC(CX) TO LL-PROC
           MOVE CT-MORE(CX) TO LL-MORE
           IF CT-PATID(CX) NOT = HOLD-PATID
               MOVE CT-PATID(CX) TO HOLD-PATID P-PATNO
               MOVE SPACE TO HOLD-PATNAME
               READ PATFILE
                 INVALID
                   MOVE CT-PATID(CX) TO HOLD-PATNAME
                 NOT INVALID
                   MOVE P-PATNAME TO HOLD-PATNAME
               END-READ
           END-IF
           MOVE HOLD-PATNAME TO LL-PATNAME.
       CLAIM-DETAIL-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLPYS001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE LTR-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
