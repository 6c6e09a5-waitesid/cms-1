      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-04 sw  new program - insurance cash-flow forecast.
      *                the partners' monthly "what is coming in over
      *                the next 30/60/90 days" used to be a guess.
      *                pass one learns each payer's habits from its
      *                paid claims in CHARHIST/CHARCUR against
      *                PAYHIST/PAYCUR over the PARMFILE look-back
      *                (default twelve months): average days from
      *                billed date CC-DATE-A to first payment
      *                PC-DATE-E, and dollars paid per dollar billed.
      *                pass two takes the same open insurance A/R
      *                blins001 ages and projects each line onto the
      *                week its payer usually pays, at the rate it
      *                usually pays.  a payer with too few paid
      *                claims borrows the all-payer figures.  the
      *                run's 30/60/90 totals are filed on FCSTHIST,
      *                and the next month's run prints last month's
      *                30-day forecast against the insurance cash
      *                actually posted in that window.
      * 2026-10-15 sw  FCSTHIST is optional, so the first run creates
      *                it instead of failing on the open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLFCS001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARHIST ASSIGN TO "S158" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARHIST-KEY
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT PAYHIST ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL FCSTHIST ASSIGN TO "S266"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS FH-PERIOD
           LOCK MODE MANUAL.
           SELECT FCSTRPT ASSIGN TO "S267" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-MONTHS PIC XX.

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CHARHIST.
           COPY "charhist.cpy".

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

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

      *******  ONE RECORD PER MONTH: THE LAST FORECAST RUN IN THAT
      *******  MONTH, SO THE FOLLOWING MONTH CAN SCORE IT.
       FD  FCSTHIST.
       01  FCSTHIST01.
           02 FH-PERIOD PIC X(6).
           02 FH-RUN-DATE PIC X(8).
           02 FH-F30 PIC S9(9)V99.
           02 FH-F60 PIC S9(9)V99.
           02 FH-F90 PIC S9(9)V99.
           02 FH-OPEN PIC S9(9)V99.

       FD  FCSTRPT.
       01  FCSTRPT01 PIC X(120).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  PERIOD PIC X(6).
       01  PER6 PIC 9(6).
       01  PER-X REDEFINES PER6.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.
       01  LOOK-MONTHS PIC 99 VALUE 12.
       01  MIN-SAMPLE PIC 99 VALUE 5.
       01  LINE-COUNT PIC 9(7) VALUE 0.
       01  STALE-CNT PIC 9(7) VALUE 0.
       01  HOLD-GARNO PIC X(8) VALUE SPACE.

       01  DATE8 PIC 9(8).
       01  DATE-X REDEFINES DATE8.
           02 DATE-YYYY PIC 9(4).
           02 DATE-MM PIC 99.
           02 DATE-DD PIC 99.
       01  DATE-SER PIC S9(7).
       01  TODAY-SER PIC S9(7).
       01  CUTOFF-SER PIC S9(7).
       01  BILL-SER PIC S9(7).
       01  PAY-SER PIC S9(7).
       01  PRIOR-SER PIC S9(7).
       01  END-SER PIC S9(7).
       01  LAG-DAYS PIC S9(6).
       01  DAYS-OUT PIC S9(6).
       01  DAYS-M1 PIC 9(6).
       01  WEEK-NO PIC 99.

      *******  THE CHARGE LINE OR PAYMENT BEING TALLIED, MOVED HERE
      *******  SO CHARCUR AND CHARHIST (PAYCUR AND PAYHIST) SHARE ONE
      *******  PIECE OF CODE.
       01  LINE-CLAIM PIC X(6).
       01  LINE-PAYCODE PIC XXX.
       01  LINE-DATE-A PIC 9(8).
       01  LINE-AMOUNT PIC S9(6)V99.
       01  PAY-CLAIM PIC X(6).
       01  PAY-PAYCODE PIC XXX.
       01  PAY-DATE-E PIC 9(8).
       01  PAY-AMT PIC S9(7)V99.
       01  PAY-DENIAL PIC XX.
       01  CASH-FLAG PIC X.

      *******  ONE ACCOUNT'S INSURANCE CLAIMS AT A TIME: BILLED
      *******  DOLLARS AND EARLIEST BILLED DATE PER CLAIM AND PAYER,
      *******  THEN THE CASH THAT PAYER SENT ON IT AND WHEN IT FIRST
      *******  ARRIVED.
       01  CLAIM-TAB01.
           02 CT-ENT OCCURS 100 TIMES.
              03 CT-CLAIM PIC X(6).
              03 CT-PAYCODE PIC XXX.
              03 CT-DATE-A PIC 9(8).
              03 CT-BILLED PIC S9(7)V99.
              03 CT-PAID PIC S9(7)V99.
              03 CT-PAYDATE PIC 9(8).
       01  CT-NDX PIC 999 VALUE 0.
       01  CX PIC 999.

      *******  ONE SLOT PER PAYER: THE PAID-CLAIM HISTORY, THE LAG
      *******  AND RATE WORKED OUT FROM IT, AND THE FORECAST BUCKETS.
       01  PAYER-TAB01.
           02 PS-ENT OCCURS 300 TIMES.
              03 PS-PAYCODE PIC XXX.
              03 PS-CNT PIC 9(7).
              03 PS-LAG-SUM PIC 9(9).
              03 PS-BILLED PIC S9(11)V99.
              03 PS-PAID PIC S9(11)V99.
              03 PS-LAG PIC 9(4).
              03 PS-RATE PIC 9V9999.
              03 PS-OWN PIC X.
              03 PS-OPEN PIC S9(9)V99.
              03 PS-F30 PIC S9(9)V99.
              03 PS-F60 PIC S9(9)V99.
              03 PS-F90 PIC S9(9)V99.
              03 PS-FLATER PIC S9(9)V99.
       01  PS-NDX PIC 999 VALUE 0.
       01  PX PIC 999.
       01  KEY-PAYCODE PIC XXX.

       01  ALL-CNT PIC 9(7) VALUE 0.
       01  ALL-LAG-SUM PIC 9(9) VALUE 0.
       01  ALL-BILLED PIC S9(11)V99 VALUE 0.
       01  ALL-PAID PIC S9(11)V99 VALUE 0.
       01  POOL-LAG PIC 9(4) VALUE 30.
       01  POOL-RATE PIC 9V9999 VALUE 1.
       01  USE-LAG PIC 9(4).
       01  USE-RATE PIC 9V9999.
       01  EXPECT-AMT PIC S9(7)V99.

      *******  THIRTEEN WEEKS COVERS THE 90 DAYS; SLOT 14 IS
      *******  EVERYTHING EXPECTED AFTER THAT.
       01  WEEK-TAB01.
           02 WK-AMT PIC S9(9)V99 OCCURS 14 TIMES.
       01  WX PIC 99.
       01  WK-FROM PIC 999.
       01  WK-TO PIC 999.
       01  TOT-OPEN PIC S9(9)V99 VALUE 0.
       01  TOT-F30 PIC S9(9)V99 VALUE 0.
       01  TOT-F60 PIC S9(9)V99 VALUE 0.
       01  TOT-F90 PIC S9(9)V99 VALUE 0.
       01  TOT-FLATER PIC S9(9)V99 VALUE 0.
       01  ACTUAL-30 PIC S9(9)V99 VALUE 0.
       01  VARIANCE PIC S9(9)V99.
       01  ACC-PCT PIC S9(3)V9.

       01  NEF-12 PIC Z,ZZZ,ZZ9.99-.
       01  NEF-12B PIC Z,ZZZ,ZZ9.99-.
       01  NEF-12C PIC Z,ZZZ,ZZ9.99-.
       01  NEF-12D PIC Z,ZZZ,ZZ9.99-.
       01  NEF-12E PIC Z,ZZZ,ZZ9.99-.
       01  NEF-CNT PIC ZZZ,ZZ9.
       01  NEF-LAG PIC ZZZ9.
       01  NEF-PCT PIC ZZ9.9.
       01  NEF-ACC PIC ---9.9.
       01  NEF-WK PIC Z9.
       01  NEF-DAY1 PIC ZZ9.
       01  NEF-DAY2 PIC ZZ9.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CHARCUR CHARHIST PAYCUR PAYHIST INSFILE.
           OPEN I-O FCSTHIST.
           OPEN OUTPUT FCSTRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE(1:6) TO PERIOD
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-MONTHS NUMERIC AND PM-MONTHS NOT = "00"
                   MOVE PM-MONTHS TO LOOK-MONTHS
               END-IF
           END-READ
           CLOSE PARMFILE.
           MOVE RUN-DATE TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           MOVE DATE-SER TO TODAY-SER
           COMPUTE CUTOFF-SER = TODAY-SER - (LOOK-MONTHS * 30)
           MOVE 1 TO WX.
       0005-CLEAR.
           MOVE 0 TO WK-AMT(WX)
           ADD 1 TO WX
           IF WX < 15 GO TO 0005-CLEAR.

      *******  PASS 1 -- PAYER HISTORY.  CHARGES ARE WALKED IN
      *******  ACCOUNT ORDER; AT EACH ACCOUNT BREAK THAT ACCOUNT'S
      *******  INSURANCE CLAIMS ARE MATCHED TO ITS PAYMENTS.  SETTLED
      *******  CLAIMS LIVE ON CHARHIST, STILL-OPEN ONES ON CHARCUR.

       P1.
           MOVE LOW-VALUE TO CHARHIST-KEY
           START CHARHIST KEY NOT < CHARHIST-KEY
             INVALID
               GO TO P2
           END-START.
       P1-1.
           READ CHARHIST NEXT
             AT END
               PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT
               GO TO P2
           END-READ
           IF CH-KEY8 NOT = HOLD-GARNO
               PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT
               MOVE CH-KEY8 TO HOLD-GARNO
           END-IF
           IF CH-PAYCODE = "001"
               OR CH-PAYCODE > "009" AND < "021"
               GO TO P1-1
           END-IF
           IF CH-DATE-A NOT NUMERIC OR CH-DATE-A = "00000000"
               GO TO P1-1
           END-IF
           IF CH-ADJ-REASON = "CAP"
               GO TO P1-1
           END-IF
           MOVE CH-CLAIM TO LINE-CLAIM
           MOVE CH-PAYCODE TO LINE-PAYCODE
           MOVE CH-DATE-A TO LINE-DATE-A
           MOVE CH-AMOUNT TO LINE-AMOUNT
           PERFORM CLAIM-ADD THRU CLAIM-ADD-EXIT
           GO TO P1-1.

       P2.
           MOVE SPACE TO HOLD-GARNO
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ CHARCUR NEXT
             AT END
               PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT
               GO TO P3
           END-READ
           IF CC-KEY8 NOT = HOLD-GARNO
               PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT
               MOVE CC-KEY8 TO HOLD-GARNO
           END-IF
           IF CC-PAYCODE = "001"
               OR CC-PAYCODE > "009" AND < "021"
               GO TO P2-1
           END-IF
           IF CC-DATE-A NOT NUMERIC OR CC-DATE-A = "00000000"
               GO TO P2-1
           END-IF
           IF CC-ADJ-REASON = "CAP"
               GO TO P2-1
           END-IF
           MOVE CC-CLAIM TO LINE-CLAIM
           MOVE CC-PAYCODE TO LINE-PAYCODE
           MOVE CC-DATE-A TO LINE-DATE-A
           MOVE CC-AMOUNT TO LINE-AMOUNT
           PERFORM CLAIM-ADD THRU CLAIM-ADD-EXIT
           GO TO P2-1.

      *******  PASS 2 -- EACH PAYER'S AVERAGE LAG AND PAY RATE, AND
      *******  THE ALL-PAYER FIGURES A THIN HISTORY FALLS BACK ON.

       P3.
           IF ALL-CNT > 0
               COMPUTE POOL-LAG ROUNDED = ALL-LAG-SUM / ALL-CNT
           END-IF
           IF ALL-BILLED > 0
               COMPUTE POOL-RATE ROUNDED = ALL-PAID / ALL-BILLED
                 ON SIZE ERROR MOVE 1 TO POOL-RATE
               END-COMPUTE
           END-IF
           IF POOL-RATE > 1
               MOVE 1 TO POOL-RATE
           END-IF
           MOVE 1 TO PX.
       P3-1.
           IF PX > PS-NDX GO TO P4.
           IF PS-CNT(PX) < MIN-SAMPLE OR PS-BILLED(PX) NOT > 0
               MOVE POOL-LAG TO PS-LAG(PX)
               MOVE POOL-RATE TO PS-RATE(PX)
               MOVE "N" TO PS-OWN(PX)
           ELSE
               COMPUTE PS-LAG(PX) ROUNDED =
                   PS-LAG-SUM(PX) / PS-CNT(PX)
               COMPUTE PS-RATE(PX) ROUNDED =
                   PS-PAID(PX) / PS-BILLED(PX)
                 ON SIZE ERROR MOVE 1 TO PS-RATE(PX)
               END-COMPUTE
               IF PS-RATE(PX) > 1
                   MOVE 1 TO PS-RATE(PX)
               END-IF
               MOVE "Y" TO PS-OWN(PX)
           END-IF
           ADD 1 TO PX
           GO TO P3-1.

      *******  PASS 3 -- THE FORECAST.  THE SAME OPEN INSURANCE A/R
      *******  BLINS001 AGES: BILLED, UNCONVERTED, NOT CAPITATED.
      *******  EACH LINE IS EXPECTED ITS PAYER'S LAG AFTER ITS BILLED
      *******  DATE.  ONE ALREADY PAST THAT IS EXPECTED IN THE FIRST
      *******  WEEK, UNLESS IT IS MORE THAN 90 DAYS PAST -- THAT
      *******  MONEY IS A COLLECTION PROBLEM, NOT CASH FLOW, AND IS
      *******  COUNTED BUT NOT FORECAST.

       P4.
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P5
           END-START.
       P4-1.
           READ CHARCUR NEXT
             AT END
               GO TO P5
           END-READ
           IF CC-REC-STAT NOT = "2" AND CC-REC-STAT NOT = "3"
               GO TO P4-1
           END-IF
           IF CC-PAYCODE = "001"
               OR CC-PAYCODE > "009" AND < "021"
               GO TO P4-1
           END-IF
           IF CC-DATE-A NOT NUMERIC OR CC-DATE-A = "00000000"
               GO TO P4-1
           END-IF
           IF CC-ADJ-REASON = "CAP"
               GO TO P4-1
           END-IF
           ADD 1 TO LINE-COUNT
           ADD CC-AMOUNT TO TOT-OPEN
           MOVE CC-PAYCODE TO KEY-PAYCODE
           PERFORM PAYER-FIND THRU PAYER-FIND-EXIT
           IF PX = 0
               MOVE POOL-LAG TO USE-LAG
               MOVE POOL-RATE TO USE-RATE
           ELSE
               IF PS-OWN(PX) = "Y"
                   MOVE PS-LAG(PX) TO USE-LAG
                   MOVE PS-RATE(PX) TO USE-RATE
               ELSE
                   MOVE POOL-LAG TO USE-LAG
                   MOVE POOL-RATE TO USE-RATE
               END-IF
               ADD CC-AMOUNT TO PS-OPEN(PX)
           END-IF
           MOVE CC-DATE-A TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           COMPUTE DAYS-OUT = DATE-SER + USE-LAG - TODAY-SER
           IF DAYS-OUT < -90
               ADD 1 TO STALE-CNT
               GO TO P4-1
           END-IF
           IF DAYS-OUT < 1
               MOVE 1 TO DAYS-OUT
           END-IF
           COMPUTE EXPECT-AMT ROUNDED = CC-AMOUNT * USE-RATE
           IF DAYS-OUT > 91
               MOVE 14 TO WEEK-NO
           ELSE
               COMPUTE DAYS-M1 = DAYS-OUT - 1
               DIVIDE 7 INTO DAYS-M1 GIVING WEEK-NO
               ADD 1 TO WEEK-NO
           END-IF
           ADD EXPECT-AMT TO WK-AMT(WEEK-NO)
           IF DAYS-OUT <= 30
               ADD EXPECT-AMT TO TOT-F30
               IF PX > 0 ADD EXPECT-AMT TO PS-F30(PX)
               END-IF
               GO TO P4-1
           END-IF
           IF DAYS-OUT <= 60
               ADD EXPECT-AMT TO TOT-F60
               IF PX > 0 ADD EXPECT-AMT TO PS-F60(PX)
               END-IF
               GO TO P4-1
           END-IF
           IF DAYS-OUT <= 90
               ADD EXPECT-AMT TO TOT-F90
               IF PX > 0 ADD EXPECT-AMT TO PS-F90(PX)
               END-IF
               GO TO P4-1
           END-IF
           ADD EXPECT-AMT TO TOT-FLATER
           IF PX > 0 ADD EXPECT-AMT TO PS-FLATER(PX)
           END-IF
           GO TO P4-1.

      *******  PASS 4 -- LAST MONTH'S FORECAST AGAINST WHAT CAME IN.
      *******  ACTUAL IS INSURANCE CASH (THE SAME DENIAL CODES
      *******  BLKPI001 COUNTS AS CASH) POSTED IN THE 30 DAYS AFTER
      *******  THAT FORECAST WAS RUN.

       P5.
           MOVE PERIOD TO PER6
           IF PER-MM = 1
               SUBTRACT 1 FROM PER-YYYY
               MOVE 12 TO PER-MM
           ELSE
               SUBTRACT 1 FROM PER-MM
           END-IF
           MOVE PER6 TO FH-PERIOD
           READ FCSTHIST
             INVALID
               MOVE SPACE TO FH-RUN-DATE
               GO TO P6
           END-READ
           MOVE FH-RUN-DATE TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           MOVE DATE-SER TO PRIOR-SER
           COMPUTE END-SER = PRIOR-SER + 30
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P5-2
           END-START.
       P5-1.
           READ PAYCUR NEXT
             AT END
               GO TO P5-2
           END-READ
           MOVE PC-PAYCODE TO PAY-PAYCODE
           MOVE PC-DENIAL TO PAY-DENIAL
           COMPUTE PAY-AMT = 0 - PC-AMOUNT
           IF PC-DATE-E NOT NUMERIC
               GO TO P5-1
           END-IF
           MOVE PC-DATE-E TO PAY-DATE-E
           PERFORM ACTUAL-ADD THRU ACTUAL-ADD-EXIT
           GO TO P5-1.
       P5-2.
           MOVE LOW-VALUE TO PAYHIST-KEY
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO P6
           END-START.
       P5-3.
           READ PAYHIST NEXT
             AT END
               GO TO P6
           END-READ
           MOVE PH-PAYCODE TO PAY-PAYCODE
           MOVE PH-DENIAL TO PAY-DENIAL
           COMPUTE PAY-AMT = 0 - PH-AMOUNT
           IF PH-DATE-E NOT NUMERIC
               GO TO P5-3
           END-IF
           MOVE PH-DATE-E TO PAY-DATE-E
           PERFORM ACTUAL-ADD THRU ACTUAL-ADD-EXIT
           GO TO P5-3.

       P6.
           PERFORM PRINT-FORECAST THRU PRINT-FORECAST-EXIT.
           MOVE PERIOD TO FH-PERIOD
           READ FCSTHIST
             INVALID
               PERFORM FILL-FCST THRU FILL-FCST-EXIT
               WRITE FCSTHIST01
             NOT INVALID
               PERFORM FILL-FCST THRU FILL-FCST-EXIT
               REWRITE FCSTHIST01
           END-READ.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR CHARHIST PAYCUR PAYHIST INSFILE FCSTHIST
                 FCSTRPT SUMLOG.
           DISPLAY "CASH-FLOW FORECAST RUN HAS ENDED".
           STOP RUN.

       FILL-FCST.
           MOVE PERIOD TO FH-PERIOD
           MOVE RUN-DATE TO FH-RUN-DATE
           MOVE TOT-F30 TO FH-F30
           MOVE TOT-F60 TO FH-F60
           MOVE TOT-F90 TO FH-F90
           MOVE TOT-OPEN TO FH-OPEN.
       FILL-FCST-EXIT.
           EXIT.

      *******  ONE CHARGE LINE ONTO THE ACCOUNT'S CLAIM TABLE.

       CLAIM-ADD.
           MOVE 1 TO CX.
       CLAIM-ADD-1.
           IF CX > CT-NDX GO TO CLAIM-ADD-NEW.
           IF CT-CLAIM(CX) = LINE-CLAIM
               AND CT-PAYCODE(CX) = LINE-PAYCODE
               GO TO CLAIM-ADD-2
           END-IF
           ADD 1 TO CX
           GO TO CLAIM-ADD-1.
       CLAIM-ADD-NEW.
           IF CT-NDX = 100
               DISPLAY "CLAIM TABLE FULL ON " HOLD-GARNO
                   ", CLAIM " LINE-CLAIM " NOT IN HISTORY"
               GO TO CLAIM-ADD-EXIT
           END-IF
           ADD 1 TO CT-NDX
           MOVE CT-NDX TO CX
           MOVE LINE-CLAIM TO CT-CLAIM(CX)
           MOVE LINE-PAYCODE TO CT-PAYCODE(CX)
           MOVE LINE-DATE-A TO CT-DATE-A(CX)
           MOVE 0 TO CT-BILLED(CX) CT-PAID(CX) CT-PAYDATE(CX).
       CLAIM-ADD-2.
           ADD LINE-AMOUNT TO CT-BILLED(CX)
           IF LINE-DATE-A < CT-DATE-A(CX)
               MOVE LINE-DATE-A TO CT-DATE-A(CX)
           END-IF.
       CLAIM-ADD-EXIT.
           EXIT.

      *******  ACCOUNT BREAK: PUT THE ACCOUNT'S INSURANCE CASH
      *******  AGAINST ITS CLAIMS, THEN ROLL EVERY PAID CLAIM WHOSE
      *******  FIRST PAYMENT FALLS IN THE LOOK-BACK INTO ITS PAYER.

       CLAIM-FLUSH.
           IF CT-NDX = 0 GO TO CLAIM-FLUSH-EXIT.
           MOVE HOLD-GARNO TO PC-KEY8
           MOVE LOW-VALUE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO CLAIM-FLUSH-2
           END-START.
       CLAIM-FLUSH-1.
           READ PAYCUR NEXT
             AT END
               GO TO CLAIM-FLUSH-2
           END-READ
           IF PC-KEY8 NOT = HOLD-GARNO
               GO TO CLAIM-FLUSH-2
           END-IF
           IF PC-DATE-E NOT NUMERIC
               GO TO CLAIM-FLUSH-1
           END-IF
           MOVE PC-CLAIM TO PAY-CLAIM
           MOVE PC-PAYCODE TO PAY-PAYCODE
           MOVE PC-DENIAL TO PAY-DENIAL
           MOVE PC-DATE-E TO PAY-DATE-E
           COMPUTE PAY-AMT = 0 - PC-AMOUNT
           PERFORM PAY-MATCH THRU PAY-MATCH-EXIT
           GO TO CLAIM-FLUSH-1.
       CLAIM-FLUSH-2.
           MOVE HOLD-GARNO TO PH-KEY8
           MOVE LOW-VALUE TO PH-KEY3
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO CLAIM-FLUSH-4
           END-START.
       CLAIM-FLUSH-3.
           READ PAYHIST NEXT
             AT END
               GO TO CLAIM-FLUSH-4
           END-READ
           IF PH-KEY8 NOT = HOLD-GARNO
               GO TO CLAIM-FLUSH-4
           END-IF
           IF PH-DATE-E NOT NUMERIC
               GO TO CLAIM-FLUSH-3
           END-IF
           MOVE PH-CLAIM TO PAY-CLAIM
           MOVE PH-PAYCODE TO PAY-PAYCODE
           MOVE PH-DENIAL TO PAY-DENIAL
           MOVE PH-DATE-E TO PAY-DATE-E
           COMPUTE PAY-AMT = 0 - PH-AMOUNT
           PERFORM PAY-MATCH THRU PAY-MATCH-EXIT
           GO TO CLAIM-FLUSH-3.
       CLAIM-FLUSH-4.
           MOVE 1 TO CX.
       CLAIM-FLUSH-5.
           IF CX > CT-NDX GO TO CLAIM-FLUSH-6.
           PERFORM STAT-ADD THRU STAT-ADD-EXIT
           ADD 1 TO CX
           GO TO CLAIM-FLUSH-5.
       CLAIM-FLUSH-6.
           MOVE 0 TO CT-NDX.
       CLAIM-FLUSH-EXIT.
           EXIT.

       PAY-MATCH.
           PERFORM CASH-TEST THRU CASH-TEST-EXIT
           IF CASH-FLAG NOT = "Y" GO TO PAY-MATCH-EXIT.
           MOVE 1 TO CX.
       PAY-MATCH-1.
           IF CX > CT-NDX GO TO PAY-MATCH-EXIT.
           IF CT-CLAIM(CX) = PAY-CLAIM
               AND CT-PAYCODE(CX) = PAY-PAYCODE
               ADD PAY-AMT TO CT-PAID(CX)
               IF CT-PAYDATE(CX) = 0
                   OR PAY-DATE-E < CT-PAYDATE(CX)
                   MOVE PAY-DATE-E TO CT-PAYDATE(CX)
               END-IF
               GO TO PAY-MATCH-EXIT
           END-IF
           ADD 1 TO CX
           GO TO PAY-MATCH-1.
       PAY-MATCH-EXIT.
           EXIT.

       STAT-ADD.
           IF CT-PAID(CX) NOT > 0 OR CT-BILLED(CX) NOT > 0
               GO TO STAT-ADD-EXIT
           END-IF
           MOVE CT-PAYDATE(CX) TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           MOVE DATE-SER TO PAY-SER
           IF PAY-SER < CUTOFF-SER GO TO STAT-ADD-EXIT.
           MOVE CT-DATE-A(CX) TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           MOVE DATE-SER TO BILL-SER
           COMPUTE LAG-DAYS = PAY-SER - BILL-SER
           IF LAG-DAYS < 0
               MOVE 0 TO LAG-DAYS
           END-IF
           MOVE CT-PAYCODE(CX) TO KEY-PAYCODE
           PERFORM PAYER-FIND THRU PAYER-FIND-EXIT
           IF PX = 0 GO TO STAT-ADD-EXIT.
           ADD 1 TO PS-CNT(PX) ALL-CNT
           ADD LAG-DAYS TO PS-LAG-SUM(PX) ALL-LAG-SUM
           ADD CT-BILLED(CX) TO PS-BILLED(PX) ALL-BILLED
           ADD CT-PAID(CX) TO PS-PAID(PX) ALL-PAID.
       STAT-ADD-EXIT.
           EXIT.

      *******  INSURANCE CASH: AN INSURANCE PAYCODE, MONEY IN, AND A
      *******  DENIAL CODE BLKPI001 COUNTS AS A PAYMENT RATHER THAN A
      *******  CONTRACTUAL OR DENIAL WRITE-OFF.

       CASH-TEST.
           MOVE "N" TO CASH-FLAG
           IF PAY-PAYCODE = "001"
               OR PAY-PAYCODE > "009" AND < "021"
               GO TO CASH-TEST-EXIT
           END-IF
           IF PAY-AMT NOT > 0 GO TO CASH-TEST-EXIT.
           IF PAY-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14"
               MOVE "Y" TO CASH-FLAG
           END-IF.
       CASH-TEST-EXIT.
           EXIT.

       ACTUAL-ADD.
           PERFORM CASH-TEST THRU CASH-TEST-EXIT
           IF CASH-FLAG NOT = "Y" GO TO ACTUAL-ADD-EXIT.
           MOVE PAY-DATE-E TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           IF DATE-SER > PRIOR-SER AND DATE-SER NOT > END-SER
               ADD PAY-AMT TO ACTUAL-30
           END-IF.
       ACTUAL-ADD-EXIT.
           EXIT.

       PAYER-FIND.
           MOVE 1 TO PX.
       PAYER-FIND-1.
           IF PX > PS-NDX GO TO PAYER-FIND-NEW.
           IF PS-PAYCODE(PX) = KEY-PAYCODE GO TO PAYER-FIND-EXIT.
           ADD 1 TO PX
           GO TO PAYER-FIND-1.
       PAYER-FIND-NEW.
           IF PS-NDX = 300
               DISPLAY "PAYER TABLE FULL, " KEY-PAYCODE
                   " USES ALL-PAYER FIGURES"
               MOVE 0 TO PX
               GO TO PAYER-FIND-EXIT
           END-IF
           ADD 1 TO PS-NDX
           MOVE PS-NDX TO PX
           MOVE KEY-PAYCODE TO PS-PAYCODE(PX)
           MOVE 0 TO PS-CNT(PX) PS-LAG-SUM(PX) PS-BILLED(PX)
               PS-PAID(PX) PS-OPEN(PX) PS-F30(PX) PS-F60(PX)
               PS-F90(PX) PS-FLATER(PX)
           MOVE POOL-LAG TO PS-LAG(PX)
           MOVE POOL-RATE TO PS-RATE(PX)
           MOVE "N" TO PS-OWN(PX).
       PAYER-FIND-EXIT.
           EXIT.

      *******  THE SAME 360-DAY SERIAL BLINS001 AGES WITH.

       DATE-SERIAL.
           COMPUTE DATE-SER =
               (DATE-YYYY * 360) + (DATE-MM * 30) + DATE-DD.
       DATE-SERIAL-EXIT.
           EXIT.

       PRINT-FORECAST.
           MOVE LOOK-MONTHS TO NEF-WK
           MOVE SPACE TO FCSTRPT01
           STRING "INSURANCE CASH-FLOW FORECAST RUN " RUN-DATE
               "   PAYER HISTORY " NEF-WK " MONTHS"
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE TOT-OPEN TO NEF-12
           MOVE LINE-COUNT TO NEF-CNT
           MOVE SPACE TO FCSTRPT01
           STRING "OPEN INSURANCE A/R " NEF-12 " ON " NEF-CNT
               " LINES"
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE STALE-CNT TO NEF-CNT
           MOVE SPACE TO FCSTRPT01
           STRING "LINES MORE THAN 90 DAYS PAST THEIR PAYER'S NORM, "
               "NOT FORECAST " NEF-CNT
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE SPACE TO FCSTRPT01
           WRITE FCSTRPT01
           MOVE SPACE TO FCSTRPT01
           STRING "EXPECTED INSURANCE RECEIPTS BY WEEK"
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE 1 TO WX.
       PRINT-FORECAST-1.
           IF WX > 14 GO TO PRINT-FORECAST-2.
           MOVE WK-AMT(WX) TO NEF-12
           MOVE SPACE TO FCSTRPT01
           IF WX = 14
               STRING "          BEYOND 90 DAYS   " NEF-12
                   DELIMITED BY SIZE INTO FCSTRPT01
           ELSE
               MOVE WX TO NEF-WK
               COMPUTE WK-FROM = (WX * 7) - 6
               COMPUTE WK-TO = WX * 7
               MOVE WK-FROM TO NEF-DAY1
               MOVE WK-TO TO NEF-DAY2
               STRING "WEEK " NEF-WK "   DAYS " NEF-DAY1 "-" NEF-DAY2
                   "      " NEF-12
                   DELIMITED BY SIZE INTO FCSTRPT01
           END-IF
           WRITE FCSTRPT01
           ADD 1 TO WX
           GO TO PRINT-FORECAST-1.
       PRINT-FORECAST-2.
           MOVE TOT-F30 TO NEF-12
           MOVE TOT-F60 TO NEF-12B
           MOVE TOT-F90 TO NEF-12C
           MOVE SPACE TO FCSTRPT01
           STRING "NEXT 0-30 DAYS " NEF-12 "   31-60 " NEF-12B
               "   61-90 " NEF-12C
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE SPACE TO FCSTRPT01
           WRITE FCSTRPT01
           MOVE SPACE TO FCSTRPT01
           STRING "PAY NAME                      CLMS  LAG RATE%"
               "    OPEN A/R         0-30        31-60"
               "        61-90       BEYOND"
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE 1 TO PX.
       PRINT-FORECAST-3.
           IF PX > PS-NDX GO TO PRINT-FORECAST-4.
           IF PS-OPEN(PX) = 0
               ADD 1 TO PX
               GO TO PRINT-FORECAST-3
           END-IF
           MOVE PS-PAYCODE(PX) TO INS-KEY
           READ INSFILE INVALID MOVE "*NO NAME*" TO INS-NAME.
           MOVE PS-CNT(PX) TO NEF-CNT
           MOVE PS-LAG(PX) TO NEF-LAG
           COMPUTE NEF-PCT ROUNDED = PS-RATE(PX) * 100
           MOVE PS-OPEN(PX) TO NEF-12
           MOVE PS-F30(PX) TO NEF-12B
           MOVE PS-F60(PX) TO NEF-12C
           MOVE PS-F90(PX) TO NEF-12D
           MOVE PS-FLATER(PX) TO NEF-12E
           MOVE SPACE TO FCSTRPT01
           STRING PS-PAYCODE(PX) " " INS-NAME " " NEF-CNT " "
               NEF-LAG " " NEF-PCT NEF-12 NEF-12B NEF-12C NEF-12D
               NEF-12E
               DELIMITED BY SIZE INTO FCSTRPT01
           IF PS-OWN(PX) NOT = "Y"
               MOVE "*" TO FCSTRPT01(40:1)
           END-IF
           WRITE FCSTRPT01
           ADD 1 TO PX
           GO TO PRINT-FORECAST-3.
       PRINT-FORECAST-4.
           MOVE SPACE TO FCSTRPT01
           STRING "* FEWER THAN 5 PAID CLAIMS IN THE LOOK-BACK - "
               "ALL-PAYER LAG AND RATE USED"
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           MOVE SPACE TO FCSTRPT01
           WRITE FCSTRPT01
           IF FH-RUN-DATE = SPACE
               MOVE SPACE TO FCSTRPT01
               STRING "PRIOR-PERIOD ACCURACY: NO FORECAST ON FILE FOR "
                   "LAST MONTH"
                   DELIMITED BY SIZE INTO FCSTRPT01
               WRITE FCSTRPT01
               GO TO PRINT-FORECAST-EXIT
           END-IF
           COMPUTE VARIANCE = ACTUAL-30 - FH-F30
           MOVE 0 TO ACC-PCT
           IF FH-F30 > 0
               COMPUTE ACC-PCT ROUNDED = ACTUAL-30 * 100 / FH-F30
                 ON SIZE ERROR MOVE 999.9 TO ACC-PCT
               END-COMPUTE
           END-IF
           MOVE FH-F30 TO NEF-12
           MOVE ACTUAL-30 TO NEF-12B
           MOVE VARIANCE TO NEF-12C
           MOVE ACC-PCT TO NEF-ACC
           MOVE SPACE TO FCSTRPT01
           STRING "PRIOR-PERIOD ACCURACY, FORECAST OF " FH-RUN-DATE
               " NEXT 30 DAYS " NEF-12 " ACTUAL " NEF-12B
               " VARIANCE " NEF-12C " " NEF-ACC "%"
               DELIMITED BY SIZE INTO FCSTRPT01
           WRITE FCSTRPT01
           IF TODAY-SER < END-SER
               MOVE SPACE TO FCSTRPT01
               STRING "  (30-DAY WINDOW STILL OPEN - ACTUAL IS TO DATE)"
                   DELIMITED BY SIZE INTO FCSTRPT01
               WRITE FCSTRPT01
           END-IF.
       PRINT-FORECAST-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLFCS001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE LINE-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
