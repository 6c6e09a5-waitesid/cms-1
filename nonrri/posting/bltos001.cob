      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-15 sw  new program - time-of-service collection list.
      *                the front desk only found out what a patient
      *                owed when the statement went out.  run nightly
      *                over the next day's ORDFILE orders (or the
      *                PARMFILE date range), it prints a check-in
      *                sheet per account: the ELIGFILE status and
      *                PATCOV window for the primary payer, each
      *                ordered study priced the way blest001 prices
      *                it (PROCRATE allowable, PROCFILE fee for
      *                self-pay) with the expected deductible, copay
      *                and coinsurance off DEDACC, the old open
      *                self-pay balance off CLMSUM, and any payment
      *                plan installment due -- and what to ask for.
      *                money taken at the desk goes through the drawer
      *                (blrcp001/blcsh001) to PAYFILE as always.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLTOS001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ORDFILE ASSIGN TO "S314" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ORDNO
           ALTERNATE RECORD KEY IS C-DATE-E WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATCOV ASSIGN TO "S172" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PCV-KEY
           LOCK MODE MANUAL.
           SELECT ELIGFILE ASSIGN TO "S155" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ELIG-KEY
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT PROCRATE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PROCRATE-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DEDACC ASSIGN TO "S304"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DA-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PPLAN ASSIGN TO "S64" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT TOSRPT ASSIGN TO "S317" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  OPTIONAL DATE RANGE OF SCHEDULED SERVICE.  BLANK MEANS
      *******  TOMORROW; A FRIDAY RUN CAN GIVE SATURDAY THRU MONDAY.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-FROM PIC X(8).
           02 FILLER PIC X.
           02 PM-THRU PIC X(8).

       FD  ORDFILE.
           COPY "ordfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  PATCOV.
       01  PATCOV01.
           02 PCV-KEY.
             03 PCV-PATID PIC X(8).
             03 PCV-PAYCODE PIC XXX.
           02 PCV-POLICY PIC X(16).
           02 PCV-GROUP PIC X(10).
           02 PCV-RELATE PIC X.
           02 PCV-DATE-EFF PIC X(8).
           02 PCV-DATE-TERM PIC X(8).
           02 PCV-FUTURE PIC X(10).

       FD  ELIGFILE.
       01  ELIGFILE01.
           02 ELIG-KEY.
             03 ELIG-PATID PIC X(8).
             03 ELIG-PAYCODE PIC XXX.
           02 ELIG-STATUS PIC X.
           02 ELIG-DATE-CHECK PIC X(8).
           02 ELIG-DATE-EXP PIC X(8).
           02 ELIG-RESP-CODE PIC XX.

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  PROCRATE.
           COPY "procrate.cpy".

       FD  DEDACC.
           COPY "dedacc.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

       FD  PPLAN.
           COPY "pplan.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  TOSRPT.
       01  TOSRPT01 PIC X(100).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN8 PIC 9(8).
       01  RUN-INT PIC S9(7).
       01  DATE-FROM PIC X(8).
       01  DATE-THRU PIC X(8).
       01  CUR-ACCT PIC X(8) VALUE SPACE.
       01  CUR-PAYCODE PIC XXX.
       01  GROUP-OPEN PIC X VALUE "N".
       01  SELF-PAY PIC X.
       01  ACCT-COUNT PIC 9(5) VALUE 0.
       01  ORDER-COUNT PIC 9(5) VALUE 0.

      *******  THE PATIENT'S COST SHARE AS IT STANDS, USED UP ORDER
      *******  BY ORDER SO TWO STUDIES DO NOT BOTH CLAIM THE SAME
      *******  DEDUCTIBLE DOLLARS.  DED-KNOWN / OOP-KNOWN "N" MEANS
      *******  THE PLAN'S LIMIT IS NOT ON FILE.
       01  DED-KNOWN PIC X.
       01  OOP-KNOWN PIC X.
       01  DED-LEFT PIC S9(7)V99.
       01  OOP-LEFT PIC S9(7)V99.
       01  COPAY-AMT PIC 9(4)V99.
       01  COINS-PCT PIC 9V99.
       01  COPAY-DOS PIC X(8).

       01  RATE-OK PIC X.
       01  QUOTE-AMT PIC 9(4)V99.
       01  QUOTE-SRC PIC X(8).
       01  LINE-DED PIC S9(7)V99.
       01  LINE-COPAY PIC S9(7)V99.
       01  LINE-COINS PIC S9(7)V99.
       01  LINE-EST PIC S9(7)V99.
       01  GRP-EST PIC S9(7)V99.
       01  OLD-BAL PIC S9(7)V99.
       01  OLD-CLAIMS PIC 9(3).
       01  PLAN-DUE PIC S9(7)V99.
       01  ASK-AMT PIC S9(7)V99.
       01  TOT-EST PIC S9(9)V99 VALUE 0.
       01  TOT-OLD PIC S9(9)V99 VALUE 0.
       01  TOT-PLAN PIC S9(9)V99 VALUE 0.
       01  TOT-ASK PIC S9(9)V99 VALUE 0.
       01  PAY-FOUND PIC X.
       01  PAID8 PIC 9(8).
       01  DOS8 PIC 9(8).
       01  FIRST-DOS PIC X(8).

       01  NEF-9 PIC ZZ,ZZ9.99-.
       01  NEF-9B PIC ZZ,ZZ9.99-.
       01  NEF-9C PIC ZZ,ZZ9.99-.
       01  NEF-9D PIC ZZ,ZZ9.99-.
       01  NEF-9E PIC ZZ,ZZ9.99-.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99-.
       01  NEF-CNT PIC ZZ,ZZ9.
       01  NEF-PCT PIC ZZ9.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT ORDFILE GARFILE PATCOV ELIGFILE INSFILE
               PROCFILE PROCRATE DEDACC CLMSUM PPLAN PAYCUR.
           OPEN OUTPUT TOSRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN8
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN8)
           COMPUTE RUN8 = FUNCTION DATE-OF-INTEGER(RUN-INT + 1)
           MOVE RUN8 TO DATE-FROM
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-FROM NUMERIC
                   MOVE PM-FROM TO DATE-FROM
               END-IF
           END-READ
           MOVE DATE-FROM TO DATE-THRU
           IF PM-THRU NUMERIC AND PM-THRU > DATE-FROM
               MOVE PM-THRU TO DATE-THRU
           END-IF
           CLOSE PARMFILE.

           MOVE SPACE TO TOSRPT01
           STRING "TIME-OF-SERVICE COLLECTION LIST FOR STUDIES "
               DATE-FROM " THRU " DATE-THRU "  RUN " RUN-DATE
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           MOVE SPACE TO TOSRPT01
           STRING "ESTIMATES ONLY -- AMOUNTS TAKEN AT CHECK-IN GO ON A"
               " DESK RECEIPT LIKE ANY OTHER PAYMENT"
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01.

      *******  EVERY ORDER SCHEDULED IN THE RANGE, ACCOUNT BY ACCOUNT
      *******  IN ORDFILE KEY ORDER.

           MOVE LOW-VALUE TO ORDNO
           START ORDFILE KEY NOT < ORDNO
             INVALID
               GO TO P8
           END-START.
       P1.
           READ ORDFILE NEXT
             AT END
               GO TO P8
           END-READ
           IF C-DATE-T NOT NUMERIC
               OR C-DATE-T < DATE-FROM OR C-DATE-T > DATE-THRU
               GO TO P1
           END-IF
           IF GROUP-OPEN = "Y" AND ORD8 NOT = CUR-ACCT
               PERFORM ACCT-CLOSE THRU ACCT-CLOSE-EXIT
           END-IF
           IF GROUP-OPEN = "N"
               PERFORM ACCT-OPEN THRU ACCT-OPEN-EXIT
           END-IF
           PERFORM ORDER-LINE THRU ORDER-LINE-EXIT
           GO TO P1.

      *******  THE ACCOUNT'S HEADING: WHO, WHO PAYS, AND WHETHER THE
      *******  COVERAGE WILL HOLD UP ON THE DAY.  THE ORDER CARRIES
      *******  THE ACCOUNT, SO THE GUARANTOR'S PRIMARY IS THE PAYER
      *******  QUOTED.

       ACCT-OPEN.
           MOVE "Y" TO GROUP-OPEN
           ADD 1 TO ACCT-COUNT
           MOVE ORD8 TO CUR-ACCT
           MOVE C-DATE-T TO FIRST-DOS
           MOVE 0 TO GRP-EST
           MOVE SPACE TO COPAY-DOS
           MOVE CUR-ACCT TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO GARFILE01
               MOVE CUR-ACCT TO G-GARNO
               MOVE "*NOT ON GARFILE*" TO G-GARNAME
           END-READ
           MOVE G-PRINS TO CUR-PAYCODE
           MOVE "N" TO SELF-PAY
           IF CUR-PAYCODE = SPACE OR "001"
               OR CUR-PAYCODE > "009" AND < "021"
               MOVE "Y" TO SELF-PAY
           END-IF
           MOVE SPACE TO TOSRPT01
           WRITE TOSRPT01
           MOVE SPACE TO TOSRPT01
           STRING "ACCOUNT " CUR-ACCT "  " G-GARNAME "  PHONE "
               G-PHONE
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           IF SELF-PAY = "Y"
               MOVE SPACE TO TOSRPT01
               STRING "  SELF-PAY -- QUOTED AT THE FEE SCHEDULE"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
               GO TO ACCT-OPEN-EXIT
           END-IF
           MOVE CUR-PAYCODE TO INS-KEY
           READ INSFILE INVALID MOVE "*NO NAME*" TO INS-NAME.
           MOVE SPACE TO TOSRPT01
           STRING "  PAYER " CUR-PAYCODE " " INS-NAME
               "  POLICY " G-PRIPOL
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           PERFORM COV-CHECK THRU COV-CHECK-EXIT
           PERFORM ELIG-CHECK THRU ELIG-CHECK-EXIT
           PERFORM DED-LOAD THRU DED-LOAD-EXIT.
       ACCT-OPEN-EXIT.
           EXIT.

      *******  A PATCOV WINDOW FOR THE PAIR THAT DOES NOT REACH THE
      *******  DATE OF SERVICE MEANS THE PLAN WILL NOT PAY FOR IT.

       COV-CHECK.
           MOVE CUR-ACCT TO PCV-PATID
           MOVE CUR-PAYCODE TO PCV-PAYCODE
           READ PATCOV
             INVALID
               GO TO COV-CHECK-EXIT
           END-READ
           IF PCV-DATE-EFF NUMERIC AND PCV-DATE-EFF NOT = "00000000"
               AND PCV-DATE-EFF > FIRST-DOS
               MOVE SPACE TO TOSRPT01
               STRING "  ** COVERAGE NOT EFFECTIVE UNTIL " PCV-DATE-EFF
                   " -- ASK FOR CURRENT INSURANCE"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
           END-IF
           IF PCV-DATE-TERM NUMERIC AND PCV-DATE-TERM NOT = "00000000"
               AND PCV-DATE-TERM < FIRST-DOS
               MOVE SPACE TO TOSRPT01
               STRING "  ** COVERAGE ENDED " PCV-DATE-TERM
                   " -- ASK FOR CURRENT INSURANCE"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
           END-IF.
       COV-CHECK-EXIT.
           EXIT.

       ELIG-CHECK.
           MOVE CUR-ACCT TO ELIG-PATID
           MOVE CUR-PAYCODE TO ELIG-PAYCODE
           MOVE SPACE TO TOSRPT01
           READ ELIGFILE
             INVALID
               STRING "  ELIGIBILITY: NO CHECK ON FILE -- VERIFY AT"
                   " CHECK-IN"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
               GO TO ELIG-CHECK-EXIT
           END-READ
           IF ELIG-STATUS = "N"
               STRING "  ELIGIBILITY: INACTIVE AS OF " ELIG-DATE-CHECK
                   " -- GET NEW COVERAGE OR COLLECT AS SELF-PAY"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
               GO TO ELIG-CHECK-EXIT
           END-IF
           IF ELIG-DATE-EXP NUMERIC AND ELIG-DATE-EXP < FIRST-DOS
               STRING "  ELIGIBILITY: ACTIVE " ELIG-DATE-CHECK
                   " BUT EXPIRED " ELIG-DATE-EXP " -- RECHECK"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
               GO TO ELIG-CHECK-EXIT
           END-IF
           STRING "  ELIGIBILITY: ACTIVE, CHECKED " ELIG-DATE-CHECK
               " GOOD THRU " ELIG-DATE-EXP
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01.
       ELIG-CHECK-EXIT.
           EXIT.

      *******  THIS PLAN YEAR'S ACCUMULATOR -- WHAT IS LEFT OF THE
      *******  DEDUCTIBLE AND OUT-OF-POCKET MAXIMUM, AND THE PLAN'S
      *******  COPAY AND COINSURANCE RATE -- THE SAME ARITHMETIC
      *******  BLEST001'S EST-DED MAKES.

       DED-LOAD.
           MOVE "N" TO DED-KNOWN OOP-KNOWN
           MOVE 0 TO DED-LEFT OOP-LEFT COPAY-AMT COINS-PCT
           MOVE CUR-ACCT TO DA-PATID
           MOVE CUR-PAYCODE TO DA-PAYCODE
           MOVE FIRST-DOS(1:4) TO DA-YEAR
           READ DEDACC
             INVALID
               MOVE SPACE TO TOSRPT01
               STRING "  PLAN DEDUCTIBLE, COPAY AND COINSURANCE NOT ON"
                   " FILE -- ESTIMATE IS THE ALLOWABLE ONLY"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
               GO TO DED-LOAD-EXIT
           END-READ
           IF DA-DED-LIMIT NOT = 0
               MOVE "Y" TO DED-KNOWN
               COMPUTE DED-LEFT = DA-DED-LIMIT - DA-DED
               IF DED-LEFT < 0
                   MOVE 0 TO DED-LEFT
               END-IF
           END-IF
           IF DA-OOP-LIMIT NOT = 0
               MOVE "Y" TO OOP-KNOWN
               COMPUTE OOP-LEFT = DA-OOP-LIMIT - DA-DED - DA-COINS
                   - DA-COPAY - DA-OTHER
               IF OOP-LEFT < 0
                   MOVE 0 TO OOP-LEFT
               END-IF
           END-IF
           IF DA-COPAY-AMT NUMERIC
               MOVE DA-COPAY-AMT TO COPAY-AMT
           END-IF
           IF DA-COINS-PCT NUMERIC
               MOVE DA-COINS-PCT TO COINS-PCT
           END-IF
           MOVE DED-LEFT TO NEF-9
           MOVE OOP-LEFT TO NEF-9B
           MOVE COPAY-AMT TO NEF-9C
           COMPUTE NEF-PCT = COINS-PCT * 100
           MOVE SPACE TO TOSRPT01
           STRING "  DEDUCTIBLE LEFT " NEF-9 "  OUT-OF-POCKET LEFT "
               NEF-9B "  COPAY " NEF-9C "  COINSURANCE " NEF-PCT "%"
               DELIMITED BY SIZE INTO TOSRPT01
           IF DED-KNOWN = "N"
               MOVE "       ?" TO TOSRPT01(19:10)
           END-IF
           IF OOP-KNOWN = "N"
               MOVE "       ?" TO TOSRPT01(50:10)
           END-IF
           WRITE TOSRPT01.
       DED-LOAD-EXIT.
           EXIT.

      *******  ONE ORDERED STUDY.  THE HOSPITAL DOES THE STUDY, SO
      *******  OURS IS THE PROFESSIONAL (26) READ, PRICED THE WAY
      *******  BLEST001 PRICES A FACILITY PLACE; THE GLOBAL FORM WHEN
      *******  NO 26 ROW IS KEYED.  THE PATIENT OWES THE DEDUCTIBLE
      *******  LEFT, THEN THE COPAY (ONCE A DAY), THEN THE COINSURANCE
      *******  ON THE REST, NEVER PAST THE OUT-OF-POCKET LEFT.

       ORDER-LINE.
           ADD 1 TO ORDER-COUNT
           MOVE "26" TO PROC-KEY2
           PERFORM PRICE-ONE THRU PRICE-ONE-EXIT
           IF RATE-OK = "N"
               MOVE SPACE TO PROC-KEY2
               PERFORM PRICE-ONE THRU PRICE-ONE-EXIT
           END-IF
           MOVE SPACE TO PROC-TITLE
           MOVE C-PROC TO PROC-KEY1
           READ PROCFILE INVALID MOVE "*NOT ON PROCFILE*" TO PROC-TITLE.
           IF RATE-OK = "N"
               MOVE SPACE TO TOSRPT01
               STRING "    " C-DATE-T " " C-PROC " " PROC-TITLE
                   "  NO FEE ON FILE -- NOT ESTIMATED"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
               GO TO ORDER-LINE-EXIT
           END-IF
           MOVE 0 TO LINE-DED LINE-COPAY LINE-COINS
           IF SELF-PAY = "Y"
               MOVE QUOTE-AMT TO LINE-EST
               GO TO ORDER-LINE-2
           END-IF
           IF DED-KNOWN = "Y"
               MOVE DED-LEFT TO LINE-DED
               IF LINE-DED > QUOTE-AMT
                   MOVE QUOTE-AMT TO LINE-DED
               END-IF
               SUBTRACT LINE-DED FROM DED-LEFT
           END-IF
           IF COPAY-AMT > 0 AND C-DATE-T NOT = COPAY-DOS
               MOVE C-DATE-T TO COPAY-DOS
               COMPUTE LINE-COPAY = QUOTE-AMT - LINE-DED
               IF LINE-COPAY > COPAY-AMT
                   MOVE COPAY-AMT TO LINE-COPAY
               END-IF
           END-IF
           COMPUTE LINE-COINS ROUNDED =
               (QUOTE-AMT - LINE-DED - LINE-COPAY) * COINS-PCT
           COMPUTE LINE-EST = LINE-DED + LINE-COPAY + LINE-COINS
           IF OOP-KNOWN = "Y"
               IF LINE-EST > OOP-LEFT
                   MOVE OOP-LEFT TO LINE-EST
               END-IF
               SUBTRACT LINE-EST FROM OOP-LEFT
           END-IF.
       ORDER-LINE-2.
           ADD LINE-EST TO GRP-EST
           MOVE QUOTE-AMT TO NEF-9
           MOVE LINE-DED TO NEF-9B
           MOVE LINE-COPAY TO NEF-9C
           MOVE LINE-COINS TO NEF-9D
           MOVE LINE-EST TO NEF-9E
           MOVE SPACE TO TOSRPT01
           STRING "    " C-DATE-T " " C-PROC " " PROC-KEY2 " "
               PROC-TITLE(1:20) " " QUOTE-SRC NEF-9 " DED" NEF-9B
               " CPY" NEF-9C " COI" NEF-9D " EST" NEF-9E
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01.
       ORDER-LINE-EXIT.
           EXIT.

      *******  THE PRICE FOR ONE PROCEDURE/MODIFIER FORM -- BLEST001'S
      *******  PRICE-ONE, AS OF THE DATE OF SERVICE.

       PRICE-ONE.
           MOVE "N" TO RATE-OK
           MOVE 0 TO QUOTE-AMT
           IF SELF-PAY = "N"
               MOVE SPACE TO PR-PROC
               STRING C-PROC PROC-KEY2 DELIMITED BY SIZE
                 INTO PR-PROC
               MOVE CUR-PAYCODE TO PR-PAYCODE
               READ PROCRATE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   IF (PR-DATE-EFF = SPACE
                       OR PR-DATE-EFF = "00000000"
                       OR C-DATE-T NOT < PR-DATE-EFF)
                       AND (PR-DATE-TERM = SPACE
                       OR PR-DATE-TERM = "00000000"
                       OR C-DATE-T NOT > PR-DATE-TERM)
                       MOVE PR-AMOUNT TO QUOTE-AMT
                       MOVE "CONTRACT" TO QUOTE-SRC
                       MOVE "Y" TO RATE-OK
                   END-IF
               END-READ
               IF RATE-OK = "Y"
                   GO TO PRICE-ONE-EXIT
               END-IF
           END-IF
           MOVE C-PROC TO PROC-KEY1
           READ PROCFILE
             INVALID
               GO TO PRICE-ONE-EXIT
           END-READ
           MOVE PROC-AMOUNT TO QUOTE-AMT
           MOVE "FEE SCHD" TO QUOTE-SRC
           MOVE "Y" TO RATE-OK.
       PRICE-ONE-EXIT.
           EXIT.

      *******  THE ACCOUNT'S CLOSE: WHAT IS ALREADY OWED, ANY PLAN
      *******  INSTALLMENT, AND THE ONE NUMBER TO ASK FOR.  AN ACCOUNT
      *******  ON A PAYMENT PLAN IS ASKED FOR THE INSTALLMENT, NOT THE
      *******  WHOLE OLD BALANCE THE PLAN IS PAYING DOWN.

       ACCT-CLOSE.
           MOVE "N" TO GROUP-OPEN
           PERFORM OLD-BALANCE THRU OLD-BALANCE-EXIT
           PERFORM PLAN-CHECK THRU PLAN-CHECK-EXIT
           MOVE GRP-EST TO NEF-9
           MOVE SPACE TO TOSRPT01
           STRING "  ESTIMATED FOR THESE STUDIES      " NEF-9
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           IF OLD-CLAIMS > 0
               MOVE OLD-BAL TO NEF-9
               MOVE OLD-CLAIMS TO NEF-CNT
               MOVE SPACE TO TOSRPT01
               STRING "  PRIOR SELF-PAY BALANCE           " NEF-9
                   "  ON " NEF-CNT " CLAIMS"
                   DELIMITED BY SIZE INTO TOSRPT01
               WRITE TOSRPT01
           END-IF
           COMPUTE ASK-AMT = GRP-EST + PLAN-DUE
           IF PP-GARNO NOT = CUR-ACCT
               ADD OLD-BAL TO ASK-AMT
           END-IF
           MOVE ASK-AMT TO NEF-9
           MOVE SPACE TO TOSRPT01
           STRING "  ASK FOR                          " NEF-9
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           ADD GRP-EST TO TOT-EST
           ADD OLD-BAL TO TOT-OLD
           ADD PLAN-DUE TO TOT-PLAN
           ADD ASK-AMT TO TOT-ASK.
       ACCT-CLOSE-EXIT.
           EXIT.

      *******  THE ACCOUNT'S OPEN SELF-PAY CLAIMS OFF THE CLAIM
      *******  SUMMARY, SO THE ACCOUNT'S CHARCUR AND PAYCUR NEED NOT
      *******  BE ADDED UP HERE.

       OLD-BALANCE.
           MOVE 0 TO OLD-BAL OLD-CLAIMS
           MOVE CUR-ACCT TO CS-KEY8
           MOVE SPACE TO CS-CLAIM
           START CLMSUM KEY NOT < CS-KEY
             INVALID
               GO TO OLD-BALANCE-EXIT
           END-START.
       OLD-BALANCE-1.
           READ CLMSUM NEXT
             AT END
               GO TO OLD-BALANCE-EXIT
           END-READ
           IF CS-KEY8 NOT = CUR-ACCT
               GO TO OLD-BALANCE-EXIT
           END-IF
           IF CS-BALANCE > 0
               AND (CS-PAYCODE = "001"
               OR CS-PAYCODE > "009" AND < "021")
               ADD CS-BALANCE TO OLD-BAL
               ADD 1 TO OLD-CLAIMS
           END-IF
           GO TO OLD-BALANCE-1.
       OLD-BALANCE-EXIT.
           EXIT.

      *******  A PLAN IS DUE WHEN NO PATIENT PAYMENT HAS POSTED IN
      *******  THE LAST 30 DAYS -- BLPLN001'S CYCLE RULE.

       PLAN-CHECK.
           MOVE 0 TO PLAN-DUE
           MOVE CUR-ACCT TO PP-GARNO
           READ PPLAN
             INVALID
               MOVE SPACE TO PP-GARNO
               GO TO PLAN-CHECK-EXIT
           END-READ
           IF PP-START NUMERIC AND PP-START > FIRST-DOS
               MOVE SPACE TO PP-GARNO
               GO TO PLAN-CHECK-EXIT
           END-IF
           PERFORM PAY-SINCE-CHECK THRU PAY-SINCE-CHECK-EXIT
           MOVE PP-MONTHLY TO NEF-9
           MOVE SPACE TO TOSRPT01
           IF PAY-FOUND = "Y"
               STRING "  PAYMENT PLAN " NEF-9
                   " A MONTH -- PAID THIS CYCLE"
                   DELIMITED BY SIZE INTO TOSRPT01
           ELSE
               MOVE PP-MONTHLY TO PLAN-DUE
               STRING "  PAYMENT PLAN INSTALLMENT DUE    " NEF-9
                   DELIMITED BY SIZE INTO TOSRPT01
               IF PP-STATUS = "D"
                   MOVE "  (PLAN IN DEFAULT)" TO TOSRPT01(45:19)
               END-IF
           END-IF
           WRITE TOSRPT01.
       PLAN-CHECK-EXIT.
           EXIT.

       PAY-SINCE-CHECK.
           MOVE "N" TO PAY-FOUND
           MOVE PP-GARNO TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO PAY-SINCE-CHECK-EXIT
           END-START.
       PAY-SINCE-CHECK-1.
           READ PAYCUR NEXT
             AT END
               GO TO PAY-SINCE-CHECK-EXIT
           END-READ
           IF PC-KEY8 NOT = PP-GARNO
               GO TO PAY-SINCE-CHECK-EXIT
           END-IF
           IF PC-PAYCODE NOT = "001"
               AND NOT (PC-PAYCODE > "009" AND < "021")
               GO TO PAY-SINCE-CHECK-1
           END-IF
           IF PC-DATE-E NOT NUMERIC
               GO TO PAY-SINCE-CHECK-1
           END-IF
           MOVE PC-DATE-E TO PAID8
           MOVE FIRST-DOS TO DOS8
           IF FUNCTION INTEGER-OF-DATE(DOS8)
               - FUNCTION INTEGER-OF-DATE(PAID8) < 31
               MOVE "Y" TO PAY-FOUND
               GO TO PAY-SINCE-CHECK-EXIT
           END-IF
           GO TO PAY-SINCE-CHECK-1.
       PAY-SINCE-CHECK-EXIT.
           EXIT.

       P8.
           IF GROUP-OPEN = "Y"
               PERFORM ACCT-CLOSE THRU ACCT-CLOSE-EXIT
           END-IF
           MOVE SPACE TO TOSRPT01
           WRITE TOSRPT01
           MOVE ACCT-COUNT TO NEF-CNT
           MOVE SPACE TO TOSRPT01
           STRING "ACCOUNTS " NEF-CNT DELIMITED BY SIZE INTO TOSRPT01
           MOVE ORDER-COUNT TO NEF-CNT
           STRING "  STUDIES " NEF-CNT
               DELIMITED BY SIZE INTO TOSRPT01(16:)
           WRITE TOSRPT01
           MOVE TOT-EST TO NEF-12
           MOVE SPACE TO TOSRPT01
           STRING "ESTIMATED FOR THE STUDIES   " NEF-12
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           MOVE TOT-OLD TO NEF-12
           MOVE SPACE TO TOSRPT01
           STRING "PRIOR SELF-PAY BALANCES     " NEF-12
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           MOVE TOT-PLAN TO NEF-12
           MOVE SPACE TO TOSRPT01
           STRING "PLAN INSTALLMENTS DUE       " NEF-12
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01
           MOVE TOT-ASK TO NEF-12
           MOVE SPACE TO TOSRPT01
           STRING "TOTAL TO ASK FOR            " NEF-12
               DELIMITED BY SIZE INTO TOSRPT01
           WRITE TOSRPT01.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE ORDFILE GARFILE PATCOV ELIGFILE INSFILE PROCFILE
                 PROCRATE DEDACC CLMSUM PPLAN PAYCUR TOSRPT SUMLOG.
           DISPLAY "TIME-OF-SERVICE LIST HAS ENDED, " ACCT-COUNT
               " ACCOUNTS".
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLTOS001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE ORDER-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
