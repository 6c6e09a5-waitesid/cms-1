      *                dunned -- only plans blpln001 has marked
      *                defaulted fall back to the normal balance,
      *                dunning and collections flow.
      * 2026-09-26 sw  lines under a client paycode (900-949) are owed
      *                by the facility on blcli001's invoice and are
      *                left out of the patient balance.
      * 2026-09-27 sw  an account with an open liability case and
      *                our lien filed (bllia001's LIABFILE) gets no
      *                statement and no dunning while it waits on the
      *                settlement -- just a SUPPRPT line.
      * 2026-10-09 sw  print-and-mail vendor and e-statements.  a "V"
      *                in the second PARMFILE byte writes the print
      *                vendor's fixed-format file (VNDOUT: address
      *                with presort fields, coupon scanline, dunning
      *                message, line detail) and its control file
      *                (VNDCTL: pieces, records and dollars) in place
      *                of STMTOUT.  a guarantor enrolled for
      *                e-statements on ESTFILE (blmnt001 "S" cards)
      *                gets an ESTOUT notification record instead of
      *                paper -- returned mail does not stop an email.
      *                every statement is recorded on STMTHST, where
      *                blst002 loads the vendor's mail-date
      *                confirmation, and CYCRPT shows the cycle's
      *                mailed, emailed, suppressed and returned
      *                counts and dollars.
      * 2026-10-12 sw  prompt-pay discount.  when PPTERMS (blmnt001
      *                "T" cards) offers one, a statement whose
      *                eligible self-pay charges are still inside the
      *                terms carries the pay-by date and the amount
      *                that settles the balance if paid by then --
      *                ST-PAYBY/ST-PP-DUE in-house, VP-PAYBY/VP-PP-DUE
      *                on the vendor coupon, EO-PAYBY/EO-PP-DUE on the
      *                e-statement.  excluded procedures are not
      *                discounted.  budget plan installments are not
      *                offered the discount.
      * 2026-10-15 sw  a guarantor with a seasonal address on SEASADDR
      *                (blmnt001 "A" cards) is mailed there when the
      *                statement date falls in its months -- in-house
      *                and vendor alike -- instead of at the empty
      *                house.  CYCRPT counts those pieces.
      * 2026-10-15 sw  VND-COUNT is performed through its own exit like
      *                the paragraphs around it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLST001.
       AUTHOR. SID WAITE.
           SELECT PPLAN ASSIGN TO "S64" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL LIABFILE ASSIGN TO "S235"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LB-GARNO
           LOCK MODE MANUAL.
           SELECT ESCRPT ASSIGN TO "S62" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUPPRPT ASSIGN TO "S63" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT BADRPT ASSIGN TO "S147" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ESTFILE ASSIGN TO "S283"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS EM-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL STMTHST ASSIGN TO "S287"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SH-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PPTERMS ASSIGN TO "S301"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PT-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SEASADDR ASSIGN TO "S318"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SA-GARNO
           LOCK MODE MANUAL.
           SELECT VNDOUT ASSIGN TO "S284" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT VNDCTL ASSIGN TO "S285" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ESTOUT ASSIGN TO "S286" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CYCRPT ASSIGN TO "S289" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-CYCLE PIC X.
      *    "V" SENDS THE CYCLE TO THE PRINT VENDOR; ANYTHING ELSE
      *    PRINTS IN-HOUSE OFF STMTOUT.
           02 PM-VENDOR PIC X.

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
       FD  PPLAN.
           COPY "pplan.cpy".

       FD  LIABFILE.
           COPY "liabfile.cpy".

       FD  ESCRPT.
       01  ESCRPT01.
           02 ES-DATE PIC X(8).
           02 ST-MESSAGE PIC X(60).
           02 FILLER PIC X VALUE SPACE.
           02 ST-SCANLINE PIC X(26).
           02 FILLER PIC X VALUE SPACE.
           02 ST-PAYBY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 ST-PP-DUE PIC Z,ZZZ,ZZ9.99CR.

       FD  CONFRPT.
       01  CONFRPT01.
           02 FILLER PIC X VALUE SPACE.
           02 BD-BALANCE PIC Z,ZZZ,ZZ9.99CR.

       FD  ESTFILE.
           COPY "estfile.cpy".

       FD  STMTHST.
           COPY "stmthst.cpy".

       FD  PPTERMS.
           COPY "ppterms.cpy".

       FD  SEASADDR.
           COPY "seasaddr.cpy".

       FD  VNDOUT.
           COPY "stmtvnd.cpy".

      *******  ONE RECORD PER VENDOR FILE -- THE COUNTS THE VENDOR
      *******  BALANCES THE FILE TO BEFORE ANYTHING IS PRINTED.
       FD  VNDCTL.
       01  VNDCTL01.
           02 VK-DATE PIC X(8).
           02 VK-CYCLE PIC X.
           02 VK-PIECES PIC 9(7).
           02 VK-RECORDS PIC 9(9).
           02 VK-DETAIL PIC 9(9).
           02 VK-DOLLARS PIC 9(9)V99.

      *******  THE E-STATEMENT NOTIFICATION THE PATIENT PORTAL MAILS
      *******  OUT -- AMOUNT DUE, MESSAGE AND THE SCANLINE THE ONLINE
      *******  PAYMENT CARRIES BACK AS ITS REFERENCE.
       FD  ESTOUT.
       01  ESTOUT01.
           02 EO-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 EO-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 EO-GARNAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 EO-EMAIL PIC X(48).
           02 FILLER PIC X VALUE SPACE.
           02 EO-DUE PIC Z,ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 EO-BALANCE PIC Z,ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 EO-MESSAGE PIC X(60).
           02 FILLER PIC X VALUE SPACE.
           02 EO-SCANLINE PIC X(26).
           02 FILLER PIC X VALUE SPACE.
           02 EO-PAYBY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 EO-PP-DUE PIC Z,ZZZ,ZZ9.99CR.

       FD  CYCRPT.
       01  CYCRPT01 PIC X(80).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  PAY-SINCE PIC X.
       01  ESC-COUNT PIC 9(5) VALUE 0.
       01  PLAN-FLAG PIC X.
       01  LIEN-FLAG PIC X.
       01  PLAN-DUE PIC S9(5)V99.
       01  STMT-COUNT PIC 9(7) VALUE 0.
       01  BALANCE-WS PIC S9(7)V99 VALUE 0.
       01  SCAN-X PIC 99.
       01  SCAN-REM PIC 99.
       01  SCAN-CKD PIC 9.
       01  VENDOR-PARM PIC X VALUE SPACE.
       01  EMAIL-FLAG PIC X.
       01  STMT-DUE PIC S9(7)V99.
       01  STMT-METHOD PIC X.
      *******  VENDOR FILE COUNTERS -- THE PIECE NUMBER RUNS THROUGH
      *******  THE WHOLE FILE, THE LINE AND RECORD COUNTS PER PIECE.
       01  PIECE-NO PIC 9(7) VALUE 0.
       01  PIECE-LINES PIC 9(3).
       01  PIECE-RECS PIC 9(5).
       01  VND-RECS PIC 9(9) VALUE 0.
       01  VND-LINES PIC 9(9) VALUE 0.
       01  VND-DOLLARS PIC 9(9)V99 VALUE 0.
      *******  THE CYCLE REPORT'S COUNTS AND DOLLARS.
       01  MAIL-COUNT PIC 9(7) VALUE 0.
       01  EMAIL-COUNT PIC 9(7) VALUE 0.
       01  SUPP-COUNT PIC 9(7) VALUE 0.
       01  RET-COUNT PIC 9(7) VALUE 0.
       01  MAIL-AMT PIC S9(9)V99 VALUE 0.
       01  EMAIL-AMT PIC S9(9)V99 VALUE 0.
       01  SUPP-AMT PIC S9(9)V99 VALUE 0.
       01  RET-AMT PIC S9(9)V99 VALUE 0.
       01  CYC-CNT PIC ZZZ,ZZ9.
       01  CYC-AMT PIC ZZZ,ZZZ,ZZ9.99-.
       01  CYC-WHAT PIC X(30).
      *******  THE PROMPT-PAY TERMS OFF PPTERMS, AND THE OFFER BUILT
      *******  FOR THE STATEMENT IN HAND -- PRM-PAYBY SPACE MEANS
      *******  NONE.
       01  PRM-ON PIC X VALUE "N".
       01  PRM-PCT PIC 9(3)V99 VALUE 0.
       01  PRM-DAYS PIC 9(3) VALUE 0.
       01  PRM-BASIS PIC X VALUE "S".
       01  PRM-LO PIC XXX VALUE SPACE.
       01  PRM-HI PIC XXX VALUE SPACE.
       01  PRM-PAYCODE PIC XXX.
       01  PRM-ELIG PIC X.
       01  PRM-BASE PIC S9(7)V99.
       01  PRM-DISC PIC S9(7)V99.
       01  PRM-DUE PIC S9(7)V99.
       01  PRM-PAYBY PIC X(8).
       01  PRM-LINE-BY PIC X(8).
       01  PRM-DATE8 PIC 9(8).
      *******  THE ADDRESS THIS STATEMENT GOES TO -- GARFILE'S, OR THE
      *******  SEASONAL ONE IN ITS MONTHS (MAIL-SEAS "Y").
       01  MAIL-BILLADD PIC X(22).
       01  MAIL-STREET PIC X(22).
       01  MAIL-CITY PIC X(18).
       01  MAIL-STATE PIC X(2).
       01  MAIL-ZIP PIC X(9).
       01  MAIL-MM PIC XX.
       01  MAIL-SEAS PIC X.
       01  SEAS-COUNT PIC 9(7) VALUE 0.
       01  SEAS-AMT PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

               CONTINUE
             NOT AT END
               MOVE PM-CYCLE TO CYCLE-PARM
               MOVE PM-VENDOR TO VENDOR-PARM
           END-READ
           CLOSE PARMFILE.
           OPEN INPUT PAYCUR PPLAN LIABFILE.
           OPEN OUTPUT ESCRPT SUPPRPT BADRPT.
           OPEN INPUT ESTFILE.
           OPEN I-O STMTHST.
           OPEN OUTPUT VNDOUT VNDCTL ESTOUT CYCRPT.
           OPEN INPUT PPTERMS SEASADDR.
           MOVE SPACE TO DUN-TAB01
           PERFORM LOAD-DUNMSG THRU LOAD-DUNMSG-EXIT.
           PERFORM LOAD-PRM THRU LOAD-PRM-EXIT.

       P1.
           READ GARFILE

      *******  A BAD ADDRESS GETS NO MAILING -- THE ACCOUNT GOES ON
      *******  THE RESEARCH WORKLIST UNTIL SOMEBODY FINDS A REAL
      *******  ADDRESS AND BLBAD001 CLEARS THE FLAG.  AN ACCOUNT
      *******  ENROLLED FOR E-STATEMENTS IS STILL REACHABLE AND GOES
      *******  ON THROUGH.

           PERFORM EMAIL-CHECK THRU EMAIL-CHECK-EXIT.

           IF G-BADADDR = "Y" AND EMAIL-FLAG NOT = "Y"
               ADD 1 TO RET-COUNT
               ADD BALANCE-WS TO RET-AMT
               MOVE SPACE TO BADRPT01
               MOVE STMT-DATE TO BD-DATE
               MOVE G-GARNO TO BD-GARNO
               GO TO P1
           END-IF.

      *******  A LIABILITY CASE UNDER LIEN WAITS ON THE SETTLEMENT --
      *******  NO STATEMENT, NO DUNNING, JUST THE SUPPRPT LINE.

           PERFORM LIEN-CHECK THRU LIEN-CHECK-EXIT.

           IF LIEN-FLAG = "Y"
               MOVE SPACE TO SUPPRPT01
               MOVE STMT-DATE TO SU-DATE
               MOVE G-GARNO TO SU-GARNO
               MOVE G-GARNAME TO SU-GARNAME
               MOVE "L" TO SU-STAT
               MOVE "LIEN - STMT HELD" TO SU-ACTION
               MOVE BALANCE-WS TO SU-BALANCE
               WRITE SUPPRPT01
               ADD 1 TO SUPP-COUNT
               ADD BALANCE-WS TO SUPP-AMT
               GO TO P1
           END-IF.

      *******  A CURRENT BUDGET PLAN STATEMENTS THE INSTALLMENT AND
      *******  SKIPS THE DUNNING MACHINERY -- THE GUARANTOR IS PAYING
      *******  AS AGREED.  A DEFAULTED PLAN FALLS RIGHT BACK INTO THE
       PLAN-CHECK-EXIT.
           EXIT.

      *******  AN OPEN THIRD-PARTY LIABILITY CASE WITH OUR LIEN FILED
      *******  IS WAITING ON A SETTLEMENT -- BLLIA001'S LIABFILE.

       LIEN-CHECK.
           MOVE "N" TO LIEN-FLAG
           MOVE G-GARNO TO LB-GARNO
           READ LIABFILE
             INVALID
               GO TO LIEN-CHECK-EXIT
           END-READ
           IF LB-STATUS NOT = "C" AND LB-LIEN-DATE NOT = SPACE
               MOVE "Y" TO LIEN-FLAG
           END-IF.
       LIEN-CHECK-EXIT.
           EXIT.

       WRITE-SUPP.
           MOVE SPACE TO SUPPRPT01
           MOVE STMT-DATE TO SU-DATE
           MOVE G-ACCTSTAT TO SU-STAT
           MOVE "STATEMENT SUPPRESSED" TO SU-ACTION
           MOVE BALANCE-WS TO SU-BALANCE
           WRITE SUPPRPT01
           ADD 1 TO SUPP-COUNT
           ADD BALANCE-WS TO SUPP-AMT.
       WRITE-SUPP-EXIT.
           EXIT.

      *******  GET THE CURRENT SELF-PAY BALANCE. FAMILY PLANNING AND
      *******  MINOR-EPSDT CHARGES ARE HELD OUT OF THE MAILED BALANCE
      *******  AND ACCUMULATED SEPARATELY -- SEE CHECK-CONFIDENTIAL.
      *******  CLIENT-BILLED LINES (PAYCODE 900-949) ARE THE
      *******  FACILITY'S DEBT, NOT THE PATIENT'S, AND ARE SKIPPED.

       SUM-BALANCE.
           MOVE 0 TO BALANCE-WS
               GO TO SUM-BALANCE-EXIT
           END-IF

           IF CC-PAYCODE > "899" AND CC-PAYCODE < "950"
               GO TO SUM-BALANCE-1
           END-IF

           PERFORM CHECK-CONFIDENTIAL THRU CHECK-CONFIDENTIAL-EXIT

           IF CONF-LINE = "Y"
           ELSE
               MOVE G-GARNAME TO ST-GARNAME
           END-IF
           PERFORM SEAS-ADDR THRU SEAS-ADDR-EXIT
           MOVE MAIL-STREET TO ST-STREET
           MOVE MAIL-CITY TO ST-CITY
           MOVE MAIL-STATE TO ST-STATE
           MOVE MAIL-ZIP TO ST-ZIP
           IF PLAN-FLAG = "Y"
               MOVE PLAN-DUE TO ST-BALANCE
               MOVE "BUDGET PLAN INSTALLMENT DUE" TO ST-MESSAGE
           ELSE
               MOVE BALANCE-WS TO SCAN-AMT
           END-IF
           MOVE SCAN-AMT TO STMT-DUE
           PERFORM BUILD-SCANLINE THRU BUILD-SCANLINE-EXIT
           MOVE SPACE TO PRM-PAYBY
           IF PLAN-FLAG NOT = "Y"
               PERFORM PRM-OFFER THRU PRM-OFFER-EXIT
           END-IF
           IF PRM-PAYBY NOT = SPACE
               MOVE PRM-PAYBY TO ST-PAYBY
               MOVE PRM-DUE TO ST-PP-DUE
           END-IF
           IF EMAIL-FLAG = "Y"
               PERFORM WRITE-ESTMT THRU WRITE-ESTMT-EXIT
           ELSE
               IF VENDOR-PARM = "V"
                   PERFORM WRITE-VENDOR THRU WRITE-VENDOR-EXIT
               ELSE
                   WRITE STMTOUT01
                   MOVE "P" TO STMT-METHOD
               END-IF
               ADD 1 TO MAIL-COUNT
               ADD STMT-DUE TO MAIL-AMT
               IF MAIL-SEAS = "Y"
                   ADD 1 TO SEAS-COUNT
                   ADD STMT-DUE TO SEAS-AMT
               END-IF
           END-IF
           PERFORM WRITE-HIST THRU WRITE-HIST-EXIT
           ADD 1 TO STMT-COUNT
           MOVE STMT-DATE TO G-LASTBILL
           REWRITE GARFILE01.
       WRITE-STMT-EXIT.
           EXIT.

      *******  IS THIS GUARANTOR ENROLLED FOR E-STATEMENTS?  AN
      *******  ENROLLMENT WITH NO ADDRESS ON IT STAYS ON PAPER.

       EMAIL-CHECK.
           MOVE "N" TO EMAIL-FLAG
           MOVE G-GARNO TO EM-GARNO
           READ ESTFILE
             INVALID
               GO TO EMAIL-CHECK-EXIT
           END-READ
           IF EM-OPTIN = "Y" AND EM-EMAIL NOT = SPACE
               MOVE "Y" TO EMAIL-FLAG
           END-IF.
       EMAIL-CHECK-EXIT.
           EXIT.

      *******  THE SEASONAL ADDRESS REPLACES THE GARFILE ONE WHEN THE
      *******  STATEMENT MONTH FALLS IN ITS FROM-THRU MONTHS, WHICH MAY
      *******  WRAP THE YEAR ("11" THRU "04").  ONLY THE MAILING USES
      *******  IT -- GARFILE ITSELF IS NOT TOUCHED.

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
           MOVE STMT-DATE(5:2) TO MAIL-MM
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

       WRITE-ESTMT.
           MOVE SPACE TO ESTOUT01
           MOVE STMT-DATE TO EO-DATE
           MOVE G-GARNO TO EO-GARNO
           MOVE ST-GARNAME TO EO-GARNAME
           MOVE EM-EMAIL TO EO-EMAIL
           MOVE STMT-DUE TO EO-DUE
           MOVE BALANCE-WS TO EO-BALANCE
           MOVE ST-MESSAGE TO EO-MESSAGE
           MOVE ST-SCANLINE TO EO-SCANLINE
           IF PRM-PAYBY NOT = SPACE
               MOVE PRM-PAYBY TO EO-PAYBY
               MOVE PRM-DUE TO EO-PP-DUE
           END-IF
           WRITE ESTOUT01
           MOVE "E" TO STMT-METHOD
           ADD 1 TO EMAIL-COUNT
           ADD STMT-DUE TO EMAIL-AMT.
       WRITE-ESTMT-EXIT.
           EXIT.

      *******  ONE PIECE ON THE VENDOR FILE: ADDRESS, COUPON, THE
      *******  DUNNING MESSAGE IF THERE IS ONE, THE OPEN CHARGES THAT
      *******  MAKE UP THE BALANCE, AND THE END RECORD WITH THE
      *******  PIECE'S OWN COUNTS.

       WRITE-VENDOR.
           MOVE "V" TO STMT-METHOD
           ADD 1 TO PIECE-NO
           MOVE 0 TO PIECE-LINES PIECE-RECS
           MOVE SPACE TO VND-ADDR
           MOVE "10" TO VA-TYPE
           MOVE G-GARNO TO VA-GARNO
           MOVE PIECE-NO TO VA-PIECE
           MOVE STMT-DATE TO VA-STMT-DATE
           IF G-ACCTSTAT = "E"
               STRING "ESTATE OF " G-GARNAME DELIMITED BY SIZE
                 INTO VA-NAME
           ELSE
               MOVE G-GARNAME TO VA-NAME
           END-IF
           IF MAIL-STREET NOT = SPACE
               MOVE MAIL-STREET TO VA-ADDR1
           ELSE
               MOVE MAIL-BILLADD TO VA-ADDR1
           END-IF
           MOVE MAIL-CITY TO VA-CITY
           MOVE MAIL-STATE TO VA-STATE
           MOVE MAIL-ZIP(1:5) TO VA-ZIP5
           MOVE MAIL-ZIP(6:4) TO VA-ZIP4
           MOVE G-BILLCYCLE TO VA-CYCLE
           WRITE VND-ADDR
           PERFORM VND-COUNT THRU VND-COUNT-EXIT

           MOVE SPACE TO VND-COUPON
           MOVE "20" TO VP-TYPE
           MOVE G-GARNO TO VP-GARNO
           MOVE PIECE-NO TO VP-PIECE
           MOVE ST-SCANLINE TO VP-SCANLINE
           IF STMT-DUE > 0
               MOVE STMT-DUE TO VP-AMT-DUE
               ADD STMT-DUE TO VND-DOLLARS
           ELSE
               MOVE 0 TO VP-AMT-DUE
           END-IF
           IF BALANCE-WS < 0
               COMPUTE VP-BALANCE = 0 - BALANCE-WS
               MOVE "-" TO VP-BAL-SIGN
           ELSE
               MOVE BALANCE-WS TO VP-BALANCE
           END-IF
           MOVE PLAN-FLAG TO VP-PLAN
           MOVE 0 TO VP-PP-DUE
           IF PRM-PAYBY NOT = SPACE
               MOVE PRM-PAYBY TO VP-PAYBY
               MOVE PRM-DUE TO VP-PP-DUE
           END-IF
           WRITE VND-COUPON
           PERFORM VND-COUNT THRU VND-COUNT-EXIT

           IF ST-MESSAGE NOT = SPACE
               MOVE SPACE TO VND-MSG
               MOVE "30" TO VM-TYPE
               MOVE G-GARNO TO VM-GARNO
               MOVE PIECE-NO TO VM-PIECE
               MOVE DUN-LVL TO VM-LEVEL
               MOVE ST-MESSAGE TO VM-TEXT
               WRITE VND-MSG
               PERFORM VND-COUNT THRU VND-COUNT-EXIT
           END-IF

           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT

           MOVE SPACE TO VND-END
           MOVE "90" TO VE-TYPE
           MOVE G-GARNO TO VE-GARNO
           MOVE PIECE-NO TO VE-PIECE
           ADD 1 TO PIECE-RECS
           MOVE PIECE-LINES TO VE-LINES
           MOVE PIECE-RECS TO VE-RECORDS
           WRITE VND-END
           ADD 1 TO VND-RECS.
       WRITE-VENDOR-EXIT.
           EXIT.

       VND-COUNT.
           ADD 1 TO PIECE-RECS
           ADD 1 TO VND-RECS.
       VND-COUNT-EXIT.
           EXIT.

      *******  THE SAME LINES SUM-BALANCE ADDED UP -- CLIENT-BILLED
      *******  AND CONFIDENTIAL CHARGES NEVER PRINT.

       WRITE-DETAIL.
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO WRITE-DETAIL-EXIT
           END-START.
       WRITE-DETAIL-1.
           READ CHARCUR NEXT
             AT END
               GO TO WRITE-DETAIL-EXIT
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO WRITE-DETAIL-EXIT
           END-IF
           IF CC-PAYCODE > "899" AND CC-PAYCODE < "950"
               GO TO WRITE-DETAIL-1
           END-IF
           PERFORM CHECK-CONFIDENTIAL THRU CHECK-CONFIDENTIAL-EXIT
           IF CONF-LINE = "Y"
               GO TO WRITE-DETAIL-1
           END-IF
           ADD 1 TO PIECE-LINES
           ADD 1 TO VND-LINES
           MOVE SPACE TO VND-DETAIL
           MOVE "40" TO VD-TYPE
           MOVE G-GARNO TO VD-GARNO
           MOVE PIECE-NO TO VD-PIECE
           MOVE PIECE-LINES TO VD-LINE
           MOVE CC-PATID TO VD-PATID
           MOVE CC-DATE-T TO VD-DATE
           MOVE CC-PROC1 TO VD-PROC
           MOVE CC-MOD2 TO VD-MOD
           IF CC-AMOUNT < 0
               COMPUTE VD-AMOUNT = 0 - CC-AMOUNT
               MOVE "-" TO VD-SIGN
           ELSE
               MOVE CC-AMOUNT TO VD-AMOUNT
           END-IF
           WRITE VND-DETAIL
           PERFORM VND-COUNT THRU VND-COUNT-EXIT
           GO TO WRITE-DETAIL-1.
       WRITE-DETAIL-EXIT.
           EXIT.

      *******  THE STATEMENT OF RECORD.  A SECOND RUN THE SAME DAY
      *******  REPLACES THE FIRST.

       WRITE-HIST.
           MOVE SPACE TO STMTHST01
           MOVE G-GARNO TO SH-GARNO
           MOVE STMT-DATE TO SH-DATE
           MOVE STMT-METHOD TO SH-METHOD
           MOVE G-BILLCYCLE TO SH-CYCLE
           MOVE STMT-DUE TO SH-AMT-DUE
           MOVE BALANCE-WS TO SH-BALANCE
           MOVE DUN-LVL TO SH-DUN-LVL
           MOVE 0 TO SH-PIECE
           IF STMT-METHOD = "V"
               MOVE PIECE-NO TO SH-PIECE
           ELSE
               MOVE STMT-DATE TO SH-MAIL-DATE
           END-IF
           WRITE STMTHST01
             INVALID
               REWRITE STMTHST01
           END-WRITE.
       WRITE-HIST-EXIT.
           EXIT.

      *******  THE OCR SCANLINE: ACCOUNT, STATEMENT DATE, BALANCE IN
      *******  CENTS, AND A MOD-10 CHECK DIGIT OVER THE NUMERIC BYTES
      *******  (THE SAME DOUBLE-EVERY-SECOND-DIGIT SUM RRI245 RUNS ON
       BUILD-SCANLINE-EXIT.
           EXIT.

      *******  THE PROMPT-PAY TERMS.  NO TERMS RECORD, OR NOTHING
      *******  KEYED FOR THE PERCENT OR THE DAYS, OFFERS NOTHING.

       LOAD-PRM.
           MOVE "T" TO PT-TYPE
           MOVE SPACE TO PT-PROC
           READ PPTERMS
             INVALID
               GO TO LOAD-PRM-EXIT
           END-READ
           IF PT-PCT NOT NUMERIC OR PT-DAYS NOT NUMERIC
               GO TO LOAD-PRM-EXIT
           END-IF
           IF PT-PCT = 0 OR PT-DAYS = 0
               GO TO LOAD-PRM-EXIT
           END-IF
           MOVE PT-PCT TO PRM-PCT
           MOVE PT-DAYS TO PRM-DAYS
           MOVE PT-BASIS TO PRM-BASIS
           MOVE PT-PAY-LO TO PRM-LO
           MOVE PT-PAY-HI TO PRM-HI
           MOVE "Y" TO PRM-ON.
       LOAD-PRM-EXIT.
           EXIT.

      *******  THE PROMPT-PAY OFFER.  THE SAME LINES SUM-BALANCE ADDED
      *******  UP, LESS ANY UNDER A PAYCODE THE TERMS DO NOT COVER OR
      *******  AN EXCLUDED PROCEDURE, AND LESS ANY WHOSE WINDOW HAS
      *******  ALREADY CLOSED, ARE THE DISCOUNT BASE.  THE PAY-BY DATE
      *******  IS THE EARLIEST WINDOW AMONG THEM, SO PAYING THE
      *******  DISCOUNTED AMOUNT BY THAT DATE MEETS THE TERMS ON
      *******  EVERY CLAIM THE OFFER COUNTED.

       PRM-OFFER.
           IF PRM-ON NOT = "Y" OR BALANCE-WS NOT > 0
               GO TO PRM-OFFER-EXIT
           END-IF
           MOVE 0 TO PRM-BASE
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO PRM-OFFER-2
           END-START.
       PRM-OFFER-1.
           READ CHARCUR NEXT
             AT END
               GO TO PRM-OFFER-2
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO PRM-OFFER-2
           END-IF
           IF CC-PAYCODE > "899" AND CC-PAYCODE < "950"
               GO TO PRM-OFFER-1
           END-IF
           PERFORM CHECK-CONFIDENTIAL THRU CHECK-CONFIDENTIAL-EXIT
           IF CONF-LINE = "Y"
               GO TO PRM-OFFER-1
           END-IF
           PERFORM PRM-LINE THRU PRM-LINE-EXIT
           IF PRM-ELIG NOT = "Y"
               GO TO PRM-OFFER-1
           END-IF
           ADD CC-AMOUNT TO PRM-BASE
           IF PRM-PAYBY = SPACE OR PRM-LINE-BY < PRM-PAYBY
               MOVE PRM-LINE-BY TO PRM-PAYBY
           END-IF
           GO TO PRM-OFFER-1.
       PRM-OFFER-2.
           IF PRM-BASE NOT > 0
               MOVE SPACE TO PRM-PAYBY
               GO TO PRM-OFFER-EXIT
           END-IF
           IF PRM-BASE > BALANCE-WS
               MOVE BALANCE-WS TO PRM-BASE
           END-IF
           COMPUTE PRM-DISC ROUNDED = PRM-BASE * PRM-PCT / 100
           IF PRM-DISC NOT > 0
               MOVE SPACE TO PRM-PAYBY
               GO TO PRM-OFFER-EXIT
           END-IF
           COMPUTE PRM-DUE = BALANCE-WS - PRM-DISC.
       PRM-OFFER-EXIT.
           EXIT.

      *******  ONE CHARGE AGAINST THE TERMS: PAYCODE, EXCLUDED
      *******  PROCEDURE, AND ITS PAY-BY DATE -- THE DATE OF SERVICE
      *******  OR THE FIRST STATEMENT THAT CARRIED IT (THIS ONE, IF
      *******  NONE HAS YET) PLUS THE DAYS.  PRM-ELIG "Y" WHEN THE
      *******  LINE IS STILL INSIDE ITS WINDOW.

       PRM-LINE.
           MOVE "N" TO PRM-ELIG
           MOVE CC-PAYCODE TO PRM-PAYCODE
           IF PRM-LO = SPACE
               IF PRM-PAYCODE NOT = "001"
                   AND (PRM-PAYCODE < "010" OR PRM-PAYCODE > "020")
                   GO TO PRM-LINE-EXIT
               END-IF
           ELSE
               IF PRM-HI = SPACE
                   IF PRM-PAYCODE NOT = PRM-LO
                       GO TO PRM-LINE-EXIT
                   END-IF
               ELSE
                   IF PRM-PAYCODE < PRM-LO OR PRM-PAYCODE > PRM-HI
                       GO TO PRM-LINE-EXIT
                   END-IF
               END-IF
           END-IF
           IF CC-DATE-T NOT NUMERIC
               GO TO PRM-LINE-EXIT
           END-IF
           MOVE "X" TO PT-TYPE
           MOVE CC-PROC1 TO PT-PROC
           READ PPTERMS
             INVALID
               MOVE "N" TO PT-EXCL
           END-READ
           IF PT-EXCL = "Y"
               GO TO PRM-LINE-EXIT
           END-IF
           MOVE CC-DATE-T TO PRM-DATE8
           IF PRM-BASIS = "F"
               MOVE STMT-DATE TO PRM-DATE8
               MOVE G-GARNO TO SH-GARNO
               MOVE CC-DATE-T TO SH-DATE
               START STMTHST KEY NOT < SH-KEY
                 INVALID
                   GO TO PRM-LINE-1
               END-START
               READ STMTHST NEXT
                 AT END
                   GO TO PRM-LINE-1
               END-READ
               IF SH-GARNO = G-GARNO
                   MOVE SH-DATE TO PRM-DATE8
               END-IF
           END-IF.
       PRM-LINE-1.
           COMPUTE PRM-DATE8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PRM-DATE8) + PRM-DAYS)
           MOVE PRM-DATE8 TO PRM-LINE-BY
           IF PRM-LINE-BY < STMT-DATE
               GO TO PRM-LINE-EXIT
           END-IF
           MOVE "Y" TO PRM-ELIG.
       PRM-LINE-EXIT.
           EXIT.

       P9.
           IF VENDOR-PARM = "V"
               MOVE SPACE TO VNDCTL01
               MOVE STMT-DATE TO VK-DATE
               MOVE CYCLE-PARM TO VK-CYCLE
               MOVE PIECE-NO TO VK-PIECES
               MOVE VND-RECS TO VK-RECORDS
               MOVE VND-LINES TO VK-DETAIL
               MOVE VND-DOLLARS TO VK-DOLLARS
               WRITE VNDCTL01
           END-IF
           PERFORM CYCLE-REPORT THRU CYCLE-REPORT-EXIT.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE GARFILE CHARCUR PAYCUR PPLAN LIABFILE STMTOUT CONFRPT
                 ESCRPT SUPPRPT BADRPT ESTFILE STMTHST VNDOUT VNDCTL
                 ESTOUT CYCRPT SUMLOG PPTERMS SEASADDR.
           STOP RUN.

      *******  WHAT HAPPENED TO THE CYCLE: STATEMENTS MAILED (BY THE
      *******  VENDOR OR IN-HOUSE), EMAILED, SUPPRESSED BY ACCOUNT
      *******  STATUS OR LIEN, AND HELD FOR RETURNED MAIL.

       CYCLE-REPORT.
           MOVE SPACE TO CYCRPT01
           STRING "STATEMENT CYCLE " CYCLE-PARM " RUN " STMT-DATE
               DELIMITED BY SIZE INTO CYCRPT01
           WRITE CYCRPT01
           IF VENDOR-PARM = "V"
               MOVE "MAILED BY PRINT VENDOR" TO CYC-WHAT
           ELSE
               MOVE "MAILED IN-HOUSE" TO CYC-WHAT
           END-IF
           MOVE MAIL-COUNT TO CYC-CNT
           MOVE MAIL-AMT TO CYC-AMT
           PERFORM CYCLE-LINE
           MOVE "  TO SEASONAL ADDRESSES" TO CYC-WHAT
           MOVE SEAS-COUNT TO CYC-CNT
           MOVE SEAS-AMT TO CYC-AMT
           PERFORM CYCLE-LINE
           MOVE "EMAILED" TO CYC-WHAT
           MOVE EMAIL-COUNT TO CYC-CNT
           MOVE EMAIL-AMT TO CYC-AMT
           PERFORM CYCLE-LINE
           MOVE "SUPPRESSED" TO CYC-WHAT
           MOVE SUPP-COUNT TO CYC-CNT
           MOVE SUPP-AMT TO CYC-AMT
           PERFORM CYCLE-LINE
           MOVE "RETURNED MAIL - HELD" TO CYC-WHAT
           MOVE RET-COUNT TO CYC-CNT
           MOVE RET-AMT TO CYC-AMT
           PERFORM CYCLE-LINE.
       CYCLE-REPORT-EXIT.
           EXIT.

       CYCLE-LINE.
           MOVE SPACE TO CYCRPT01
           STRING CYC-WHAT " " CYC-CNT "  " CYC-AMT
               DELIMITED BY SIZE INTO CYCRPT01
           WRITE CYCRPT01.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLST001" TO SL-PGM
