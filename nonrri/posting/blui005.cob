	   LINE SEQUENTIAL.
	   SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT OPTIONAL BATCHOP ASSIGN TO "S275" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT WORKLOG ASSIGN TO "S273" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
	   LOCK MODE MANUAL.
	   SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT XOVERLOG ASSIGN TO "S70" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT CKPTFILE ASSIGN TO "S75" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT OPTIONAL PPTERMS ASSIGN TO "S301"
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC RECORD KEY IS PT-KEY
	   LOCK MODE MANUAL.
	   SELECT OPTIONAL STMTHST ASSIGN TO "S287"
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC RECORD KEY IS SH-KEY
	   LOCK MODE MANUAL.
	   SELECT OPTIONAL PERCTL ASSIGN TO "S109"
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
	   LOCK MODE MANUAL.
	   SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
	   ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
	   LOCK MODE MANUAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MPLRFILE.
	     03 PD-KEY8 PIC X(8).
	     03 PD-KEY3 PIC XXX.
	   02 PD-NAME PIC X(24).
	   02 PD-AMOUNT PIC S9(6)V99.
	   02 PD-PAYCODE PIC XXX.
	   02 PD-DENIAL PIC XX.
	   02 PD-CLAIM PIC X(6).
       FD  SUMLOG.
           COPY "sumlog.cpy".

*******         ONE CARD PER PAYMENT BATCH IN TONIGHT'S PAYFILE: THE
*******         BATCH AND THE OPERATOR WHO POSTED IT, SO THE BATCH IS
*******         CARRIED ON WORKLOG UNDER ITS POSTER'S ID.
       FD  BATCHOP.
       01  BATCHOP01.
	   02 BO-BATCH PIC X(6).
	   02 FILLER PIC X.
	   02 BO-OPID PIC X(8).

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  PERCTL.
           COPY "perctl.cpy".

       FD  PPTERMS.
           COPY "ppterms.cpy".

       FD  STMTHST.
           COPY "stmthst.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

       FD  XOVERLOG.
       01  XOVERLOG01.
	   02 XL-DATE PIC X(8).
	   02 XL-REASON PIC X(22).
       WORKING-STORAGE SECTION.
       01     FLAG12 PIC 9.
       01     PAYCUR-TOT PIC S9(7)V99.
       01     FINAL-TOT PIC S9(7)V99.
       01     CLAIM-TOT PIC S9(7)V99.
       01     P-FLAG PIC 9.
       01     S-FLAG PIC 9.
       01     T-FLAG PIC 9.
		03 BATCH-ID PIC X(6) VALUE SPACE.
		03 BATCH-CNT PIC 9(6) VALUE 0.
		03 BATCH-AMT PIC S9(8)V99 VALUE 0.
		03 BATCH-OPID PIC X(8) VALUE SPACE.
       01     BOP-TAB01.
	      02 BOP-ENT OCCURS 50 TIMES.
		03 BOP-BATCH PIC X(6).
		03 BOP-OPID PIC X(8).
       01     BOP-NDX PIC 99 VALUE 0.
       01     OX PIC 99.
       01     BATCH-NDX PIC 99 VALUE 0.
       01     BX PIC 99.
       01     BATCH-RPT-LINE PIC X(80).
       01     RESTART-KEY PIC X(11) VALUE SPACE.
       01     SKIP-FLAG PIC X VALUE "N".
       01     CUR-DATE8 PIC X(8).
       01     PRM-ON PIC X VALUE "N".
       01     PRM-PCT PIC 9(3)V99 VALUE 0.
       01     PRM-DAYS PIC 9(3) VALUE 0.
       01     PRM-BASIS PIC X VALUE "S".
       01     PRM-LO PIC XXX VALUE SPACE.
       01     PRM-HI PIC XXX VALUE SPACE.
       01     PRM-PAYCODE PIC XXX.
       01     PRM-ELIG PIC X.
       01     PRM-BAL PIC S9(7)V99.
       01     PRM-BASE PIC S9(7)V99.
       01     PRM-DISC PIC S9(7)V99.
       01     PRM-SVC PIC X(8).
       01     PRM-DATE8 PIC 9(8).
       01     PRM-SLOT PIC 999.
       01     PRM-CNT PIC 999999 VALUE 0.
       01     PRM-TOT PIC S9(8)V99 VALUE 0.
       01     SYNC-KEY8 PIC X(8).
       01     SYNC-CLAIM PIC X(6).
       01     SYNC-FOUND PIC X.
       01     SYNC-CC-SAVE PIC X(172).
       01     SYNC-PC-SAVE PIC X(52).
       01     CHK-OPID PIC X(8).
       01     CHK-KEY PIC X(16).
       01     CHK-ROLE PIC X.
       01     CHK-OK PIC X.
       01     CHK-WHY PIC X(24).
       01     CHK-REJ PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
       0005-START.
	   OPEN INPUT INSFILE MPLRFILE.
	   OPEN I-O PAYCUR.
	   OPEN I-O CHARCUR.
	   OPEN I-O CLMSUM.
	   OPEN INPUT GARFILE.
	   OPEN INPUT BLUEWK.
	   OPEN INPUT PAYFILE.
	   OPEN OUTPUT BATCHRPT.
	   OPEN EXTEND XOVERLOG.
	   OPEN EXTEND SUMLOG.
	   OPEN EXTEND WORKLOG.
	   OPEN INPUT PPTERMS STMTHST.
	   PERFORM BOP-LOAD THRU BOP-LOAD-EXIT.
	   PERFORM PRM-LOAD THRU PRM-LOAD-EXIT.
	   READ BLUEWK AT END DISPLAY "NO POSTING RECORDS" 
	   GO TO 9200CMF.
	   IF DATE-X NOT NUMERIC DISPLAY DATE-X " NOT NUMERIC"
	   MOVE PD-BATCH TO PC-BATCH.
	   WRITE PAYCUR01.
	   PERFORM BATCH-POST THRU BATCH-POST-EXIT.
	   PERFORM PRM-CHECK THRU PRM-CHECK-EXIT.
	   IF PD-CLAIM NOT = SPACE MOVE PD-KEY8 TO SYNC-KEY8
	   MOVE PD-CLAIM TO SYNC-CLAIM
	   PERFORM CLMSUM-SYNC THRU CLMSUM-SYNC-EXIT.
	   PERFORM CKPT-WRITE THRU CKPT-WRITE-EXIT.
	   GO TO P1.

	   ADD 1 TO BATCH-NDX
	   MOVE BATCH-NDX TO BX
	   MOVE PD-BATCH TO BATCH-ID(BX)
	   MOVE 0 TO BATCH-CNT(BX) BATCH-AMT(BX)
	   MOVE SPACE TO BATCH-OPID(BX)
	   MOVE 1 TO OX.
       BATCH-POST-OP.
	   IF OX > BOP-NDX GO TO BATCH-POST-ADD.
	   IF BOP-BATCH(OX) = PD-BATCH
	   MOVE BOP-OPID(OX) TO BATCH-OPID(BX)
	   GO TO BATCH-POST-ADD.
	   ADD 1 TO OX
	   GO TO BATCH-POST-OP.
       BATCH-POST-ADD.
	   ADD 1 TO BATCH-CNT(BX)
	   ADD PD-AMOUNT TO BATCH-AMT(BX).

       BATCH-RPT.
	   MOVE SPACE TO BATCH-RPT-LINE
	   STRING "BATCH   COUNT      AMOUNT POSTED  POSTED BY"
	     DELIMITED BY SIZE
	     INTO BATCH-RPT-LINE
	   WRITE BATCHRPT-REC FROM BATCH-RPT-LINE
	   MOVE 1 TO BX.
	   MOVE BATCH-AMT(BX) TO NEF-12
	   MOVE SPACE TO BATCH-RPT-LINE
	   STRING BATCH-ID(BX) "  " BATCH-CNT(BX) "  " NEF-12
	     "  " BATCH-OPID(BX)
	     DELIMITED BY SIZE INTO BATCH-RPT-LINE
	   WRITE BATCHRPT-REC FROM BATCH-RPT-LINE
	   PERFORM BATCH-LOG THRU BATCH-LOG-EXIT
	   ADD 1 TO BX
	   GO TO BATCH-RPT-1.
       BATCH-RPT-TOT.
	   STRING "GRAND TOTAL  " CNT-PAY "  " NEF-12
	     DELIMITED BY SIZE INTO BATCH-RPT-LINE
	   WRITE BATCHRPT-REC FROM BATCH-RPT-LINE.
	   IF PRM-CNT = 0 GO TO BATCH-RPT-EXIT.
	   MOVE PRM-TOT TO NEF-12
	   MOVE SPACE TO BATCH-RPT-LINE
	   STRING "PRMPAY  " PRM-CNT "  " NEF-12
	     "  PROMPT-PAY DISCOUNTS"
	     DELIMITED BY SIZE INTO BATCH-RPT-LINE
	   WRITE BATCHRPT-REC FROM BATCH-RPT-LINE.
       BATCH-RPT-EXIT. EXIT.

*******         EACH BATCH POSTED GOES ON WORKLOG UNDER THE OPERATOR
*******         ITS BATCHOP CARD NAMES.  A BATCH WITH NO CARD IS
*******         LOGGED WITH NO POSTER AND SAID SO ON THE CONSOLE; SO IS
*******         ONE WHOSE CARD NAMES AN OPERATOR OPFILE REFUSES.

       BATCH-LOG.
	   IF BATCH-OPID(BX) = SPACE
	   DISPLAY "BATCH " BATCH-ID(BX) " POSTED WITH NO BATCHOP CARD".
	   MOVE SPACE TO WORKLOG01
	   MOVE DATE-X TO WL-DATE
	   ACCEPT WL-TIME FROM TIME
	   MOVE BATCH-OPID(BX) TO WL-OPID
	   MOVE "BLUI005" TO WL-PGM
	   MOVE "PB" TO WL-ACTION
	   MOVE BATCH-ID(BX) TO WL-KEY8
	   MOVE BATCH-CNT(BX) TO WL-COUNT
	   MOVE BATCH-AMT(BX) TO WL-AMOUNT
	   WRITE WORKLOG01.
       BATCH-LOG-EXIT. EXIT.

       BOP-LOAD.
	   ACCEPT CUR-DATE8 FROM DATE YYYYMMDD.
	   OPEN INPUT BATCHOP OPFILE.
	   OPEN EXTEND OPEXCP.
       BOP-LOAD-1.
	   READ BATCHOP AT END GO TO BOP-LOAD-2.
	   IF BO-BATCH = SPACE GO TO BOP-LOAD-1.
	   IF BOP-NDX = 50
	   DISPLAY "BATCHOP TABLE FULL, " BO-BATCH " NOT LOADED"
	   GO TO BOP-LOAD-1.
	   MOVE BO-OPID TO CHK-OPID
	   MOVE BO-BATCH TO CHK-KEY
	   MOVE "P" TO CHK-ROLE
	   PERFORM OP-CHECK THRU OP-CHECK-EXIT.
	   IF CHK-OK = "N" GO TO BOP-LOAD-1.
	   ADD 1 TO BOP-NDX
	   MOVE BO-BATCH TO BOP-BATCH(BOP-NDX)
	   MOVE BO-OPID TO BOP-OPID(BOP-NDX)
	   GO TO BOP-LOAD-1.
       BOP-LOAD-2.
	   CLOSE BATCHOP OPFILE OPEXCP.
       BOP-LOAD-EXIT. EXIT.

*******         PROMPT-PAY DISCOUNT.  A SELF-PAY PAYMENT THAT LEAVES
*******         AN UNINSURED CLAIM OWING NO MORE THAN THE DISCOUNT,
*******         POSTED WITHIN THE PPTERMS DAYS OF THE DATE OF SERVICE
*******         (OR OF THE FIRST STATEMENT THAT CARRIED IT, WHEN THE
*******         TERMS COUNT FROM THE STATEMENT), GETS THE REST
*******         ADJUSTED OFF -- "PP" ON ITS OWN "PRMPAY" BATCH, APART
*******         FROM BLFAS002'S "FA" AND BLSWO001'S "SB".  A CLAIM
*******         WITH A LINE STILL UNDER INSURANCE, OR ALREADY CARRYING
*******         A "PP" ADJUSTMENT, IS LEFT ALONE.  A PAYMENT THAT
*******         ALREADY CLEARED THE CLAIM GETS NO ADJUSTMENT -- THE
*******         DISCOUNT IS NEVER TURNED INTO A CREDIT.

       PRM-LOAD.
	   MOVE "T" TO PT-TYPE
	   MOVE SPACE TO PT-PROC
	   READ PPTERMS INVALID GO TO PRM-LOAD-EXIT.
	   IF PT-PCT NOT NUMERIC OR PT-DAYS NOT NUMERIC
	   GO TO PRM-LOAD-EXIT.
	   IF PT-PCT = 0 OR PT-DAYS = 0 GO TO PRM-LOAD-EXIT.
	   MOVE PT-PCT TO PRM-PCT
	   MOVE PT-DAYS TO PRM-DAYS
	   MOVE PT-BASIS TO PRM-BASIS
	   MOVE PT-PAY-LO TO PRM-LO
	   MOVE PT-PAY-HI TO PRM-HI
	   MOVE "Y" TO PRM-ON.
       PRM-LOAD-EXIT. EXIT.

       PRM-CHECK.
	   IF PRM-ON NOT = "Y" GO TO PRM-CHECK-EXIT.
	   IF PD-AMOUNT NOT < 0 OR PD-CLAIM = SPACE
	   GO TO PRM-CHECK-EXIT.
	   IF PD-DATE-T NOT NUMERIC GO TO PRM-CHECK-EXIT.
	   MOVE PD-PAYCODE TO PRM-PAYCODE
	   PERFORM PRM-ELIG-CHK THRU PRM-ELIG-CHK-EXIT.
	   IF PRM-ELIG NOT = "Y" GO TO PRM-CHECK-EXIT.
	   MOVE 0 TO PRM-BAL PRM-BASE
	   MOVE SPACE TO PRM-SVC
	   STRING PD-KEY8 "000" DELIMITED BY "@" INTO CHARCUR-KEY.
	   START CHARCUR KEY > CHARCUR-KEY INVALID
	   GO TO PRM-CHECK-EXIT.
       PRM-CHECK-1.
	   READ CHARCUR NEXT AT END GO TO PRM-CHECK-2.
	   IF CC-KEY8 NOT = PD-KEY8 GO TO PRM-CHECK-2.
	   IF CC-CLAIM NOT = PD-CLAIM GO TO PRM-CHECK-1.
	   MOVE CC-PAYCODE TO PRM-PAYCODE
	   PERFORM PRM-ELIG-CHK THRU PRM-ELIG-CHK-EXIT.
	   IF PRM-ELIG NOT = "Y" GO TO PRM-CHECK-EXIT.
	   ADD CC-AMOUNT TO PRM-BAL.
	   IF CC-DATE-T NUMERIC
	   AND (PRM-SVC = SPACE OR CC-DATE-T < PRM-SVC)
	   MOVE CC-DATE-T TO PRM-SVC.
	   MOVE "X" TO PT-TYPE
	   MOVE CC-PROC1 TO PT-PROC
	   READ PPTERMS INVALID MOVE "N" TO PT-EXCL.
	   IF PT-EXCL NOT = "Y" ADD CC-AMOUNT TO PRM-BASE.
	   GO TO PRM-CHECK-1.
       PRM-CHECK-2.
	   IF PRM-SVC = SPACE GO TO PRM-CHECK-EXIT.
	   MOVE PD-KEY8 TO PC-KEY8
	   MOVE "000" TO PC-KEY3
	   START PAYCUR KEY > PAYCUR-KEY INVALID GO TO PRM-CHECK-3.
       PRM-CHECK-2A.
	   READ PAYCUR NEXT AT END GO TO PRM-CHECK-3.
	   IF PC-KEY8 NOT = PD-KEY8 GO TO PRM-CHECK-3.
	   IF PC-CLAIM NOT = PD-CLAIM GO TO PRM-CHECK-2A.
	   IF PC-DENIAL = "PP" AND PC-BATCH = "PRMPAY"
	   GO TO PRM-CHECK-EXIT.
	   ADD PC-AMOUNT TO PRM-BAL.
	   GO TO PRM-CHECK-2A.

*******         PRM-BAL NOW HOLDS WHAT THE CLAIM STILL OWES AFTER
*******         THIS PAYMENT.  THE DISCOUNT RUNS ON THE NON-EXCLUDED
*******         CHARGES, NEVER ON MORE THAN WAS OWED BEFORE IT.

       PRM-CHECK-3.
	   IF PRM-BAL NOT > 0 GO TO PRM-CHECK-EXIT.
	   IF PRM-BASE > PRM-BAL - PD-AMOUNT
	   COMPUTE PRM-BASE = PRM-BAL - PD-AMOUNT.
	   COMPUTE PRM-DISC ROUNDED = PRM-BASE * PRM-PCT / 100.
	   IF PRM-DISC NOT > 0 OR PRM-BAL > PRM-DISC
	   GO TO PRM-CHECK-EXIT.
	   MOVE PRM-SVC TO PRM-DATE8.
	   IF PRM-BASIS NOT = "F" GO TO PRM-CHECK-4.
	   MOVE PD-KEY8 TO SH-GARNO
	   MOVE PRM-SVC TO SH-DATE
	   START STMTHST KEY NOT < SH-KEY INVALID GO TO PRM-CHECK-5.
	   READ STMTHST NEXT AT END GO TO PRM-CHECK-5.
	   IF SH-GARNO NOT = PD-KEY8 GO TO PRM-CHECK-5.
	   MOVE SH-DATE TO PRM-DATE8.
       PRM-CHECK-4.
	   COMPUTE PRM-DATE8 = FUNCTION DATE-OF-INTEGER
	       (FUNCTION INTEGER-OF-DATE(PRM-DATE8) + PRM-DAYS).
	   IF DATE-X > PRM-DATE8 GO TO PRM-CHECK-EXIT.

*******         INSIDE THE TERMS (OR PAID BEFORE ANY STATEMENT WENT
*******         OUT) -- ADJUST OFF WHAT IS LEFT ON THE NEXT FREE
*******         PAYCUR SLOT FOR THE ACCOUNT.

       PRM-CHECK-5.
	   MOVE 0 TO PRM-SLOT
	   MOVE PD-KEY8 TO PC-KEY8.
       PRM-CHECK-6.
	   ADD 1 TO PRM-SLOT
	   MOVE PRM-SLOT TO PC-KEY3
	   READ PAYCUR INVALID GO TO PRM-CHECK-7.
	   IF PRM-SLOT = 999 DISPLAY PD-KEY8 " HAS 999 PAYCUR RECORDS,"
	   DISPLAY " PROMPT-PAY DISCOUNT ON CLAIM " PD-CLAIM
		   " NOT POSTED"
	   GO TO PRM-CHECK-EXIT.
	   GO TO PRM-CHECK-6.
       PRM-CHECK-7.
	   MOVE PD-KEY8 TO PC-KEY8
	   MOVE PRM-SLOT TO PC-KEY3
	   COMPUTE PC-AMOUNT = 0 - PRM-BAL
	   MOVE PD-PAYCODE TO PC-PAYCODE
	   MOVE "PP" TO PC-DENIAL
	   MOVE PD-CLAIM TO PC-CLAIM
	   MOVE PD-DATE-T TO PC-DATE-T
	   MOVE DATE-X TO PC-DATE-E
	   MOVE "PRMPAY" TO PC-BATCH.
	   WRITE PAYCUR01.
	   ADD 1 TO PRM-CNT
	   ADD PRM-BAL TO PRM-TOT.
       PRM-CHECK-EXIT. EXIT.

*******         IS PRM-PAYCODE ONE THE TERMS COVER?  NO PAYCODES
*******         KEYED MEANS THE SELF-PAY CODES.

       PRM-ELIG-CHK.
	   MOVE "N" TO PRM-ELIG.
	   IF PRM-LO = SPACE
	     IF PRM-PAYCODE = "001"
	     OR PRM-PAYCODE > "009" AND < "021"
	       MOVE "Y" TO PRM-ELIG
	     END-IF
	     GO TO PRM-ELIG-CHK-EXIT.
	   IF PRM-HI = SPACE
	     IF PRM-PAYCODE = PRM-LO MOVE "Y" TO PRM-ELIG END-IF
	     GO TO PRM-ELIG-CHK-EXIT.
	   IF PRM-PAYCODE NOT < PRM-LO AND NOT > PRM-HI
	   MOVE "Y" TO PRM-ELIG.
       PRM-ELIG-CHK-EXIT. EXIT.

*******         CLAIM SUMMARY UPKEEP.  THE CLAIM THIS PAYMENT WENT
*******         AGAINST IS ADDED BACK UP INTO ITS CLMSUM ROW FROM
*******         CHARCUR AND PAYCUR -- THE SAME ARITHMETIC BLCSM001
*******         PROVES THE FILE WITH.  A CLAIM WITH NO LINES LEFT
*******         LOSES ITS ROW.  THE CHARCUR AND PAYCUR RECORDS IN
*******         HAND ARE PUT BACK AFTERWARD.

       CLMSUM-SYNC.
	   MOVE CHARCUR01 TO SYNC-CC-SAVE
	   MOVE PAYCUR01 TO SYNC-PC-SAVE
	   MOVE SYNC-KEY8 TO CS-KEY8
	   MOVE SYNC-CLAIM TO CS-CLAIM
	   MOVE "Y" TO SYNC-FOUND
	   READ CLMSUM INVALID MOVE "N" TO SYNC-FOUND.
	   MOVE SPACE TO CLMSUM01
	   MOVE SYNC-KEY8 TO CS-KEY8
	   MOVE SYNC-CLAIM TO CS-CLAIM
	   MOVE 0 TO CS-CHARGES CS-PAYMENTS CS-ADJUST CS-BALANCE
	   CS-LINES CS-UNBILLED CS-POSTINGS.
	   STRING SYNC-KEY8 "000" DELIMITED BY "@" INTO CHARCUR-KEY.
	   START CHARCUR KEY > CHARCUR-KEY INVALID GO TO CLMSUM-SYNC-2.
       CLMSUM-SYNC-1.
	   READ CHARCUR NEXT AT END GO TO CLMSUM-SYNC-2.
	   IF CC-KEY8 NOT = SYNC-KEY8 GO TO CLMSUM-SYNC-2.
	   IF CC-CLAIM NOT = SYNC-CLAIM GO TO CLMSUM-SYNC-1.
	   IF CS-LINES = 0 MOVE CC-PAYCODE TO CS-PAYCODE
	   MOVE CC-PATID TO CS-PATID MOVE CC-DATE-T TO CS-DATE-T.
	   ADD 1 TO CS-LINES.
	   ADD CC-AMOUNT TO CS-CHARGES.
	   IF CC-DATE-T < CS-DATE-T MOVE CC-DATE-T TO CS-DATE-T.
	   IF CC-REC-STAT = "0" OR "1" ADD 1 TO CS-UNBILLED
	   ELSE IF CC-DATE-A NUMERIC AND CC-DATE-A > CS-DATE-A
	   MOVE CC-DATE-A TO CS-DATE-A.
	   IF CC-DATE-A NUMERIC AND CC-DATE-A > CS-DATE-LAST
	   MOVE CC-DATE-A TO CS-DATE-LAST.
	   IF CC-ADJ-DATE NUMERIC AND CC-ADJ-DATE > CS-DATE-LAST
	   MOVE CC-ADJ-DATE TO CS-DATE-LAST.
	   GO TO CLMSUM-SYNC-1.
       CLMSUM-SYNC-2.
	   IF CS-LINES = 0 AND SYNC-FOUND = "Y" DELETE CLMSUM RECORD.
	   IF CS-LINES = 0 GO TO CLMSUM-SYNC-9.
	   MOVE SYNC-KEY8 TO PC-KEY8
	   MOVE "000" TO PC-KEY3
	   START PAYCUR KEY > PAYCUR-KEY INVALID GO TO CLMSUM-SYNC-4.
       CLMSUM-SYNC-3.
	   READ PAYCUR NEXT AT END GO TO CLMSUM-SYNC-4.
	   IF PC-KEY8 NOT = SYNC-KEY8 GO TO CLMSUM-SYNC-4.
	   IF PC-CLAIM NOT = SYNC-CLAIM GO TO CLMSUM-SYNC-3.
	   ADD 1 TO CS-POSTINGS.
	   IF PC-BATCH = "REVRSL"
	   OR PC-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14"
	   OR PC-DENIAL = "RF" OR PC-BATCH = "PREPAY"
	   ADD PC-AMOUNT TO CS-PAYMENTS
	   ELSE ADD PC-AMOUNT TO CS-ADJUST.
	   IF PC-DATE-E NUMERIC AND PC-DATE-E > CS-DATE-LAST
	   MOVE PC-DATE-E TO CS-DATE-LAST.
	   GO TO CLMSUM-SYNC-3.
       CLMSUM-SYNC-4.
	   COMPUTE CS-BALANCE = CS-CHARGES + CS-PAYMENTS + CS-ADJUST.
	   MOVE "B" TO CS-STATUS.
	   IF CS-BALANCE = 0 MOVE "Z" TO CS-STATUS.
	   IF CS-BALANCE < 0 MOVE "C" TO CS-STATUS.
	   IF CS-UNBILLED > 0 MOVE "U" TO CS-STATUS.
	   MOVE DATE-X TO CS-DATE-SYNC
	   MOVE "BLUI005" TO CS-PGM.
	   IF SYNC-FOUND = "Y" REWRITE CLMSUM01
	   ELSE WRITE CLMSUM01.
       CLMSUM-SYNC-9.
	   MOVE SYNC-CC-SAVE TO CHARCUR01
	   MOVE SYNC-PC-SAVE TO PAYCUR01.
       CLMSUM-SYNC-EXIT. EXIT.

       9100CMF.
	   IF SKIP-FLAG = "Y"
	   DISPLAY "CHECKPOINT KEY " RESTART-KEY " NOT ON PAYFILE,"
	   DISPLAY CNT-PAY " PAYMENTS POSTED   FOR " NEF-11.
       9200CMF.
	   PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
	   CLOSE PAYCUR CHARCUR BATCHRPT XOVERLOG SUMLOG WORKLOG
		 PPTERMS STMTHST CLMSUM.
	   DISPLAY "POSTING PROGRAM HAS ENDED".
	   STOP RUN.

	   WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
	   EXIT.

*******         OPERATOR SECURITY -- THE POSTER ON A BATCHOP CARD
*******         MUST BE ON OPFILE, ACTIVE, NOT TERMINATED, AND HOLD
*******         THE POSTER ROLE (A SUPERVISOR HOLDS THEM ALL).  A
*******         REFUSED CARD GOES ON OPEXCP FOR BLOPR001'S ACCESS
*******         REVIEW.

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
	   IF OP-DATE-ACTIVE > CUR-DATE8
	       MOVE "OPERATOR NOT YET ACTIVE" TO CHK-WHY
	       GO TO OP-CHECK-REJ
	   END-IF
	   IF OP-DATE-TERM NOT = SPACE
	     AND OP-DATE-TERM NOT > CUR-DATE8
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
	   MOVE CUR-DATE8 TO OX-DATE
	   ACCEPT OX-TIME FROM TIME
	   MOVE "BLUI005" TO OX-PGM
	   MOVE CHK-OPID TO OX-OPID
	   MOVE CHK-ROLE TO OX-ROLE
	   MOVE CHK-KEY TO OX-KEY
	   MOVE CHK-WHY TO OX-REASON
	   WRITE OPEXCP01
	   DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
	       ", CARD SKIPPED".
       OP-CHECK-EXIT.
	   EXIT.
