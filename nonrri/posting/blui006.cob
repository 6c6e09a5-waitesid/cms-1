      *                the month the posting date falls in, the run
      *                refuses outright instead of quietly changing
      *                numbers the accountant already reported.
      * 2026-09-16 sw  unmatched remit money goes to SUSPFILE instead
      *                of only a count and a journal line: every
      *                service-line payment and contractual adjustment
      *                whose CLP01 has no CHARCUR claim (and a claim
      *                paid with no SVC detail at all) is filed with
      *                the TRN trace, the N1*PR payer, the batch and
      *                the CLP detail, for blsus001 to work off.
      * 2026-09-23 sw  the remit is kept claim by claim on REMITDTL:
      *                the CLP claim with its payer, payer address,
      *                trace, check amount and patient, and under it
      *                every SVC line's billed, allowed and paid and
      *                each CAS group/reason/amount, so an EOB can be
      *                printed for a paper secondary (bleob001, and
      *                new1500 behind the claim itself).
      * 2026-10-03 sw  PD-AMOUNT and the CAS amounts widened to six
      *                dollar digits; the capacity tests follow them.
      * 2026-10-13 sw  each posted claim's patient-responsibility CAS
      *                amounts (PR-1 deductible, PR-2 coinsurance,
      *                PR-3 copay, other PR) are added to the patient's
      *                DEDACC accumulator for the paycode and the plan
      *                year of service, for blded001 and blest001.
      * 2026-10-15 sw  a new DEDACC record starts with the plan copay
      *                and coinsurance rate zero (not known).
      * 2026-10-15 sw  the CAS reason split into deductible,
      *                coinsurance, copay and other is a run of IF
      *                tests rather than an EVALUATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLUI006.
       AUTHOR. SID WAITE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
           LOCK MODE MANUAL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S196"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SU-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REMITDTL ASSIGN TO "S218"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS RD-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DEDACC ASSIGN TO "S304"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DA-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(6)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 AJ-REASON PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 AJ-AMOUNT PIC Z,ZZZ,ZZ9.99CR.

      *******  ONE LINE PER PLB ADJUSTMENT PAIR ON THE REMIT, SO THE
      *******  CHECK CAN ACTUALLY BE BALANCED: CLAIM PAYMENTS PLUS PLB
       FD  PERCTL.
           COPY "perctl.cpy".

       FD  SUSPFILE.
           COPY "suspfile.cpy".

       FD  REMITDTL.
           COPY "remitdtl.cpy".

       FD  DEDACC.
           COPY "dedacc.cpy".

       WORKING-STORAGE SECTION.
       01  SEG-TEXT PIC X(80).
       01  SEG-PTR PIC 9(4).
       01  CTX-KEY3 PIC XXX VALUE SPACE.
       01  SVC-COMPOSITE.
           02 SVC-COMP-TAB PIC X(15) OCCURS 5 TIMES.
       01  PEND-AMOUNT PIC S9(6)V99 VALUE 0.
       01  PEND-DENIAL PIC XX VALUE SPACE.
       01  PEND-PROC PIC X(5) VALUE SPACE.
       01  PEND-KEY3 PIC XXX VALUE SPACE.
       01  PEND-READY PIC X VALUE "N".
       01  PEND-CO-AMT PIC S9(7)V99 VALUE 0.
       01  PEND-CO-REASON PIC XX VALUE SPACE.
       01  PEND-PR-AMT PIC S9(7)V99 VALUE 0.
       01  PEND-PR-REASON PIC XX VALUE SPACE.
       01  CAS-GROUP PIC XX.
       01  CAS-REASON PIC XX.
       01  CAS-AMT PIC S9(7)V99.
       01  CAS-T-REASON PIC X(30).
       01  CAS-T-AMT PIC X(30).
       01  PLB-T-COMP PIC X(30).
       01  TRACE-NDX PIC 9(4) VALUE 0.
       01  TX PIC 9(4).
       01  PERIOD-CLOSED PIC X VALUE "N".
       01  CUR-PAYER PIC X(30) VALUE SPACE.
       01  CUR-PAYER-ID PIC X(10) VALUE SPACE.
       01  CLP-OPEN PIC X VALUE "N".
       01  CLP-SVC-CNT PIC 9(4) VALUE 0.
       01  CLP-STATUS PIC XX VALUE SPACE.
       01  CLP-BILLED PIC S9(7)V99 VALUE 0.
       01  CLP-PAID PIC S9(7)V99 VALUE 0.
       01  CLP-PATRESP PIC S9(7)V99 VALUE 0.
       01  CLP-ICN PIC X(20) VALUE SPACE.
       01  SUSP-SEQ PIC 9(4) VALUE 0.
       01  SUSP-TYPE PIC X.
       01  SUSP-AMT PIC S9(7)V99.
       01  SUSP-DENIAL PIC XX.
       01  CNT-SUSPENSE PIC 9(6) VALUE 0.
       01  N1-QUAL PIC XX VALUE SPACE.
       01  CUR-PAYER-ADDR PIC X(30) VALUE SPACE.
       01  CUR-PAYER-CSZ PIC X(30) VALUE SPACE.
       01  CUR-PAT-NAME PIC X(30) VALUE SPACE.
       01  RD-OPEN PIC X VALUE "N".
       01  RDL-OPEN PIC X VALUE "N".
       01  RDL-ALLOWED-SET PIC X VALUE "N".
       01  RD-RSEQ-N PIC 99 VALUE 0.
       01  RD-LINE-N PIC 999 VALUE 0.
       01  RD-CX PIC 9.
       01  CLM-CAS-CNT PIC 9 VALUE 0.
       01  CLM-CAS-TAB01.
           02 CLM-CAS OCCURS 6 TIMES.
             03 CLM-CAS-GROUP PIC XX.
             03 CLM-CAS-REASON PIC XXX.
             03 CLM-CAS-AMT PIC S9(7)V99.
       01  CNT-REMITDTL PIC 9(6) VALUE 0.
       01  CTX-PATID PIC X(8) VALUE SPACE.
       01  CLP-DED PIC S9(7)V99 VALUE 0.
       01  CLP-COINS PIC S9(7)V99 VALUE 0.
       01  CLP-COPAY PIC S9(7)V99 VALUE 0.
       01  CLP-PROTH PIC S9(7)V99 VALUE 0.
       01  JR-COINS-ED PIC Z,ZZZ,ZZ9.99CR.
       01  JR-COPAY-ED PIC Z,ZZZ,ZZ9.99CR.

       PROCEDURE DIVISION.

           OPEN OUTPUT PLBRPT.
           OPEN OUTPUT JRNL.
           OPEN EXTEND SUMLOG.
           OPEN I-O SUSPFILE.
           OPEN I-O REMITDTL.
           OPEN I-O DEDACC.
           PERFORM L1-LOAD-TRACES THRU L1-LOAD-TRACES-EXIT.
           PERFORM L2-SUSP-SEQ THRU L2-SUSP-SEQ-EXIT.
           OPEN EXTEND REMITLOG.

      *******  ONCE THROUGH REMITLOG AT START-UP, EVERY TRACE EVER
       L1-LOAD-TRACES-EXIT.
           EXIT.

      *******  TODAY'S SUSPENSE ITEMS NUMBER ON FROM WHATEVER AN
      *******  EARLIER PICKUP THE SAME DAY ALREADY FILED.

       L2-SUSP-SEQ.
           MOVE 0 TO SUSP-SEQ
           MOVE TODAY-8 TO SU-DATE.
       L2-SUSP-SEQ-1.
           IF SUSP-SEQ = 9999 GO TO L2-SUSP-SEQ-EXIT.
           MOVE SUSP-SEQ TO SU-SEQ
           ADD 1 TO SU-SEQ
           READ SUSPFILE
             INVALID
               GO TO L2-SUSP-SEQ-EXIT
           END-READ
           ADD 1 TO SUSP-SEQ
           GO TO L2-SUSP-SEQ-1.
       L2-SUSP-SEQ-EXIT.
           EXIT.

      *******  THE FILE IS WALKED ONE "~"-TERMINATED SEGMENT AT A TIME
      *******  WITH AN UNSTRING POINTER, SO A REMIT THAT ARRIVES
      *******  WRAPPED ON A FEW LONG LINES PARSES THE SAME AS ONE
           IF SEG-ID = "TRN"
               PERFORM P2A-TRN THRU P2A-TRN-EXIT
           END-IF
           IF SEG-ID = "N1" AND EL-TAB(2) = "PR"
               MOVE EL-TAB(3) TO CUR-PAYER
           END-IF
           IF SEG-ID = "N1"
               MOVE EL-TAB(2) TO N1-QUAL
           END-IF
           IF SEG-ID = "N3" AND N1-QUAL = "PR"
               MOVE EL-TAB(2) TO CUR-PAYER-ADDR
           END-IF
           IF SEG-ID = "N4" AND N1-QUAL = "PR"
               MOVE SPACE TO CUR-PAYER-CSZ
               STRING EL-TAB(2) DELIMITED BY "  "
                   ", " EL-TAB(3) DELIMITED BY "  "
                   " " EL-TAB(4) DELIMITED BY "  "
                   INTO CUR-PAYER-CSZ
           END-IF
           IF DUP-FLAG = "Y"
               IF SEG-ID = "SE"
                   MOVE SPACE TO CUR-TRACE

           IF SEG-ID = "CLP"
               PERFORM P3-FLUSH-PENDING
               PERFORM P3A-CLOSE-CLP THRU P3A-CLOSE-CLP-EXIT
               PERFORM D1-DED-ACC THRU D1-DED-ACC-EXIT
               PERFORM R1-RD-CLOSE THRU R1-RD-CLOSE-EXIT
               PERFORM P4-CLP THRU P4-EXIT
               PERFORM R2-RD-CLP THRU R2-RD-CLP-EXIT
           END-IF
           IF SEG-ID = "SVC"
               PERFORM P3-FLUSH-PENDING
               PERFORM P5-SVC
               PERFORM R3-RD-SVC THRU R3-RD-SVC-EXIT
           END-IF
           IF SEG-ID = "NM1" AND EL-TAB(2) = "QC"
               MOVE SPACE TO CUR-PAT-NAME
               STRING EL-TAB(4) DELIMITED BY "  "
                   ", " EL-TAB(5) DELIMITED BY "  "
                   INTO CUR-PAT-NAME
           END-IF
           IF SEG-ID = "AMT" AND EL-TAB(2) = "B6" AND RDL-OPEN = "Y"
               MOVE 0 TO RD-ALLOWED
               IF EL-TAB(3) NOT = SPACE
                   MOVE FUNCTION NUMVAL(EL-TAB(3)) TO RD-ALLOWED
               END-IF
               MOVE "Y" TO RDL-ALLOWED-SET
           END-IF
           IF SEG-ID = "DTM" AND EL-TAB(2) = "472" AND RDL-OPEN = "Y"
               MOVE EL-TAB(3)(1:8) TO RD-DOS
           END-IF
           IF SEG-ID = "CAS"
               PERFORM P6-CAS
           END-IF
           IF SEG-ID = "PLB"
               PERFORM P3-FLUSH-PENDING
               PERFORM P3A-CLOSE-CLP THRU P3A-CLOSE-CLP-EXIT
               PERFORM D1-DED-ACC THRU D1-DED-ACC-EXIT
               PERFORM R1-RD-CLOSE THRU R1-RD-CLOSE-EXIT
               PERFORM P8-PLB THRU P8-PLB-EXIT
           END-IF
           IF SEG-ID = "SE"
               PERFORM P3-FLUSH-PENDING
               PERFORM P3A-CLOSE-CLP THRU P3A-CLOSE-CLP-EXIT
               PERFORM D1-DED-ACC THRU D1-DED-ACC-EXIT
               PERFORM R1-RD-CLOSE THRU R1-RD-CLOSE-EXIT
               PERFORM P7-LOG-TRACE THRU P7-LOG-TRACE-EXIT
           END-IF


       P2A-TRN.
           MOVE "N" TO DUP-FLAG
           MOVE "N" TO CLP-OPEN
           MOVE EL-TAB(3) TO CUR-TRACE
           MOVE EL-TAB(4) TO CUR-PAYER-ID
           MOVE SPACE TO CUR-PAYER
           MOVE SPACE TO N1-QUAL CUR-PAYER-ADDR CUR-PAYER-CSZ
           MOVE 0 TO JR-POSTED JR-UNMATCHED
           MOVE SPACE TO JRNL01
           STRING "REMIT TRACE " CUR-TRACE " CHECK " CUR-BPR-AMT
           WRITE JRNL01
           MOVE ACCT-CLAIM(1:8) TO CTX-KEY8
           MOVE ACCT-CLAIM(10:6) TO CTX-CLAIM
           MOVE "Y" TO CLP-OPEN
           MOVE 0 TO CLP-SVC-CNT
           MOVE EL-TAB(3) TO CLP-STATUS
           MOVE 0 TO CLP-BILLED CLP-PAID CLP-PATRESP
           IF EL-TAB(4) NOT = SPACE
               MOVE FUNCTION NUMVAL(EL-TAB(4)) TO CLP-BILLED
           END-IF
           IF EL-TAB(5) NOT = SPACE
               MOVE FUNCTION NUMVAL(EL-TAB(5)) TO CLP-PAID
           END-IF
           IF EL-TAB(6) NOT = SPACE
               MOVE FUNCTION NUMVAL(EL-TAB(6)) TO CLP-PATRESP
           END-IF
           MOVE EL-TAB(8) TO CLP-ICN
           MOVE SPACE TO CTX-PAYCODE CTX-DATE-T CTX-KEY3
           MOVE SPACE TO CTX-PATID
           MOVE 0 TO CLP-DED CLP-COINS CLP-COPAY CLP-PROTH
           MOVE CTX-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
           END-IF
           MOVE CC-PAYCODE TO CTX-PAYCODE
           MOVE CC-DATE-T TO CTX-DATE-T
           MOVE CC-KEY3 TO CTX-KEY3
           MOVE CC-PATID TO CTX-PATID.

       P4-EXIT.
           EXIT.
      *******  IT SO THE RIGHT CHARCUR LINE CAN BE FOUND BELOW.

       P5-SVC.
           ADD 1 TO CLP-SVC-CNT
           MOVE 0 TO PEND-AMOUNT
           MOVE SPACE TO PEND-DENIAL
           MOVE SPACE TO PEND-PROC
           IF PEND-DENIAL = SPACE
               MOVE CAS-REASON TO PEND-DENIAL
           END-IF
           PERFORM R4-RD-CAS THRU R4-RD-CAS-EXIT
           IF CAS-GROUP = "PR"
               IF CAS-T-REASON = "1"
                   ADD CAS-AMT TO CLP-DED
               ELSE
                   IF CAS-T-REASON = "2"
                       ADD CAS-AMT TO CLP-COINS
                   ELSE
                       IF CAS-T-REASON = "3"
                           ADD CAS-AMT TO CLP-COPAY
                       ELSE
                           ADD CAS-AMT TO CLP-PROTH
                       END-IF
                   END-IF
               END-IF
               ADD CAS-AMT TO PEND-PR-AMT
               IF PEND-PR-REASON = SPACE
                   MOVE CAS-REASON TO PEND-PR-REASON
                     ACCT-CLAIM
                     DELIMITED BY SIZE INTO JRNL01
                   WRITE JRNL01
                   IF PEND-AMOUNT NOT = 0
                       MOVE "P" TO SUSP-TYPE
                       COMPUTE SUSP-AMT = 0 - PEND-AMOUNT
                       MOVE PEND-DENIAL TO SUSP-DENIAL
                       PERFORM P3B-SUSPENSE THRU P3B-SUSPENSE-EXIT
                   END-IF
                   IF PEND-CO-AMT NOT = 0
                       MOVE "A" TO SUSP-TYPE
                       COMPUTE SUSP-AMT = 0 - PEND-CO-AMT
                       MOVE PEND-CO-REASON TO SUSP-DENIAL
                       PERFORM P3B-SUSPENSE THRU P3B-SUSPENSE-EXIT
                   END-IF
               ELSE
                   MOVE CTX-KEY8 TO PD-KEY8
                   MOVE PEND-KEY3 TO PD-KEY3
           END-IF
           MOVE "N" TO PEND-READY.

      *******  A CLAIM THE PAYER PAID WITH NO SVC DETAIL NEVER RAISES
      *******  PEND-READY, SO WHEN ITS CLP01 ALSO MATCHES NO CHARCUR
      *******  CLAIM THE CLP04 PAID AMOUNT GOES TO SUSPENSE WHOLE AT
      *******  THE CLAIM'S CLOSE (THE NEXT CLP, A PLB, OR THE SE).

       P3A-CLOSE-CLP.
           IF CLP-OPEN NOT = "Y" GO TO P3A-CLOSE-CLP-EXIT.
           MOVE "N" TO CLP-OPEN
           IF CLP-SVC-CNT NOT = 0 GO TO P3A-CLOSE-CLP-EXIT.
           IF CTX-PAYCODE NOT = SPACE GO TO P3A-CLOSE-CLP-EXIT.
           IF CLP-PAID = 0 GO TO P3A-CLOSE-CLP-EXIT.
           ADD 1 TO CNT-UNMATCHED
           ADD 1 TO JR-UNMATCHED
           MOVE SPACE TO BLUEWK01
           STRING "UNMATCHED REMIT ACCT " ACCT-CLAIM
             DELIMITED BY SIZE INTO BLUEWK01
           WRITE BLUEWK01
           MOVE SPACE TO JRNL01
           STRING "    UNMATCHED - NO CHARCUR CLAIM FOR "
             ACCT-CLAIM " (NO SVC DETAIL)"
             DELIMITED BY SIZE INTO JRNL01
           WRITE JRNL01
           MOVE "C" TO SUSP-TYPE
           COMPUTE SUSP-AMT = 0 - CLP-PAID
           MOVE SPACE TO SUSP-DENIAL
           MOVE SPACE TO PEND-PROC
           PERFORM P3B-SUSPENSE THRU P3B-SUSPENSE-EXIT.
       P3A-CLOSE-CLP-EXIT.
           EXIT.

      *******  AT THE CLAIM'S CLOSE ITS PR AMOUNTS, CLAIM-LEVEL AND
      *******  LINE-LEVEL ALIKE, GO ONTO THE PATIENT'S ACCUMULATOR FOR
      *******  THE PAYCODE AND THE YEAR OF SERVICE.  A CLAIM THAT
      *******  MATCHED NO CHARCUR LINE HAS NO PATIENT AND ADDS
      *******  NOTHING; ITS MONEY IS IN SUSPENSE.  A REVERSAL (CLP02
      *******  22) SENDS NEGATIVE CAS AND NETS ITS ORIGINAL OUT.

       D1-DED-ACC.
           IF CTX-PAYCODE = SPACE OR CTX-PATID = SPACE
               GO TO D1-DED-ACC-9
           END-IF
           IF CLP-DED = 0 AND CLP-COINS = 0 AND CLP-COPAY = 0
               AND CLP-PROTH = 0
               GO TO D1-DED-ACC-EXIT
           END-IF
           MOVE CTX-PATID TO DA-PATID
           MOVE CTX-PAYCODE TO DA-PAYCODE
           MOVE CTX-DATE-T(1:4) TO DA-YEAR
           IF CTX-DATE-T = SPACE
               MOVE TODAY-8(1:4) TO DA-YEAR
           END-IF
           READ DEDACC
             INVALID
               MOVE SPACE TO DA-DATE-LIMIT DA-FUTURE
               MOVE 0 TO DA-DED DA-COINS DA-COPAY DA-OTHER
               MOVE 0 TO DA-DED-LIMIT DA-OOP-LIMIT DA-CLAIMS
               MOVE 0 TO DA-COPAY-AMT DA-COINS-PCT
           END-READ
           ADD CLP-DED TO DA-DED
           ADD CLP-COINS TO DA-COINS
           ADD CLP-COPAY TO DA-COPAY
           ADD CLP-PROTH TO DA-OTHER
           ADD 1 TO DA-CLAIMS
           MOVE TODAY-8 TO DA-DATE-POST
           WRITE DEDACC01
             INVALID
               REWRITE DEDACC01
           END-WRITE
           MOVE CLP-DED TO JR-AMT-ED
           MOVE CLP-COINS TO JR-COINS-ED
           MOVE CLP-COPAY TO JR-COPAY-ED
           MOVE SPACE TO JRNL01
           STRING "    PATIENT " DA-PATID " " DA-PAYCODE " " DA-YEAR
             " DED " JR-AMT-ED " COINS " JR-COINS-ED
             " COPAY " JR-COPAY-ED
             DELIMITED BY SIZE INTO JRNL01
           WRITE JRNL01.
       D1-DED-ACC-9.
           MOVE 0 TO CLP-DED CLP-COINS CLP-COPAY CLP-PROTH.
       D1-DED-ACC-EXIT.
           EXIT.

      *******  ONE SUSPENSE ITEM: THE MONEY AS IT WOULD HAVE POSTED,
      *******  THE TRACE AND PAYER IT CAME IN ON, AND THE CLP DETAIL
      *******  A POSTER NEEDS TO FIND THE RIGHT ACCOUNT.

       P3B-SUSPENSE.
           IF SUSP-SEQ = 9999
               DISPLAY "SUSPENSE FULL FOR " TODAY-8 ", " ACCT-CLAIM
                   " JOURNAL ONLY"
               GO TO P3B-SUSPENSE-EXIT
           END-IF
           ADD 1 TO SUSP-SEQ
           MOVE SPACE TO SUSPFILE01
           MOVE TODAY-8 TO SU-DATE
           MOVE SUSP-SEQ TO SU-SEQ
           MOVE SUSP-TYPE TO SU-TYPE
           MOVE CUR-TRACE TO SU-TRACE
           MOVE CUR-PAYER TO SU-PAYER
           MOVE CUR-PAYER-ID TO SU-PAYER-ID
           MOVE BATCH-NO TO SU-BATCH
           MOVE SUSP-AMT TO SU-AMOUNT
           MOVE SUSP-DENIAL TO SU-DENIAL
           MOVE PEND-PROC TO SU-PROC
           MOVE ACCT-CLAIM TO SU-CLP-ACCT
           MOVE CLP-STATUS TO SU-CLP-STATUS
           MOVE CLP-BILLED TO SU-CLP-BILLED
           MOVE CLP-PAID TO SU-CLP-PAID
           MOVE CLP-PATRESP TO SU-CLP-PATRESP
           MOVE CLP-ICN TO SU-CLP-ICN
           MOVE "O" TO SU-STATUS
           WRITE SUSPFILE01
             INVALID
               DISPLAY "SUSPENSE KEY " SU-KEY " ALREADY ON FILE"
               GO TO P3B-SUSPENSE-EXIT
           END-WRITE
           ADD 1 TO CNT-SUSPENSE
           MOVE SUSP-AMT TO JR-AMT-ED
           MOVE SPACE TO JRNL01
           STRING "    TO SUSPENSE " SU-DATE "/" SU-SEQ " " SU-TYPE
             " " JR-AMT-ED
             DELIMITED BY SIZE INTO JRNL01
           WRITE JRNL01.
       P3B-SUSPENSE-EXIT.
           EXIT.

      *******  THE CONTRACTUAL (CO/OA) SHARE POSTS AS ITS OWN PAYFILE
      *******  ADJUSTMENT RECORD -- KEYED AT THE LINE'S KEY3 PLUS 500
      *******  SO IT NEVER COLLIDES WITH THE PAYMENT RECORD FOR THE

       P3-1-POST-ADJ.
      *******  SAME CAPACITY RULE AS THE PLB PAIRS: PD-AMOUNT ONLY
      *******  HOLDS SIX DOLLAR DIGITS, AND A CONTRACTUAL WRITE-OFF
      *******  TOO BIG FOR IT MUST NOT POST TRUNCATED -- IT STAYS ON
      *******  ADJRPT AT FULL VALUE WITH A CONSOLE AND JOURNAL NOTE
      *******  FOR A HAND POSTING.
           IF PEND-CO-AMT > 999999.99 OR PEND-CO-AMT < -999999.99
               DISPLAY "CAS CO-" PEND-CO-REASON " ON " CTX-KEY8
                   " TOO LARGE TO POST, REPORTED ONLY"
               MOVE SPACE TO JRNL01
           MOVE PLB-REF TO PB-REF
           MOVE PLB-AMT TO PB-AMOUNT
           MOVE "REPORTED" TO PB-POSTED
      *******  PD-AMOUNT ONLY HOLDS SIX DOLLAR DIGITS.  A PLB PAIR
      *******  BIGGER THAN THAT MUST NOT POST TRUNCATED -- A
      *******  1,500,000.00 TAKEBACK LANDING AS 500,000.00 IS THE
      *******  UNBALANCEABLE REMIT THIS FEATURE EXISTS TO PREVENT.  IT
      *******  STAYS REPORTED-ONLY, WITH THE FULL AMOUNT ON PLBRPT AND
      *******  A CONSOLE WARNING, FOR A HAND POSTING.
           IF PLB-AMT > 999999.99 OR PLB-AMT < -999999.99
               DISPLAY "PLB " PLB-REASON " " PLB-REF
                   " TOO LARGE TO POST, REPORTED ONLY"
           ELSE

       P9.
           STRING "835 AUTO-POST " CNT-POSTED " POSTED, "
                  CNT-UNMATCHED " UNMATCHED, " CNT-SUSPENSE
                  " TO SUSPENSE" DELIMITED BY SIZE
             INTO BLUEWK01
           WRITE BLUEWK01
           DISPLAY BLUEWK01
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE REMIT835 REMITLOG PAYFILE CHARCUR BLUEWK ADJRPT
                 PLBRPT JRNL SUMLOG SUSPFILE REMITDTL DEDACC.
           STOP RUN.

      *******  REMIT DETAIL FOR THE EOB.  THE CLAIM IS HELD IN WORKING
      *******  STORAGE FROM ITS CLP TO ITS CLOSE (THE NEXT CLP, A PLB
      *******  OR THE SE) SO CLAIM-LEVEL CAS AND THE NM1*QC PATIENT
      *******  CAN STILL LAND ON IT; EACH SERVICE LINE IS BUILT IN THE
      *******  RECORD AREA FROM ITS SVC AND WRITTEN WHEN THE NEXT SVC
      *******  OR THE CLAIM'S CLOSE COMES ALONG.

       R1-RD-CLOSE.
           IF RDL-OPEN = "Y"
               PERFORM R5-RD-LINE-WRITE THRU R5-RD-LINE-WRITE-EXIT
           END-IF
           IF RD-OPEN NOT = "Y" GO TO R1-RD-CLOSE-EXIT.
           MOVE "N" TO RD-OPEN
           MOVE SPACE TO REMITDTL01
           MOVE 0 TO RD-LINE-N
           PERFORM R6-RD-COMMON THRU R6-RD-COMMON-EXIT
           MOVE "C" TO RD-TYPE
           MOVE CLP-BILLED TO RD-BILLED
           MOVE CLP-PAID TO RD-PAID
           MOVE CLP-PATRESP TO RD-PATRESP
           MOVE 0 TO RD-ALLOWED
           MOVE CLM-CAS-CNT TO RD-CAS-CNT
           MOVE 1 TO RD-CX.
       R1-RD-CLOSE-1.
           IF RD-CX > CLM-CAS-CNT GO TO R1-RD-CLOSE-2.
           MOVE CLM-CAS-GROUP(RD-CX) TO RD-CAS-GROUP(RD-CX)
           MOVE CLM-CAS-REASON(RD-CX) TO RD-CAS-REASON(RD-CX)
           MOVE CLM-CAS-AMT(RD-CX) TO RD-CAS-AMT(RD-CX)
           IF RD-CX = 6 GO TO R1-RD-CLOSE-2.
           ADD 1 TO RD-CX
           GO TO R1-RD-CLOSE-1.
       R1-RD-CLOSE-2.
           PERFORM R7-RD-WRITE THRU R7-RD-WRITE-EXIT.
       R1-RD-CLOSE-EXIT.
           EXIT.

      *******  A NEW CLAIM TAKES THE NEXT FREE REMIT SEQUENCE FOR ITS
      *******  ACCOUNT/CLAIM ON TODAY'S DATE.

       R2-RD-CLP.
           MOVE "Y" TO RD-OPEN
           MOVE "N" TO RDL-OPEN
           MOVE 0 TO CLM-CAS-CNT RD-LINE-N
           MOVE SPACE TO CUR-PAT-NAME
           MOVE 0 TO RD-RSEQ-N
           MOVE SPACE TO REMITDTL01
           MOVE CTX-KEY8 TO RD-KEY8
           MOVE CTX-CLAIM TO RD-CLAIM
           MOVE TODAY-8 TO RD-DATE
           MOVE 0 TO RD-LINE.
       R2-RD-CLP-1.
           IF RD-RSEQ-N = 99
               DISPLAY "REMIT DETAIL FULL FOR " ACCT-CLAIM
                   ", NO EOB DETAIL KEPT"
               MOVE "N" TO RD-OPEN
               GO TO R2-RD-CLP-EXIT
           END-IF
           ADD 1 TO RD-RSEQ-N
           MOVE RD-RSEQ-N TO RD-RSEQ
           READ REMITDTL
             INVALID
               GO TO R2-RD-CLP-EXIT
           END-READ
           GO TO R2-RD-CLP-1.
       R2-RD-CLP-EXIT.
           EXIT.

       R3-RD-SVC.
           IF RD-OPEN NOT = "Y" GO TO R3-RD-SVC-EXIT.
           IF RDL-OPEN = "Y"
               PERFORM R5-RD-LINE-WRITE THRU R5-RD-LINE-WRITE-EXIT
           END-IF
           ADD 1 TO RD-LINE-N
           MOVE SPACE TO REMITDTL01
           PERFORM R6-RD-COMMON THRU R6-RD-COMMON-EXIT
           MOVE "L" TO RD-TYPE
           MOVE PEND-PROC TO RD-PROC
           MOVE SVC-COMP-TAB(3)(1:2) TO RD-MOD
           MOVE CTX-DATE-T TO RD-DOS
           MOVE 0 TO RD-BILLED RD-ALLOWED RD-PATRESP RD-CAS-CNT
           IF EL-TAB(3) NOT = SPACE
               MOVE FUNCTION NUMVAL(EL-TAB(3)) TO RD-BILLED
           END-IF
           MOVE PEND-AMOUNT TO RD-PAID
           MOVE "Y" TO RDL-OPEN
           MOVE "N" TO RDL-ALLOWED-SET.
       R3-RD-SVC-EXIT.
           EXIT.

      *******  ONE CAS TRIPLET, ONTO THE SERVICE LINE WHEN ONE IS OPEN,
      *******  ELSE ONTO THE CLAIM.  SIX PER LEVEL IS MORE THAN ANY
      *******  PAYER SENDS; A SEVENTH IS STILL POSTED, ONLY NOT KEPT.

       R4-RD-CAS.
           IF RD-OPEN NOT = "Y" GO TO R4-RD-CAS-EXIT.
           IF RDL-OPEN = "Y"
               IF RD-CAS-CNT = 6
                   DISPLAY "CAS DETAIL FULL ON " ACCT-CLAIM
                       " LINE " RD-LINE-N
                   GO TO R4-RD-CAS-EXIT
               END-IF
               ADD 1 TO RD-CAS-CNT
               MOVE CAS-GROUP TO RD-CAS-GROUP(RD-CAS-CNT)
               MOVE CAS-T-REASON(1:3) TO RD-CAS-REASON(RD-CAS-CNT)
               MOVE CAS-AMT TO RD-CAS-AMT(RD-CAS-CNT)
               IF CAS-GROUP = "PR"
                   ADD CAS-AMT TO RD-PATRESP
               END-IF
               GO TO R4-RD-CAS-EXIT
           END-IF
           IF CLM-CAS-CNT = 6
               DISPLAY "CAS DETAIL FULL ON " ACCT-CLAIM
               GO TO R4-RD-CAS-EXIT
           END-IF
           ADD 1 TO CLM-CAS-CNT
           MOVE CAS-GROUP TO CLM-CAS-GROUP(CLM-CAS-CNT)
           MOVE CAS-T-REASON(1:3) TO CLM-CAS-REASON(CLM-CAS-CNT)
           MOVE CAS-AMT TO CLM-CAS-AMT(CLM-CAS-CNT).
       R4-RD-CAS-EXIT.
           EXIT.

      *******  NO AMT*B6 FROM THE PAYER: ALLOWED IS WHAT WAS BILLED
      *******  LESS EVERY ADJUSTMENT THAT IS NOT THE PATIENT'S.

       R5-RD-LINE-WRITE.
           MOVE "N" TO RDL-OPEN
           IF RDL-ALLOWED-SET = "Y" GO TO R5-RD-LINE-WRITE-2.
           MOVE RD-BILLED TO RD-ALLOWED
           MOVE 1 TO RD-CX.
       R5-RD-LINE-WRITE-1.
           IF RD-CX > RD-CAS-CNT GO TO R5-RD-LINE-WRITE-2.
           IF RD-CAS-GROUP(RD-CX) NOT = "PR"
               SUBTRACT RD-CAS-AMT(RD-CX) FROM RD-ALLOWED
           END-IF
           IF RD-CX = 6 GO TO R5-RD-LINE-WRITE-2.
           ADD 1 TO RD-CX
           GO TO R5-RD-LINE-WRITE-1.
       R5-RD-LINE-WRITE-2.
           PERFORM R7-RD-WRITE THRU R7-RD-WRITE-EXIT.
       R5-RD-LINE-WRITE-EXIT.
           EXIT.

       R6-RD-COMMON.
           MOVE CTX-KEY8 TO RD-KEY8
           MOVE CTX-CLAIM TO RD-CLAIM
           MOVE TODAY-8 TO RD-DATE
           MOVE RD-RSEQ-N TO RD-RSEQ
           MOVE RD-LINE-N TO RD-LINE
           MOVE CTX-PAYCODE TO RD-PAYCODE
           MOVE CUR-TRACE TO RD-TRACE
           MOVE CUR-PAYER TO RD-PAYER
           MOVE CUR-PAYER-ID TO RD-PAYER-ID
           MOVE CUR-PAYER-ADDR TO RD-PAYER-ADDR
           MOVE CUR-PAYER-CSZ TO RD-PAYER-CSZ
           MOVE 0 TO RD-CHECK-AMT
           IF CUR-BPR-AMT NOT = SPACE
               MOVE FUNCTION NUMVAL(CUR-BPR-AMT) TO RD-CHECK-AMT
           END-IF
           MOVE ACCT-CLAIM TO RD-CLP-ACCT
           MOVE CLP-STATUS TO RD-CLP-STATUS
           MOVE CLP-ICN TO RD-CLP-ICN
           MOVE CUR-PAT-NAME TO RD-PAT-NAME.
       R6-RD-COMMON-EXIT.
           EXIT.

       R7-RD-WRITE.
           WRITE REMITDTL01
             INVALID
               DISPLAY "REMIT DETAIL " RD-KEY " ALREADY ON FILE"
               GO TO R7-RD-WRITE-EXIT
           END-WRITE
           ADD 1 TO CNT-REMITDTL.
       R7-RD-WRITE-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLUI006" TO SL-PGM
