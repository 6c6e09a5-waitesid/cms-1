      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-05 sw  new program - month-end bad-debt reserve and net
      *                realizable A/R.  blrfw001 proves the gross A/R
      *                but the allowance was booked off a rule of
      *                thumb.  every open claim is grouped by payer
      *                class -- insurance, self-pay, placed with the
      *                agency (AGCYFILE), or on a current payment plan
      *                (PPLAN) -- and by age from date of service, the
      *                same gross blrfw001 ends on: CHARCUR, every
      *                PAYCUR entry, and the PAYHIST entries whose
      *                claim is still on CHARCUR.  each group is
      *                reserved at one minus its own trailing-twelve-
      *                month collection rate: cash against cash plus
      *                write-offs and adjustments posted in the twelve
      *                months through the PARMFILE period, aged the
      *                same way at the time they posted.  the change
      *                from last month's reserve on RSVHIST goes out
      *                as a balanced entry on RSVGL in bljrn001's GL
      *                interface layout.
      * 2026-10-15 sw  RSVHIST is optional, so the first run creates it
      *                instead of failing on the open.
      * 2026-10-15 sw  the group and class tables are cleared by
      *                CLEAR-TABLES rather than INITIALIZE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLRSV001.
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
           SELECT AGCYFILE ASSIGN TO "S87" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AG-GARNO
           LOCK MODE MANUAL.
           SELECT PPLAN ASSIGN TO "S64" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL RSVHIST ASSIGN TO "S268"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS RH-PERIOD
           LOCK MODE MANUAL.
           SELECT RSVRPT ASSIGN TO "S269" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RSVGL ASSIGN TO "S270" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-PERIOD PIC X(6).

       FD  GARFILE.
           COPY "garfile.cpy".

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

       FD  AGCYFILE.
       01  AGCYFILE01.
           02 AG-GARNO PIC X(8).
           02 AG-STATUS PIC X.
           02 AG-DATE-PLACED PIC X(8).
           02 AG-BALANCE PIC S9(7)V99.
           02 AG-DATE-RECALL PIC X(8).
           02 AG-COLLECTED PIC S9(7)V99.
           02 AG-FUTURE PIC X(8).

       FD  PPLAN.
           COPY "pplan.cpy".

      *******  ONE RECORD PER MONTH -- THE RESERVE THIS RUN REQUIRED,
      *******  WHICH IS WHAT THE GL CARRIES AFTER THE ENTRY, AND SO
      *******  NEXT MONTH'S STARTING POINT.
       FD  RSVHIST.
       01  RSVHIST01.
           02 RH-PERIOD PIC X(6).
           02 RH-GROSS PIC S9(9)V99.
           02 RH-RESERVE PIC S9(9)V99.
           02 RH-DATE PIC X(8).

       FD  RSVRPT.
       01  RSVRPT01 PIC X(100).

      *******  THE SAME INTERFACE RECORD BLJRN001 WRITES TO GLFILE.
       FD  RSVGL.
       01  GLFILE01.
           02 GL-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 GL-ACCT PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 GL-DESC PIC X(26).
           02 FILLER PIC X VALUE SPACE.
           02 GL-DEBIT PIC 9(8).99.
           02 FILLER PIC X VALUE SPACE.
           02 GL-CREDIT PIC 9(8).99.

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  PERIOD PIC X(6).
       01  PRIOR-PERIOD PIC X(6).
       01  FROM-PERIOD PIC X(6).
       01  PER6 PIC 9(6).
       01  PER-X REDEFINES PER6.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.
       01  MONTH-END PIC X(8).
       01  LAST-DD PIC 99.
       01  LEAP-Q PIC 9(4).
       01  LEAP-R PIC 9.
       01  DAYS-TAB01.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  DAYS-TAB REDEFINES DAYS-TAB01.
           02 DM PIC 99 OCCURS 12 TIMES.
       01  ACCT-COUNT PIC 9(7) VALUE 0.

       01  DATE8 PIC 9(8).
       01  DATE-X REDEFINES DATE8.
           02 DATE-YYYY PIC 9(4).
           02 DATE-MM PIC 99.
           02 DATE-DD PIC 99.
       01  DATE-SER PIC S9(7).
       01  ASOF-SER PIC S9(7).
       01  AGE-DAYS PIC S9(6).
       01  BX PIC 9.
       01  KX PIC 9.

      *******  HOW THIS ACCOUNT STANDS: PLACED WITH THE AGENCY (AND
      *******  SINCE WHEN), OR ON A CURRENT BUDGET PLAN (SINCE WHEN).
       01  AGENCY-FLAG PIC X.
       01  AGENCY-DATE PIC X(8).
       01  PLAN-FLAG PIC X.
       01  PLAN-DATE PIC X(8).
       01  ACCT-CREDIT PIC S9(7)V99.

      *******  THE PAYMENT BEING TALLIED, MOVED HERE SO PAYCUR AND
      *******  PAYHIST SHARE ONE PIECE OF CODE.
       01  PAY-SRC PIC X.
       01  PAY-CLAIM PIC X(6).
       01  PAY-PAYCODE PIC XXX.
       01  PAY-DENIAL PIC XX.
       01  PAY-BATCH PIC X(6).
       01  PAY-DATE-E PIC X(8).
       01  PAY-SIGNED PIC S9(6)V99.

      *******  ONE ACCOUNT'S CLAIMS: EARLIEST DATE OF SERVICE, WHETHER
      *******  THE CLAIM IS STILL ON CHARCUR, WHETHER AN INSURANCE
      *******  PAYER OWES ON IT, AND ITS NET OPEN DOLLARS.
       01  CLAIM-TAB01.
           02 CT-ENT OCCURS 200 TIMES.
              03 CT-CLAIM PIC X(6).
              03 CT-DATE-T PIC X(8).
              03 CT-ON-CUR PIC X.
              03 CT-INS PIC X.
              03 CT-OPEN PIC S9(7)V99.
       01  CT-NDX PIC 999 VALUE 0.
       01  CX PIC 999.
       01  LINE-CLAIM PIC X(6).
       01  LINE-DATE-T PIC X(8).

      *******  CLASS 1 INSURANCE, 2 SELF-PAY, 3 AGENCY, 4 PAYMENT
      *******  PLAN; BUCKET 1 0-30, 2 31-60, 3 61-90, 4 91-120, 5 OVER
      *******  120 DAYS FROM DATE OF SERVICE.
       01  VAL-TAB01.
           02 VT-CLASS OCCURS 4 TIMES.
              03 VT-BKT OCCURS 5 TIMES.
                 04 VT-OPEN PIC S9(9)V99.
                 04 VT-CASH PIC S9(11)V99.
                 04 VT-LOSS PIC S9(11)V99.
                 04 VT-RATE PIC 9V9999.
                 04 VT-RESERVE PIC S9(9)V99.
                 04 VT-BASIS PIC X.
       01  CLASS-TAB01.
           02 CL-ENT OCCURS 4 TIMES.
              03 CL-OPEN PIC S9(9)V99.
              03 CL-CASH PIC S9(11)V99.
              03 CL-LOSS PIC S9(11)V99.
              03 CL-RESERVE PIC S9(9)V99.
       01  CLASS-NAMES01.
           02 FILLER PIC X(10) VALUE "INSURANCE ".
           02 FILLER PIC X(10) VALUE "SELF-PAY  ".
           02 FILLER PIC X(10) VALUE "AGENCY    ".
           02 FILLER PIC X(10) VALUE "PAY PLAN  ".
       01  CLASS-NAMES REDEFINES CLASS-NAMES01.
           02 CL-NAME PIC X(10) OCCURS 4 TIMES.
       01  BKT-NAMES01.
           02 FILLER PIC X(7) VALUE "0-30   ".
           02 FILLER PIC X(7) VALUE "31-60  ".
           02 FILLER PIC X(7) VALUE "61-90  ".
           02 FILLER PIC X(7) VALUE "91-120 ".
           02 FILLER PIC X(7) VALUE "OVR 120".
       01  BKT-NAMES REDEFINES BKT-NAMES01.
           02 BK-NAME PIC X(7) OCCURS 5 TIMES.
       01  ALL-CASH PIC S9(11)V99 VALUE 0.
       01  ALL-LOSS PIC S9(11)V99 VALUE 0.
       01  WORK-DENOM PIC S9(11)V99.
       01  WORK-RATE PIC 9V9999.

       01  TOT-GROSS PIC S9(9)V99 VALUE 0.
       01  TOT-RESERVE PIC S9(9)V99 VALUE 0.
       01  TOT-NET PIC S9(9)V99 VALUE 0.
       01  PRIOR-RESERVE PIC S9(9)V99 VALUE 0.
       01  PRIOR-FOUND PIC X VALUE "N".
       01  RSV-ADJ PIC S9(9)V99 VALUE 0.
       01  DR-TOT PIC S9(9)V99 VALUE 0.
       01  CR-TOT PIC S9(9)V99 VALUE 0.
       01  GL-AMT PIC S9(8)V99.
       01  GL-SIDE PIC X.
       01  ENTRY-COUNT PIC 9(5) VALUE 0.

       01  NEF-11 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-11C PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-PCT PIC ZZ9.9.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT GARFILE CHARCUR CHARHIST PAYCUR PAYHIST
               AGCYFILE PPLAN.
           OPEN I-O RSVHIST.
           OPEN OUTPUT RSVRPT RSVGL.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE(1:6) TO PERIOD
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-PERIOD NUMERIC
                   MOVE PM-PERIOD TO PERIOD
               END-IF
           END-READ
           CLOSE PARMFILE.

      *******  THE VALUATION DATE IS THE PERIOD'S LAST DAY; THE
      *******  HISTORY WINDOW IS THE TWELVE MONTHS ENDING WITH IT.

           MOVE PERIOD TO PER6
           MOVE DM(PER-MM) TO LAST-DD
           IF PER-MM = 2
               DIVIDE PER-YYYY BY 4 GIVING LEAP-Q REMAINDER LEAP-R
               IF LEAP-R = 0
                   MOVE 29 TO LAST-DD
               END-IF
           END-IF
           STRING PERIOD LAST-DD DELIMITED BY SIZE INTO MONTH-END
           MOVE MONTH-END TO DATE8
           PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
           MOVE DATE-SER TO ASOF-SER
           SUBTRACT 1 FROM PER-YYYY
           MOVE PER6 TO FROM-PERIOD
           MOVE PERIOD TO PER6
           IF PER-MM = 1
               SUBTRACT 1 FROM PER-YYYY
               MOVE 12 TO PER-MM
           ELSE
               SUBTRACT 1 FROM PER-MM
           END-IF
           MOVE PER6 TO PRIOR-PERIOD
           PERFORM CLEAR-TABLES THRU CLEAR-TABLES-EXIT.

      *******  PASS 1 -- ONE ACCOUNT AT A TIME OFF GARFILE.

           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P2
           END-START.
       P1.
           READ GARFILE NEXT
             AT END
               GO TO P2
           END-READ
           PERFORM ACCT-VALUE THRU ACCT-VALUE-EXIT
           GO TO P1.

      *******  PASS 2 -- EACH GROUP'S COLLECTION RATE AND RESERVE.  A
      *******  GROUP WITH NO RESOLVED DOLLARS IN THE WINDOW BORROWS
      *******  ITS CLASS RATE ("C"), THEN THE ALL-CLASS RATE ("A");
      *******  WITH NO HISTORY AT ALL NOTHING IS RESERVED ("N").

       P2.
           MOVE 1 TO KX.
       P2-1.
           IF KX > 4 GO TO P3.
           MOVE 1 TO BX.
       P2-2.
           IF BX > 5
               ADD 1 TO KX
               GO TO P2-1
           END-IF
           PERFORM GROUP-RATE THRU GROUP-RATE-EXIT
           MOVE 0 TO VT-RESERVE(KX, BX)
           IF VT-OPEN(KX, BX) > 0
               COMPUTE VT-RESERVE(KX, BX) ROUNDED =
                   VT-OPEN(KX, BX) * (1 - VT-RATE(KX, BX))
           END-IF
           ADD VT-OPEN(KX, BX) TO TOT-GROSS
           ADD VT-RESERVE(KX, BX) TO TOT-RESERVE CL-RESERVE(KX)
           ADD 1 TO BX
           GO TO P2-2.

       P3.
           COMPUTE TOT-NET = TOT-GROSS - TOT-RESERVE
           MOVE PRIOR-PERIOD TO RH-PERIOD
           READ RSVHIST
             INVALID
               MOVE 0 TO PRIOR-RESERVE
             NOT INVALID
               MOVE RH-RESERVE TO PRIOR-RESERVE
               MOVE "Y" TO PRIOR-FOUND
           END-READ
           COMPUTE RSV-ADJ = TOT-RESERVE - PRIOR-RESERVE
           PERFORM PRINT-VALUE THRU PRINT-VALUE-EXIT.

      *******  THE RESERVE ADJUSTMENT: AN INCREASE DEBITS BAD-DEBT
      *******  EXPENSE AND CREDITS THE ALLOWANCE; A DECREASE SWAPS
      *******  SIDES IN GL-WRITE, THE SAME AS BLJRN001.

       P4.
           IF RSV-ADJ NOT = 0
               MOVE RSV-ADJ TO GL-AMT
               MOVE "5100-BADDEBT" TO GL-ACCT
               MOVE "BAD-DEBT RESERVE ADJ" TO GL-DESC
               MOVE "D" TO GL-SIDE
               PERFORM GL-WRITE THRU GL-WRITE-EXIT
               MOVE RSV-ADJ TO GL-AMT
               MOVE "1210-ALLOWDA" TO GL-ACCT
               MOVE "BAD-DEBT RESERVE ADJ" TO GL-DESC
               MOVE "C" TO GL-SIDE
               PERFORM GL-WRITE THRU GL-WRITE-EXIT
           END-IF
           MOVE PERIOD TO RH-PERIOD
           READ RSVHIST
             INVALID
               PERFORM FILL-RSV THRU FILL-RSV-EXIT
               WRITE RSVHIST01
             NOT INVALID
               PERFORM FILL-RSV THRU FILL-RSV-EXIT
               REWRITE RSVHIST01
           END-READ.

       P9.
           IF DR-TOT NOT = CR-TOT
               DISPLAY "RESERVE ENTRY OUT OF BALANCE, DR " DR-TOT
                   " CR " CR-TOT
           END-IF
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE GARFILE CHARCUR CHARHIST PAYCUR PAYHIST AGCYFILE
                 PPLAN RSVHIST RSVRPT RSVGL SUMLOG.
           DISPLAY "BAD-DEBT RESERVE RUN HAS ENDED".
           STOP RUN.

       FILL-RSV.
           MOVE PERIOD TO RH-PERIOD
           MOVE TOT-GROSS TO RH-GROSS
           MOVE TOT-RESERVE TO RH-RESERVE
           MOVE RUN-DATE TO RH-DATE.
       FILL-RSV-EXIT.
           EXIT.

      *******  ONE ACCOUNT: ITS STANDING, ITS CLAIMS OFF CHARHIST AND
      *******  CHARCUR, THEN ITS PAYMENTS -- NETTED INTO THE OPEN
      *******  CLAIMS AND, IF POSTED IN THE WINDOW, INTO THE HISTORY.

       ACCT-VALUE.
           MOVE "N" TO AGENCY-FLAG PLAN-FLAG
           MOVE SPACE TO AGENCY-DATE PLAN-DATE
           MOVE 0 TO CT-NDX ACCT-CREDIT
           MOVE G-GARNO TO AG-GARNO
           READ AGCYFILE
             INVALID
               IF G-COLLT = "Y"
                   MOVE "Y" TO AGENCY-FLAG
               END-IF
             NOT INVALID
               IF AG-STATUS = "P"
                   MOVE "Y" TO AGENCY-FLAG
                   MOVE AG-DATE-PLACED TO AGENCY-DATE
               END-IF
           END-READ
           MOVE G-GARNO TO PP-GARNO
           READ PPLAN
             INVALID
               CONTINUE
             NOT INVALID
               IF PP-STATUS = "C"
                   MOVE "Y" TO PLAN-FLAG
                   MOVE PP-START TO PLAN-DATE
               END-IF
           END-READ
           MOVE G-GARNO TO CH-KEY8
           MOVE LOW-VALUE TO CH-KEY3
           START CHARHIST KEY NOT < CHARHIST-KEY
             INVALID
               GO TO ACCT-VALUE-2
           END-START.
       ACCT-VALUE-1.
           READ CHARHIST NEXT
             AT END
               GO TO ACCT-VALUE-2
           END-READ
           IF CH-KEY8 NOT = G-GARNO
               GO TO ACCT-VALUE-2
           END-IF
           MOVE CH-CLAIM TO LINE-CLAIM
           MOVE CH-DATE-T TO LINE-DATE-T
           PERFORM CLAIM-FIND THRU CLAIM-FIND-EXIT
           GO TO ACCT-VALUE-1.
       ACCT-VALUE-2.
           MOVE G-GARNO TO CC-KEY8
           MOVE LOW-VALUE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO ACCT-VALUE-4
           END-START.
       ACCT-VALUE-3.
           READ CHARCUR NEXT
             AT END
               GO TO ACCT-VALUE-4
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO ACCT-VALUE-4
           END-IF
           MOVE CC-CLAIM TO LINE-CLAIM
           MOVE CC-DATE-T TO LINE-DATE-T
           PERFORM CLAIM-FIND THRU CLAIM-FIND-EXIT
           IF CX = 0
               ADD CC-AMOUNT TO ACCT-CREDIT
               GO TO ACCT-VALUE-3
           END-IF
           MOVE "Y" TO CT-ON-CUR(CX)
           ADD CC-AMOUNT TO CT-OPEN(CX)
           IF CC-PAYCODE NOT = "001"
               AND (CC-PAYCODE < "010" OR CC-PAYCODE > "020")
               MOVE "Y" TO CT-INS(CX)
           END-IF
           GO TO ACCT-VALUE-3.
       ACCT-VALUE-4.
           MOVE G-GARNO TO PC-KEY8
           MOVE LOW-VALUE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO ACCT-VALUE-6
           END-START.
       ACCT-VALUE-5.
           READ PAYCUR NEXT
             AT END
               GO TO ACCT-VALUE-6
           END-READ
           IF PC-KEY8 NOT = G-GARNO
               GO TO ACCT-VALUE-6
           END-IF
           MOVE "C" TO PAY-SRC
           MOVE PC-CLAIM TO PAY-CLAIM
           MOVE PC-PAYCODE TO PAY-PAYCODE
           MOVE PC-DENIAL TO PAY-DENIAL
           MOVE PC-BATCH TO PAY-BATCH
           MOVE PC-DATE-E TO PAY-DATE-E
           MOVE PC-AMOUNT TO PAY-SIGNED
           PERFORM PAY-POST THRU PAY-POST-EXIT
           GO TO ACCT-VALUE-5.
       ACCT-VALUE-6.
           MOVE G-GARNO TO PH-KEY8
           MOVE LOW-VALUE TO PH-KEY3
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO ACCT-VALUE-8
           END-START.
       ACCT-VALUE-7.
           READ PAYHIST NEXT
             AT END
               GO TO ACCT-VALUE-8
           END-READ
           IF PH-KEY8 NOT = G-GARNO
               GO TO ACCT-VALUE-8
           END-IF
           MOVE "H" TO PAY-SRC
           MOVE PH-CLAIM TO PAY-CLAIM
           MOVE PH-PAYCODE TO PAY-PAYCODE
           MOVE PH-DENIAL TO PAY-DENIAL
           MOVE PH-BATCH TO PAY-BATCH
           MOVE PH-DATE-E TO PAY-DATE-E
           MOVE PH-AMOUNT TO PAY-SIGNED
           PERFORM PAY-POST THRU PAY-POST-EXIT
           GO TO ACCT-VALUE-7.
       ACCT-VALUE-8.
           MOVE 1 TO CX.
       ACCT-VALUE-9.
           IF CX > CT-NDX GO TO ACCT-VALUE-10.
           IF CT-ON-CUR(CX) = "Y" AND CT-OPEN(CX) NOT = 0
               PERFORM OPEN-POST THRU OPEN-POST-EXIT
           END-IF
           ADD 1 TO CX
           GO TO ACCT-VALUE-9.

      *******  PAYCUR MONEY ON NO OPEN CLAIM -- UNAPPLIED CREDIT OR A
      *******  PAYMENT WHOSE CHARGES WERE ARCHIVED -- STILL NETS THE
      *******  GROSS, AS BLRFW001 COUNTS IT; IT IS THE PATIENT'S, AND
      *******  CURRENT.

       ACCT-VALUE-10.
           IF ACCT-CREDIT NOT = 0
               PERFORM PATIENT-CLASS THRU PATIENT-CLASS-EXIT
               ADD ACCT-CREDIT TO VT-OPEN(KX, 1) CL-OPEN(KX)
           END-IF
           IF CT-NDX > 0 OR ACCT-CREDIT NOT = 0
               ADD 1 TO ACCT-COUNT
           END-IF.
       ACCT-VALUE-EXIT.
           EXIT.

       CLAIM-FIND.
           MOVE 1 TO CX.
       CLAIM-FIND-1.
           IF CX > CT-NDX GO TO CLAIM-FIND-NEW.
           IF CT-CLAIM(CX) = LINE-CLAIM GO TO CLAIM-FIND-2.
           ADD 1 TO CX
           GO TO CLAIM-FIND-1.
       CLAIM-FIND-NEW.
           IF CT-NDX = 200
               DISPLAY "CLAIM TABLE FULL ON " G-GARNO
                   ", CLAIM " LINE-CLAIM " VALUED AS CURRENT"
               MOVE 0 TO CX
               GO TO CLAIM-FIND-EXIT
           END-IF
           ADD 1 TO CT-NDX
           MOVE CT-NDX TO CX
           MOVE LINE-CLAIM TO CT-CLAIM(CX)
           MOVE SPACE TO CT-DATE-T(CX)
           MOVE "N" TO CT-ON-CUR(CX) CT-INS(CX)
           MOVE 0 TO CT-OPEN(CX).
       CLAIM-FIND-2.
           IF LINE-DATE-T NUMERIC AND LINE-DATE-T NOT = "00000000"
               IF CT-DATE-T(CX) = SPACE
                   OR LINE-DATE-T < CT-DATE-T(CX)
                   MOVE LINE-DATE-T TO CT-DATE-T(CX)
               END-IF
           END-IF.
       CLAIM-FIND-EXIT.
           EXIT.

       PAY-POST.
           MOVE 1 TO CX.
       PAY-POST-1.
           IF CX > CT-NDX
               MOVE 0 TO CX
               GO TO PAY-POST-2
           END-IF
           IF CT-CLAIM(CX) = PAY-CLAIM GO TO PAY-POST-2.
           ADD 1 TO CX
           GO TO PAY-POST-1.
       PAY-POST-2.
           IF CX > 0 AND CT-ON-CUR(CX) = "Y"
               ADD PAY-SIGNED TO CT-OPEN(CX)
           ELSE
               IF PAY-SRC = "C"
                   ADD PAY-SIGNED TO ACCT-CREDIT
               END-IF
           END-IF
           IF PAY-DATE-E(1:6) NOT > FROM-PERIOD
               OR PAY-DATE-E(1:6) > PERIOD
               GO TO PAY-POST-EXIT
           END-IF
           PERFORM HIST-POST THRU HIST-POST-EXIT.
       PAY-POST-EXIT.
           EXIT.

      *******  ONE PAYMENT OR ADJUSTMENT POSTED IN THE WINDOW, INTO
      *******  THE GROUP IT WAS RESOLVED IN.  A REVERSAL POSTS
      *******  POSITIVE AND SO TAKES ITS MONEY BACK OUT OF CASH.
      *******  WRITE-OFFS ARE BLRFW001'S (SMWOFF BATCH OR "SB");
      *******  CASH IS BLKPI001'S DENIAL-CODE SET; EVERYTHING ELSE IS
      *******  A CONTRACTUAL OR DENIAL ADJUSTMENT -- MONEY BILLED
      *******  THAT WAS NEVER COLLECTED.

       HIST-POST.
           IF PAY-PAYCODE NOT = "001"
               AND (PAY-PAYCODE < "010" OR PAY-PAYCODE > "020")
               MOVE 1 TO KX
           ELSE
               MOVE 2 TO KX
               IF AGENCY-FLAG = "Y"
                   AND (AGENCY-DATE = SPACE
                   OR PAY-DATE-E NOT < AGENCY-DATE)
                   MOVE 3 TO KX
               ELSE
                   IF PLAN-FLAG = "Y" AND PAY-DATE-E NOT < PLAN-DATE
                       MOVE 4 TO KX
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO BX
           IF CX > 0 AND CT-DATE-T(CX) NOT = SPACE
               AND PAY-DATE-E NUMERIC
               MOVE PAY-DATE-E TO DATE8
               PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
               MOVE DATE-SER TO AGE-DAYS
               MOVE CT-DATE-T(CX) TO DATE8
               PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
               COMPUTE AGE-DAYS = AGE-DAYS - DATE-SER
               PERFORM AGE-BUCKET THRU AGE-BUCKET-EXIT
           END-IF
           IF PAY-BATCH = "REVRSL"
               COMPUTE VT-CASH(KX, BX) = VT-CASH(KX, BX) - PAY-SIGNED
               GO TO HIST-POST-EXIT
           END-IF
           IF PAY-BATCH = "SMWOFF" OR PAY-DENIAL = "SB"
               COMPUTE VT-LOSS(KX, BX) = VT-LOSS(KX, BX) - PAY-SIGNED
               GO TO HIST-POST-EXIT
           END-IF
           IF PAY-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14"
               COMPUTE VT-CASH(KX, BX) = VT-CASH(KX, BX) - PAY-SIGNED
           ELSE
               COMPUTE VT-LOSS(KX, BX) = VT-LOSS(KX, BX) - PAY-SIGNED
           END-IF.
       HIST-POST-EXIT.
           EXIT.

      *******  ONE OPEN CLAIM INTO ITS GROUP AS OF THE PERIOD END.

       OPEN-POST.
           IF CT-INS(CX) = "Y"
               MOVE 1 TO KX
           ELSE
               PERFORM PATIENT-CLASS THRU PATIENT-CLASS-EXIT
           END-IF
           MOVE 1 TO BX
           IF CT-DATE-T(CX) NOT = SPACE
               MOVE CT-DATE-T(CX) TO DATE8
               PERFORM DATE-SERIAL THRU DATE-SERIAL-EXIT
               COMPUTE AGE-DAYS = ASOF-SER - DATE-SER
               PERFORM AGE-BUCKET THRU AGE-BUCKET-EXIT
           END-IF
           ADD CT-OPEN(CX) TO VT-OPEN(KX, BX) CL-OPEN(KX).
       OPEN-POST-EXIT.
           EXIT.

       PATIENT-CLASS.
           MOVE 2 TO KX
           IF AGENCY-FLAG = "Y"
               MOVE 3 TO KX
           ELSE
               IF PLAN-FLAG = "Y"
                   MOVE 4 TO KX
               END-IF
           END-IF.
       PATIENT-CLASS-EXIT.
           EXIT.

       AGE-BUCKET.
           IF AGE-DAYS <= 30
               MOVE 1 TO BX
           ELSE
             IF AGE-DAYS <= 60
               MOVE 2 TO BX
             ELSE
               IF AGE-DAYS <= 90
                 MOVE 3 TO BX
               ELSE
                 IF AGE-DAYS <= 120
                   MOVE 4 TO BX
                 ELSE
                   MOVE 5 TO BX
                 END-IF
               END-IF
             END-IF
           END-IF.
       AGE-BUCKET-EXIT.
           EXIT.

       GROUP-RATE.
           COMPUTE WORK-DENOM = VT-CASH(KX, BX) + VT-LOSS(KX, BX)
           IF WORK-DENOM > 0 AND VT-CASH(KX, BX) NOT < 0
               COMPUTE WORK-RATE ROUNDED = VT-CASH(KX, BX) / WORK-DENOM
                 ON SIZE ERROR MOVE 1 TO WORK-RATE
               END-COMPUTE
               MOVE "G" TO VT-BASIS(KX, BX)
               GO TO GROUP-RATE-9
           END-IF
           PERFORM CLASS-SUMS THRU CLASS-SUMS-EXIT
           COMPUTE WORK-DENOM = CL-CASH(KX) + CL-LOSS(KX)
           IF WORK-DENOM > 0 AND CL-CASH(KX) NOT < 0
               COMPUTE WORK-RATE ROUNDED = CL-CASH(KX) / WORK-DENOM
                 ON SIZE ERROR MOVE 1 TO WORK-RATE
               END-COMPUTE
               MOVE "C" TO VT-BASIS(KX, BX)
               GO TO GROUP-RATE-9
           END-IF
           COMPUTE WORK-DENOM = ALL-CASH + ALL-LOSS
           IF WORK-DENOM > 0 AND ALL-CASH NOT < 0
               COMPUTE WORK-RATE ROUNDED = ALL-CASH / WORK-DENOM
                 ON SIZE ERROR MOVE 1 TO WORK-RATE
               END-COMPUTE
               MOVE "A" TO VT-BASIS(KX, BX)
               GO TO GROUP-RATE-9
           END-IF
           MOVE 1 TO WORK-RATE
           MOVE "N" TO VT-BASIS(KX, BX).
       GROUP-RATE-9.
           IF WORK-RATE > 1
               MOVE 1 TO WORK-RATE
           END-IF
           MOVE WORK-RATE TO VT-RATE(KX, BX).
       GROUP-RATE-EXIT.
           EXIT.

      *******  THE CLASS AND ALL-CLASS CASH AND LOSS, SUMMED FROM THE
      *******  GROUPS EACH TIME -- TWENTY CELLS IS NOTHING.

       CLASS-SUMS.
           MOVE 0 TO CL-CASH(KX) CL-LOSS(KX) ALL-CASH ALL-LOSS
           MOVE 1 TO CX.
       CLASS-SUMS-1.
           IF CX > 5 GO TO CLASS-SUMS-2.
           ADD VT-CASH(KX, CX) TO CL-CASH(KX)
           ADD VT-LOSS(KX, CX) TO CL-LOSS(KX)
           ADD 1 TO CX
           GO TO CLASS-SUMS-1.
       CLASS-SUMS-2.
           MOVE 1 TO CX.
       CLASS-SUMS-3.
           IF CX > 5 GO TO CLASS-SUMS-EXIT.
           ADD VT-CASH(1, CX) VT-CASH(2, CX) VT-CASH(3, CX)
               VT-CASH(4, CX) TO ALL-CASH
           ADD VT-LOSS(1, CX) VT-LOSS(2, CX) VT-LOSS(3, CX)
               VT-LOSS(4, CX) TO ALL-LOSS
           ADD 1 TO CX
           GO TO CLASS-SUMS-3.
       CLASS-SUMS-EXIT.
           EXIT.

      *******  THE GROUP AND CLASS TABLES START EMPTY EACH RUN.

       CLEAR-TABLES.
           MOVE 1 TO KX.
       CLEAR-TABLES-1.
           IF KX > 4 GO TO CLEAR-TABLES-EXIT.
           MOVE 0 TO CL-OPEN(KX) CL-CASH(KX) CL-LOSS(KX)
               CL-RESERVE(KX)
           MOVE 1 TO CX.
       CLEAR-TABLES-2.
           IF CX > 5
               ADD 1 TO KX
               GO TO CLEAR-TABLES-1.
           MOVE 0 TO VT-OPEN(KX, CX) VT-CASH(KX, CX) VT-LOSS(KX, CX)
               VT-RATE(KX, CX) VT-RESERVE(KX, CX)
           MOVE SPACE TO VT-BASIS(KX, CX)
           ADD 1 TO CX
           GO TO CLEAR-TABLES-2.
       CLEAR-TABLES-EXIT.
           EXIT.

      *******  THE SAME 360-DAY SERIAL BLCO001 AGES WITH.

       DATE-SERIAL.
           COMPUTE DATE-SER =
               (DATE-YYYY * 360) + (DATE-MM * 30) + DATE-DD.
       DATE-SERIAL-EXIT.
           EXIT.

       PRINT-VALUE.
           MOVE SPACE TO RSVRPT01
           STRING "BAD-DEBT RESERVE AND NET REALIZABLE A/R AS OF "
               MONTH-END "   RUN " RUN-DATE
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE SPACE TO RSVRPT01
           STRING "COLLECTION RATES FROM ACTIVITY POSTED AFTER "
               FROM-PERIOD " THROUGH " PERIOD
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE SPACE TO RSVRPT01
           WRITE RSVRPT01
           MOVE SPACE TO RSVRPT01
           STRING "CLASS      AGE          OPEN A/R   COLL%"
               "       RESERVE     NET REALIZABLE"
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE 1 TO KX.
       PRINT-VALUE-1.
           IF KX > 4 GO TO PRINT-VALUE-3.
           MOVE 1 TO BX.
       PRINT-VALUE-2.
           IF BX > 5
               MOVE CL-OPEN(KX) TO NEF-11
               MOVE CL-RESERVE(KX) TO NEF-11B
               COMPUTE NEF-11C = CL-OPEN(KX) - CL-RESERVE(KX)
               MOVE SPACE TO RSVRPT01
               STRING CL-NAME(KX) " TOTAL  " NEF-11 "       "
                   NEF-11B "   " NEF-11C
                   DELIMITED BY SIZE INTO RSVRPT01
               WRITE RSVRPT01
               MOVE SPACE TO RSVRPT01
               WRITE RSVRPT01
               ADD 1 TO KX
               GO TO PRINT-VALUE-1
           END-IF
           MOVE VT-OPEN(KX, BX) TO NEF-11
           COMPUTE NEF-PCT ROUNDED = VT-RATE(KX, BX) * 100
           MOVE VT-RESERVE(KX, BX) TO NEF-11B
           COMPUTE NEF-11C = VT-OPEN(KX, BX) - VT-RESERVE(KX, BX)
           MOVE SPACE TO RSVRPT01
           STRING CL-NAME(KX) " " BK-NAME(BX) NEF-11 " " NEF-PCT
               VT-BASIS(KX, BX) NEF-11B "   " NEF-11C
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           ADD 1 TO BX
           GO TO PRINT-VALUE-2.
       PRINT-VALUE-3.
           MOVE SPACE TO RSVRPT01
           STRING "COLL% BASIS: G GROUP'S OWN HISTORY, C CLASS RATE, "
               "A ALL-CLASS RATE, N NO HISTORY (NOT RESERVED)"
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE SPACE TO RSVRPT01
           WRITE RSVRPT01
           MOVE TOT-GROSS TO NEF-11
           MOVE SPACE TO RSVRPT01
           STRING "GROSS A/R                " NEF-11
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE TOT-RESERVE TO NEF-11
           MOVE SPACE TO RSVRPT01
           STRING "REQUIRED RESERVE         " NEF-11
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE TOT-NET TO NEF-11
           MOVE SPACE TO RSVRPT01
           STRING "NET REALIZABLE A/R       " NEF-11
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           MOVE PRIOR-RESERVE TO NEF-11
           MOVE SPACE TO RSVRPT01
           STRING "PRIOR RESERVE (" PRIOR-PERIOD ")   " NEF-11
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01
           IF PRIOR-FOUND = "N"
               MOVE SPACE TO RSVRPT01
               STRING "NO RSVHIST FOR " PRIOR-PERIOD
                   " - PRIOR TAKEN AS ZERO, FIRST VALUATION"
                   DELIMITED BY SIZE INTO RSVRPT01
               WRITE RSVRPT01
           END-IF
           MOVE RSV-ADJ TO NEF-11
           MOVE SPACE TO RSVRPT01
           STRING "RESERVE ADJUSTMENT       " NEF-11
               "  (RSVGL)"
               DELIMITED BY SIZE INTO RSVRPT01
           WRITE RSVRPT01.
       PRINT-VALUE-EXIT.
           EXIT.

       GL-WRITE.
           MOVE SPACE TO GLFILE01
           MOVE MONTH-END TO GL-DATE
           MOVE 0 TO GL-DEBIT GL-CREDIT
           IF GL-AMT < 0
               COMPUTE GL-AMT = 0 - GL-AMT
               IF GL-SIDE = "D"
                   MOVE "C" TO GL-SIDE
               ELSE
                   MOVE "D" TO GL-SIDE
               END-IF
           END-IF
           IF GL-SIDE = "D"
               MOVE GL-AMT TO GL-DEBIT
               ADD GL-AMT TO DR-TOT
           ELSE
               MOVE GL-AMT TO GL-CREDIT
               ADD GL-AMT TO CR-TOT
           END-IF
           WRITE GLFILE01
           ADD 1 TO ENTRY-COUNT.
       GL-WRITE-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLRSV001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE ACCT-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
