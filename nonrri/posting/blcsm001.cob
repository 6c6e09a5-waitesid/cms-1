      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-15 sw  new program - claim summary rebuild and verify.
      *                CLMSUM carries each claim's charges, payments,
      *                adjustments, balance, payer, billed date, last
      *                activity and status so the reports stop walking
      *                all of CHARCUR and PAYCUR themselves.  this run
      *                is the one that still walks them: every claim is
      *                added up from its CHARCUR lines and PAYCUR
      *                postings and held against its CLMSUM row.  a row
      *                missing, differing, or left behind by a claim
      *                with no lines goes on the report; an "R" run
      *                (the default) puts the file right, a "V" run on
      *                PARMFILE only reports.  control totals both ways
      *                close the report.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY)
      *                counts as patient cash on the claim summary, the
      *                way blppy001 now posts it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCSM001.
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
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CSMRPT ASSIGN TO "S313" ORGANIZATION
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

       FD  CLMSUM.
           COPY "clmsum.cpy".

      *******  RECORD 1 IS THE RUN MODE: "V" VERIFY AND REPORT ONLY;
      *******  ANYTHING ELSE, OR NO PARMFILE, REBUILDS AS IT VERIFIES.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-MODE PIC X.

       FD  CSMRPT.
       01  CSMRPT01 PIC X(132).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-MODE PIC X VALUE "R".
       01  HOLD-KEY8 PIC X(8) VALUE SPACE.
       01  LAST-DONE-KEY.
           02 LAST-DONE-KEY8 PIC X(8) VALUE LOW-VALUE.
           02 LAST-DONE-CLAIM PIC X(6) VALUE LOW-VALUE.
       01  FIND-CLAIM PIC X(6).
       01  DIFF-WHAT PIC X(14).
       01  FIX-WORD PIC X(10).
       01  CHK-COUNT PIC 9(7) VALUE 0.
       01  OK-COUNT PIC 9(7) VALUE 0.
       01  MISS-COUNT PIC 9(7) VALUE 0.
       01  DIFF-COUNT PIC 9(7) VALUE 0.
       01  ORPH-COUNT PIC 9(7) VALUE 0.
       01  SKIP-COUNT PIC 9(7) VALUE 0.
       01  FIX-COUNT PIC 9(7) VALUE 0.
       01  NEF-A PIC ZZZ,ZZZ,ZZ9.99-.
       01  NEF-B PIC ZZZ,ZZZ,ZZ9.99-.
       01  NEF-C PIC ZZZ,ZZZ,ZZ9.99-.
       01  NEF-D PIC ZZZ,ZZZ,ZZ9.99-.

      *******  CONTROL TOTALS -- WHAT CHARCUR AND PAYCUR ADD UP TO,
      *******  AND WHAT THE CLMSUM ROWS SAID BEFORE THIS RUN TOUCHED
      *******  THEM.
       01  TOT-CHARGES PIC S9(9)V99 VALUE 0.
       01  TOT-PAYMENTS PIC S9(9)V99 VALUE 0.
       01  TOT-ADJUST PIC S9(9)V99 VALUE 0.
       01  TOT-BALANCE PIC S9(9)V99 VALUE 0.
       01  OLD-CHARGES PIC S9(9)V99 VALUE 0.
       01  OLD-PAYMENTS PIC S9(9)V99 VALUE 0.
       01  OLD-ADJUST PIC S9(9)V99 VALUE 0.
       01  OLD-BALANCE PIC S9(9)V99 VALUE 0.

      *******  ONE ACCOUNT'S CLAIMS, ADDED UP FROM ITS CHARCUR LINES
      *******  AND THEN ITS PAYCUR POSTINGS.  AN ACCOUNT WITH MORE
      *******  CLAIMS THAN THE TABLE HOLDS IS PROVEN AS FAR AS IT GOES
      *******  AND THE REST OF ITS ROWS ARE LEFT ALONE, NOT REMOVED.
       01  CLM-TAB01.
           02 CLM-ENT OCCURS 200 TIMES.
              03 CT-CLAIM PIC X(6).
              03 CT-PAYCODE PIC XXX.
              03 CT-PATID PIC X(8).
              03 CT-STATUS PIC X.
              03 CT-CHARGES PIC S9(7)V99.
              03 CT-PAYMENTS PIC S9(7)V99.
              03 CT-ADJUST PIC S9(7)V99.
              03 CT-BALANCE PIC S9(7)V99.
              03 CT-LINES PIC 999.
              03 CT-UNBILLED PIC 999.
              03 CT-POSTINGS PIC 999.
              03 CT-DATE-T PIC X(8).
              03 CT-DATE-A PIC X(8).
              03 CT-DATE-LAST PIC X(8).
              03 CT-SEEN PIC X.
       01  CLM-NDX PIC 999 VALUE 0.
       01  CX PIC 999.
       01  CLM-FULL PIC X VALUE "N".

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CHARCUR PAYCUR.
           OPEN I-O CLMSUM.
           OPEN OUTPUT CSMRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-MODE = "V"
                   MOVE "V" TO RUN-MODE
               END-IF
           END-READ
           CLOSE PARMFILE.

           MOVE SPACE TO CSMRPT01
           IF RUN-MODE = "V"
               STRING "CLAIM SUMMARY VERIFY (REPORT ONLY) FOR "
                   RUN-DATE DELIMITED BY SIZE INTO CSMRPT01
           ELSE
               STRING "CLAIM SUMMARY REBUILD AND VERIFY FOR "
                   RUN-DATE DELIMITED BY SIZE INTO CSMRPT01
           END-IF
           WRITE CSMRPT01
           MOVE SPACE TO CSMRPT01
           WRITE CSMRPT01.

           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2
           END-START.

      *******  THE CHARCUR WALK, ONE ACCOUNT AT A TIME.  EACH LINE
      *******  GOES INTO ITS CLAIM'S TABLE ENTRY THE SAME WAY
      *******  CLMSUM-SYNC ADDS IT IN THE POSTING AND CLAIM RUNS.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2
           END-READ

           IF CC-KEY8 NOT = HOLD-KEY8
               IF HOLD-KEY8 NOT = SPACE
                   PERFORM ACCT-DONE THRU ACCT-DONE-EXIT
               END-IF
               MOVE CC-KEY8 TO HOLD-KEY8
               MOVE 0 TO CLM-NDX
               MOVE "N" TO CLM-FULL
           END-IF

           MOVE CC-CLAIM TO FIND-CLAIM
           PERFORM CLM-FIND THRU CLM-FIND-EXIT
           IF CX = 0
               PERFORM CLM-ADD THRU CLM-ADD-EXIT
               IF CX = 0 GO TO P1
           END-IF

           ADD 1 TO CT-LINES(CX)
           ADD CC-AMOUNT TO CT-CHARGES(CX)
           IF CC-DATE-T < CT-DATE-T(CX)
               MOVE CC-DATE-T TO CT-DATE-T(CX)
           END-IF
           IF CC-REC-STAT = "0" OR "1"
               ADD 1 TO CT-UNBILLED(CX)
           ELSE
               IF CC-DATE-A NUMERIC AND CC-DATE-A > CT-DATE-A(CX)
                   MOVE CC-DATE-A TO CT-DATE-A(CX)
               END-IF
           END-IF
           IF CC-DATE-A NUMERIC AND CC-DATE-A > CT-DATE-LAST(CX)
               MOVE CC-DATE-A TO CT-DATE-LAST(CX)
           END-IF
           IF CC-ADJ-DATE NUMERIC AND CC-ADJ-DATE > CT-DATE-LAST(CX)
               MOVE CC-ADJ-DATE TO CT-DATE-LAST(CX)
           END-IF
           GO TO P1.

      *******  END OF CHARCUR -- FINISH THE LAST ACCOUNT, THEN EVERY
      *******  CLMSUM ROW STILL UNREAD BELONGS TO AN ACCOUNT WITH NO
      *******  LINES LEFT AT ALL.

       P2.
           IF HOLD-KEY8 NOT = SPACE
               PERFORM ACCT-DONE THRU ACCT-DONE-EXIT
           END-IF
           MOVE HIGH-VALUE TO HOLD-KEY8
           MOVE 0 TO CLM-NDX
           MOVE "N" TO CLM-FULL
           PERFORM CSM-WALK THRU CSM-WALK-EXIT.

       P9.
           MOVE SPACE TO CSMRPT01
           WRITE CSMRPT01
           MOVE TOT-CHARGES TO NEF-A
           MOVE TOT-PAYMENTS TO NEF-B
           MOVE TOT-ADJUST TO NEF-C
           MOVE TOT-BALANCE TO NEF-D
           MOVE SPACE TO CSMRPT01
           STRING "CHARCUR/PAYCUR  CHARGES " NEF-A "  PAYMENTS " NEF-B
               "  ADJUSTMENTS " NEF-C "  BALANCE " NEF-D
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01
           MOVE OLD-CHARGES TO NEF-A
           MOVE OLD-PAYMENTS TO NEF-B
           MOVE OLD-ADJUST TO NEF-C
           MOVE OLD-BALANCE TO NEF-D
           MOVE SPACE TO CSMRPT01
           STRING "CLMSUM AS FOUND CHARGES " NEF-A "  PAYMENTS " NEF-B
               "  ADJUSTMENTS " NEF-C "  BALANCE " NEF-D
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01
           MOVE SPACE TO CSMRPT01
           STRING CHK-COUNT " CLAIMS CHECKED, " OK-COUNT " AGREE, "
               DIFF-COUNT " DIFFER, " MISS-COUNT " MISSING, "
               ORPH-COUNT " WITH NO LINES, " SKIP-COUNT
               " NOT CHECKED"
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01
           MOVE SPACE TO CSMRPT01
           STRING FIX-COUNT " CLMSUM ROWS CORRECTED"
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR PAYCUR CLMSUM CSMRPT SUMLOG.
           DISPLAY "CLAIM SUMMARY RUN HAS ENDED, " CHK-COUNT
               " CHECKED, " FIX-COUNT " CORRECTED".
           STOP RUN.

      *******  ONE ACCOUNT'S LINES ARE IN.  ADD ITS POSTINGS, SETTLE
      *******  EACH CLAIM'S BALANCE AND STATUS, HOLD THE ACCOUNT'S
      *******  CLMSUM ROWS AGAINST THE TABLE, THEN ADD ANY CLAIM THAT
      *******  HAD NO ROW.  A POSTING WHOSE CLAIM HAS NO LINES (A
      *******  PREPAYMENT, OR A CLAIM ARCHIVED OFF CHARCUR) HAS NO
      *******  CLAIM SUMMARY AND IS PASSED OVER.

       ACCT-DONE.
           MOVE HOLD-KEY8 TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO ACCT-DONE-2
           END-START.
       ACCT-DONE-1.
           READ PAYCUR NEXT
             AT END
               GO TO ACCT-DONE-2
           END-READ
           IF PC-KEY8 NOT = HOLD-KEY8
               GO TO ACCT-DONE-2
           END-IF
           MOVE PC-CLAIM TO FIND-CLAIM
           PERFORM CLM-FIND THRU CLM-FIND-EXIT
           IF CX = 0
               GO TO ACCT-DONE-1
           END-IF
           ADD 1 TO CT-POSTINGS(CX)
           IF PC-BATCH = "REVRSL"
               OR PC-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14"
               OR PC-DENIAL = "RF" OR PC-BATCH = "PREPAY"
               ADD PC-AMOUNT TO CT-PAYMENTS(CX)
           ELSE
               ADD PC-AMOUNT TO CT-ADJUST(CX)
           END-IF
           IF PC-DATE-E NUMERIC AND PC-DATE-E > CT-DATE-LAST(CX)
               MOVE PC-DATE-E TO CT-DATE-LAST(CX)
           END-IF
           GO TO ACCT-DONE-1.
       ACCT-DONE-2.
           PERFORM CLM-SETTLE THRU CLM-SETTLE-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > CLM-NDX
           PERFORM CSM-WALK THRU CSM-WALK-EXIT
           PERFORM CLM-MISSING THRU CLM-MISSING-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > CLM-NDX
           MOVE HOLD-KEY8 TO LAST-DONE-KEY8
           MOVE HIGH-VALUE TO LAST-DONE-CLAIM.
       ACCT-DONE-EXIT.
           EXIT.

       CLM-SETTLE.
           COMPUTE CT-BALANCE(CX) = CT-CHARGES(CX) + CT-PAYMENTS(CX)
               + CT-ADJUST(CX)
           MOVE "B" TO CT-STATUS(CX)
           IF CT-BALANCE(CX) = 0
               MOVE "Z" TO CT-STATUS(CX)
           END-IF
           IF CT-BALANCE(CX) < 0
               MOVE "C" TO CT-STATUS(CX)
           END-IF
           IF CT-UNBILLED(CX) > 0
               MOVE "U" TO CT-STATUS(CX)
           END-IF
           ADD CT-CHARGES(CX) TO TOT-CHARGES
           ADD CT-PAYMENTS(CX) TO TOT-PAYMENTS
           ADD CT-ADJUST(CX) TO TOT-ADJUST
           ADD CT-BALANCE(CX) TO TOT-BALANCE.
       CLM-SETTLE-EXIT.
           EXIT.

      *******  THE CLMSUM ROWS FROM THE LAST ACCOUNT FINISHED UP TO AND
      *******  INCLUDING THIS ONE.  A ROW FOR AN EARLIER ACCOUNT -- ONE
      *******  CHARCUR NO LONGER HAS -- OR FOR A CLAIM THIS ACCOUNT NO
      *******  LONGER HAS IS LEFT OVER; A ROW FOR A CLAIM IN THE TABLE
      *******  IS COMPARED FIELD BY FIELD.

       CSM-WALK.
           MOVE LAST-DONE-KEY TO CS-KEY
           START CLMSUM KEY > CS-KEY
             INVALID
               GO TO CSM-WALK-EXIT
           END-START.
       CSM-WALK-1.
           READ CLMSUM NEXT
             AT END
               GO TO CSM-WALK-EXIT
           END-READ
           IF CS-KEY8 > HOLD-KEY8
               GO TO CSM-WALK-EXIT
           END-IF
           ADD CS-CHARGES TO OLD-CHARGES
           ADD CS-PAYMENTS TO OLD-PAYMENTS
           ADD CS-ADJUST TO OLD-ADJUST
           ADD CS-BALANCE TO OLD-BALANCE
           MOVE 0 TO CX
           IF CS-KEY8 = HOLD-KEY8
               MOVE CS-CLAIM TO FIND-CLAIM
               PERFORM CLM-FIND THRU CLM-FIND-EXIT
           END-IF
           IF CX = 0
               IF CS-KEY8 = HOLD-KEY8 AND CLM-FULL = "Y"
                   ADD 1 TO SKIP-COUNT
               ELSE
                   PERFORM CSM-ORPHAN THRU CSM-ORPHAN-EXIT
               END-IF
               GO TO CSM-WALK-1
           END-IF
           MOVE "Y" TO CT-SEEN(CX)
           ADD 1 TO CHK-COUNT
           PERFORM CSM-COMPARE THRU CSM-COMPARE-EXIT
           IF DIFF-WHAT = SPACE
               ADD 1 TO OK-COUNT
               GO TO CSM-WALK-1
           END-IF
           ADD 1 TO DIFF-COUNT
           MOVE SPACE TO FIX-WORD
           IF RUN-MODE = "R"
               PERFORM CLM-TO-ROW THRU CLM-TO-ROW-EXIT
               REWRITE CLMSUM01
               ADD 1 TO FIX-COUNT
               MOVE "CORRECTED" TO FIX-WORD
           END-IF
           MOVE CS-BALANCE TO NEF-A
           MOVE CT-BALANCE(CX) TO NEF-B
           MOVE SPACE TO CSMRPT01
           STRING HOLD-KEY8 " " CT-CLAIM(CX) " DIFFERS ON "
               DIFF-WHAT " BALANCE ON FILE " NEF-A " SHOULD BE "
               NEF-B " " FIX-WORD
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01
           GO TO CSM-WALK-1.
       CSM-WALK-EXIT.
           EXIT.

       CSM-ORPHAN.
           ADD 1 TO ORPH-COUNT
           MOVE SPACE TO FIX-WORD
           MOVE CS-BALANCE TO NEF-A
           IF RUN-MODE = "R"
               DELETE CLMSUM RECORD
               ADD 1 TO FIX-COUNT
               MOVE "REMOVED" TO FIX-WORD
           END-IF
           MOVE SPACE TO CSMRPT01
           STRING CS-KEY8 " " CS-CLAIM " ON CLMSUM WITH NO CHARCUR"
               " LINES         BALANCE ON FILE " NEF-A " "
               FIX-WORD
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01.
       CSM-ORPHAN-EXIT.
           EXIT.

      *******  THE FIRST FIELD THAT DISAGREES NAMES THE DIFFERENCE;
      *******  BALANCE FOLLOWS FROM THE THREE AMOUNTS AND THE SYNC
      *******  DATE AND PROGRAM ARE NOT PROVEN.

       CSM-COMPARE.
           MOVE SPACE TO DIFF-WHAT
           IF CS-CHARGES NOT = CT-CHARGES(CX)
               MOVE "CHARGES" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-PAYMENTS NOT = CT-PAYMENTS(CX)
               MOVE "PAYMENTS" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-ADJUST NOT = CT-ADJUST(CX)
               MOVE "ADJUSTMENTS" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-BALANCE NOT = CT-BALANCE(CX)
               MOVE "BALANCE" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-PAYCODE NOT = CT-PAYCODE(CX)
               MOVE "PAYER" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-STATUS NOT = CT-STATUS(CX)
               MOVE "STATUS" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-LINES NOT = CT-LINES(CX)
               OR CS-UNBILLED NOT = CT-UNBILLED(CX)
               OR CS-POSTINGS NOT = CT-POSTINGS(CX)
               MOVE "LINE COUNTS" TO DIFF-WHAT
               GO TO CSM-COMPARE-EXIT
           END-IF
           IF CS-PATID NOT = CT-PATID(CX)
               OR CS-DATE-T NOT = CT-DATE-T(CX)
               OR CS-DATE-A NOT = CT-DATE-A(CX)
               OR CS-DATE-LAST NOT = CT-DATE-LAST(CX)
               MOVE "DATES" TO DIFF-WHAT
           END-IF.
       CSM-COMPARE-EXIT.
           EXIT.

       CLM-MISSING.
           IF CT-SEEN(CX) = "Y"
               GO TO CLM-MISSING-EXIT
           END-IF
           ADD 1 TO MISS-COUNT
           MOVE SPACE TO FIX-WORD
           IF RUN-MODE = "R"
               PERFORM CLM-TO-ROW THRU CLM-TO-ROW-EXIT
               WRITE CLMSUM01
                 INVALID
                   DISPLAY "CLMSUM DUPLICATE " CS-KEY
               END-WRITE
               ADD 1 TO FIX-COUNT
               MOVE "ADDED" TO FIX-WORD
           END-IF
           MOVE CT-BALANCE(CX) TO NEF-B
           MOVE SPACE TO CSMRPT01
           STRING HOLD-KEY8 " " CT-CLAIM(CX) " NOT ON CLMSUM"
               "                                   SHOULD BE "
               NEF-B " " FIX-WORD
               DELIMITED BY SIZE INTO CSMRPT01
           WRITE CSMRPT01.
       CLM-MISSING-EXIT.
           EXIT.

       CLM-TO-ROW.
           MOVE SPACE TO CLMSUM01
           MOVE HOLD-KEY8 TO CS-KEY8
           MOVE CT-CLAIM(CX) TO CS-CLAIM
           MOVE CT-PAYCODE(CX) TO CS-PAYCODE
           MOVE CT-STATUS(CX) TO CS-STATUS
           MOVE CT-PATID(CX) TO CS-PATID
           MOVE CT-CHARGES(CX) TO CS-CHARGES
           MOVE CT-PAYMENTS(CX) TO CS-PAYMENTS
           MOVE CT-ADJUST(CX) TO CS-ADJUST
           MOVE CT-BALANCE(CX) TO CS-BALANCE
           MOVE CT-LINES(CX) TO CS-LINES
           MOVE CT-UNBILLED(CX) TO CS-UNBILLED
           MOVE CT-POSTINGS(CX) TO CS-POSTINGS
           MOVE CT-DATE-T(CX) TO CS-DATE-T
           MOVE CT-DATE-A(CX) TO CS-DATE-A
           MOVE CT-DATE-LAST(CX) TO CS-DATE-LAST
           MOVE RUN-DATE TO CS-DATE-SYNC
           MOVE "BLCSM001" TO CS-PGM.
       CLM-TO-ROW-EXIT.
           EXIT.

       CLM-FIND.
           MOVE 1 TO CX.
       CLM-FIND-1.
           IF CX > CLM-NDX
               MOVE 0 TO CX
               GO TO CLM-FIND-EXIT
           END-IF
           IF CT-CLAIM(CX) = FIND-CLAIM
               GO TO CLM-FIND-EXIT
           END-IF
           ADD 1 TO CX
           GO TO CLM-FIND-1.
       CLM-FIND-EXIT.
           EXIT.

      *******  A NEW CLAIM FOR THE ACCOUNT TAKES THE NEXT TABLE ENTRY,
      *******  ITS PAYER, PATIENT AND SERVICE DATE OFF ITS FIRST LINE.
      *******  A FULL TABLE SAYS SO ONCE AND LEAVES CX ZERO.

       CLM-ADD.
           IF CLM-NDX NOT < 200
               IF CLM-FULL = "N"
                   DISPLAY "CLAIM TABLE FULL ON " CC-KEY8
                       ", THE REST OF ITS CLAIMS NOT CHECKED"
                   MOVE "Y" TO CLM-FULL
               END-IF
               MOVE 0 TO CX
               GO TO CLM-ADD-EXIT
           END-IF
           ADD 1 TO CLM-NDX
           MOVE CLM-NDX TO CX
           MOVE CC-CLAIM TO CT-CLAIM(CX)
           MOVE CC-PAYCODE TO CT-PAYCODE(CX)
           MOVE CC-PATID TO CT-PATID(CX)
           MOVE CC-DATE-T TO CT-DATE-T(CX)
           MOVE SPACE TO CT-STATUS(CX) CT-DATE-A(CX) CT-DATE-LAST(CX)
           MOVE "N" TO CT-SEEN(CX)
           MOVE 0 TO CT-CHARGES(CX) CT-PAYMENTS(CX) CT-ADJUST(CX)
               CT-BALANCE(CX) CT-LINES(CX) CT-UNBILLED(CX)
               CT-POSTINGS(CX).
       CLM-ADD-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLCSM001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CHK-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
