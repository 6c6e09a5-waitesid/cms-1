      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-13 sw  new program - deductible and out-of-pocket
      *                inquiry.  the front desk asks "has this patient
      *                met the deductible" and had nothing to look at.
      *                one PARMFILE card per patient (paycode and plan
      *                year optional, blank for all) prints every
      *                DEDACC accumulator on file for them: what the
      *                posted 835s have applied to the deductible,
      *                coinsurance, copay and other patient share, the
      *                plan's deductible and out-of-pocket maximum as
      *                the last 271 gave them, and what remains of
      *                each.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDED001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL DEDACC ASSIGN TO "S304"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DA-KEY
           LOCK MODE MANUAL.
           SELECT DEDRPT ASSIGN TO "S305" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-PATID PIC X(8).
           02 FILLER PIC X.
           02 PM-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 PM-YEAR PIC X(4).

       FD  DEDACC.
           COPY "dedacc.cpy".

       FD  DEDRPT.
       01  DEDRPT01 PIC X(100).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  HIT-COUNT PIC 9(7) VALUE 0.
       01  PAT-HITS PIC 9(5) VALUE 0.
       01  AMT-LEFT PIC S9(7)V99.
       01  OOP-MET PIC S9(7)V99.
       01  NEF-A PIC ZZZ,ZZ9.99-.
       01  NEF-B PIC ZZZ,ZZ9.99-.
       01  NEF-C PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT PARMFILE DEDACC.
           OPEN OUTPUT DEDRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO DEDRPT01
           STRING "DEDUCTIBLE AND OUT-OF-POCKET INQUIRY " RUN-DATE
               DELIMITED BY SIZE INTO DEDRPT01
           WRITE DEDRPT01.

       P1.
           READ PARMFILE AT END GO TO P9.
           IF PM-PATID = SPACE GO TO P1.
           MOVE 0 TO PAT-HITS
           MOVE SPACE TO DEDRPT01
           WRITE DEDRPT01
           MOVE PM-PATID TO DA-PATID
           MOVE LOW-VALUE TO DA-PAYCODE DA-YEAR
           START DEDACC KEY NOT < DA-KEY
             INVALID
               GO TO P1-9
           END-START.

       P1-1.
           READ DEDACC NEXT
             AT END
               GO TO P1-9
           END-READ
           IF DA-PATID NOT = PM-PATID GO TO P1-9.
           IF PM-PAYCODE NOT = SPACE AND DA-PAYCODE NOT = PM-PAYCODE
               GO TO P1-1
           END-IF
           IF PM-YEAR NOT = SPACE AND DA-YEAR NOT = PM-YEAR
               GO TO P1-1
           END-IF
           PERFORM SHOW-ACC THRU SHOW-ACC-EXIT
           GO TO P1-1.

       P1-9.
           IF PAT-HITS = 0
               MOVE SPACE TO DEDRPT01
               STRING "PATIENT " PM-PATID " PAYER " PM-PAYCODE
                   " YEAR " PM-YEAR " - NO ACCUMULATOR ON FILE"
                   DELIMITED BY SIZE INTO DEDRPT01
               WRITE DEDRPT01
           END-IF
           GO TO P1.

      *******  ONE ACCUMULATOR.  A LIMIT OF ZERO IS ONE NO 271 HAS
      *******  GIVEN US, SO NOTHING IS SHOWN REMAINING AGAINST IT.
      *******  OUT-OF-POCKET MET IS EVERY PATIENT SHARE TOGETHER.

       SHOW-ACC.
           ADD 1 TO HIT-COUNT PAT-HITS
           MOVE SPACE TO DEDRPT01
           STRING "PATIENT " DA-PATID " PAYER " DA-PAYCODE
               " YEAR " DA-YEAR "  CLAIMS " DA-CLAIMS
               "  LAST 835 " DA-DATE-POST
               "  LAST 271 " DA-DATE-LIMIT
               DELIMITED BY SIZE INTO DEDRPT01
           WRITE DEDRPT01
           MOVE DA-DED TO NEF-A
           MOVE DA-DED-LIMIT TO NEF-B
           MOVE SPACE TO DEDRPT01
           IF DA-DED-LIMIT = 0
               STRING "    DEDUCTIBLE    MET " NEF-A
                   " OF (NOT ON FILE)"
                   DELIMITED BY SIZE INTO DEDRPT01
           ELSE
               COMPUTE AMT-LEFT = DA-DED-LIMIT - DA-DED
               IF AMT-LEFT < 0
                   MOVE 0 TO AMT-LEFT
               END-IF
               MOVE AMT-LEFT TO NEF-C
               STRING "    DEDUCTIBLE    MET " NEF-A " OF " NEF-B
                   "  REMAINING " NEF-C
                   DELIMITED BY SIZE INTO DEDRPT01
           END-IF
           WRITE DEDRPT01
           MOVE DA-COINS TO NEF-A
           MOVE DA-COPAY TO NEF-B
           MOVE DA-OTHER TO NEF-C
           MOVE SPACE TO DEDRPT01
           STRING "    COINSURANCE " NEF-A "  COPAY " NEF-B
               "  OTHER PATIENT SHARE " NEF-C
               DELIMITED BY SIZE INTO DEDRPT01
           WRITE DEDRPT01
           COMPUTE OOP-MET = DA-DED + DA-COINS + DA-COPAY + DA-OTHER
           MOVE OOP-MET TO NEF-A
           MOVE DA-OOP-LIMIT TO NEF-B
           MOVE SPACE TO DEDRPT01
           IF DA-OOP-LIMIT = 0
               STRING "    OUT-OF-POCKET MET " NEF-A
                   " OF (NOT ON FILE)"
                   DELIMITED BY SIZE INTO DEDRPT01
           ELSE
               COMPUTE AMT-LEFT = DA-OOP-LIMIT - OOP-MET
               IF AMT-LEFT < 0
                   MOVE 0 TO AMT-LEFT
               END-IF
               MOVE AMT-LEFT TO NEF-C
               STRING "    OUT-OF-POCKET MET " NEF-A " OF " NEF-B
                   "  REMAINING " NEF-C
                   DELIMITED BY SIZE INTO DEDRPT01
           END-IF
           WRITE DEDRPT01.
       SHOW-ACC-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO DEDRPT01
           WRITE DEDRPT01
           MOVE SPACE TO DEDRPT01
           STRING HIT-COUNT " ACCUMULATORS SHOWN"
               DELIMITED BY SIZE INTO DEDRPT01
           WRITE DEDRPT01
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PARMFILE DEDACC DEDRPT SUMLOG.
           DISPLAY "DEDUCTIBLE INQUIRY HAS ENDED, " HIT-COUNT
               " SHOWN".
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLDED001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE HIT-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
