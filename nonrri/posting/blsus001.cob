      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-16 sw  new program - remittance suspense work-off and
      *                aging.  blui006 files every 835 payment and
      *                adjustment it cannot match to a CHARCUR claim on
      *                SUSPFILE.  a poster who finds the right account
      *                keys a SUSUPDT card (suspense date/sequence,
      *                account, claim, operator); the item is staged to
      *                PAYFILE against that claim under the batch it
      *                arrived in, for blui005's normal posting pass,
      *                and marked worked.  the second pass ages what is
      *                still open -- by item and in 30/60/90 buckets,
      *                with the open total per deposit batch -- so the
      *                deposits blbank001 reconciles tie to posted plus
      *                suspense.
      * 2026-10-03 sw  PD-AMOUNT widened to S9(6)V99; the too-large test
      *                follows it.
      * 2026-10-11 sw  the operator on a work-off card must be on
      *                OPFILE, active and hold the poster role; any
      *                other card is refused onto OPEXCP (see blopr001)
      *                as well as the suspense report.
      * 2026-10-15 sw  SUSPFILE is optional, so a site that has never
      *                suspended a payment does not fail on the open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLSUS001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSUPDT ASSIGN TO "S197" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S196"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SU-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT SUSRPT ASSIGN TO "S198" ORGANIZATION
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
       FD  SUSUPDT.
       01  SUSUPDT01.
           02 SX-DATE PIC X(8).
           02 FILLER PIC X.
           02 SX-SEQ PIC 9(4).
           02 FILLER PIC X.
           02 SX-KEY8 PIC X(8).
           02 FILLER PIC X.
           02 SX-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 SX-OPID PIC X(8).

       FD  SUSPFILE.
           COPY "suspfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYFILE
           DATA RECORD IS PAYFILE01.
       01  PAYFILE01.
           02 PAYFILE-KEY.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(6)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(6).
           02 PD-DATE-T PIC X(8).
           02 PD-DATE-E PIC X(8).
           02 PD-ORDER PIC X(6).
           02 PD-BATCH PIC X(6).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  SUSRPT.
       01  SUSRPT01 PIC X(132).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
           02 TODAY-MM PIC 99.
           02 TODAY-DD PIC 99.
       01  ITEM8 PIC 9(8).
       01  ITEM-X REDEFINES ITEM8.
           02 ITEM-YYYY PIC 9(4).
           02 ITEM-MM PIC 99.
           02 ITEM-DD PIC 99.
       01  TODAY-SERIAL PIC S9(7).
       01  ITEM-SERIAL PIC S9(7).
       01  AGE-DAYS PIC S9(6).
       01  CNT-WORKED PIC 9(6) VALUE 0.
       01  CNT-REJECTED PIC 9(6) VALUE 0.
       01  CNT-OPEN PIC 9(6) VALUE 0.
       01  TOT-WORKED PIC S9(9)V99 VALUE 0.
       01  FOUND-FLAG PIC X.
       01  LINE-KEY3 PIC XXX.
       01  LINE-PAYCODE PIC XXX.
       01  LINE-DATE-T PIC X(8).
       01  SLOT-N PIC 999.
       01  REJ-REASON PIC X(30).
       01  BUCKET-TAB01.
           02 BUCKET-AMT PIC S9(9)V99 OCCURS 4 TIMES.
           02 BUCKET-CNT PIC 9(6) OCCURS 4 TIMES.
       01  BX PIC 9.
       01  TOT-OPEN PIC S9(9)V99 VALUE 0.
       01  BATCH-TAB01.
           02 BATCH-ENT OCCURS 200 TIMES.
             03 BT-BATCH PIC X(6).
             03 BT-CNT PIC 9(6).
             03 BT-AMT PIC S9(9)V99.
       01  BATCH-NDX PIC 999 VALUE 0.
       01  TX PIC 999.
       01  NEF-9 PIC ZZZ,ZZ9.99CR.
       01  NEF-11 PIC ZZ,ZZZ,ZZ9.99CR.
       01  NEF-DAYS PIC ZZZZ9.

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
           OPEN INPUT SUSUPDT CHARCUR GARFILE.
           OPEN I-O SUSPFILE PAYFILE.
           OPEN OUTPUT SUSRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.
           MOVE 0 TO BUCKET-AMT(1) BUCKET-AMT(2) BUCKET-AMT(3)
               BUCKET-AMT(4)
           MOVE 0 TO BUCKET-CNT(1) BUCKET-CNT(2) BUCKET-CNT(3)
               BUCKET-CNT(4)

           MOVE SPACE TO SUSRPT01
           STRING "REMITTANCE SUSPENSE WORK-OFF FOR " RUN-DATE
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01.

      *******  PASS 1 -- EACH SUSUPDT CARD MOVES ONE OPEN SUSPENSE
      *******  ITEM ONTO THE ACCOUNT/CLAIM THE POSTER FOUND.

       P1.
           READ SUSUPDT AT END GO TO P2.
           IF SX-DATE = SPACE GO TO P1.
           MOVE SPACE TO REJ-REASON
           MOVE SX-DATE TO SU-DATE
           MOVE SX-SEQ TO SU-SEQ
           READ SUSPFILE
             INVALID
               MOVE "NO SUCH SUSPENSE ITEM" TO REJ-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               GO TO P1
           END-READ
           IF SU-STATUS NOT = "O"
               MOVE "ITEM ALREADY WORKED" TO REJ-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               GO TO P1
           END-IF
           MOVE SX-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING SX-DATE "/" SX-SEQ
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               MOVE CHK-WHY TO REJ-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               GO TO P1
           END-IF
           PERFORM FIND-CLAIM THRU FIND-CLAIM-EXIT
           IF FOUND-FLAG = "N"
               MOVE "NO CHARCUR CLAIM FOR ACCOUNT" TO REJ-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               GO TO P1
           END-IF
      *******  PD-AMOUNT ONLY HOLDS SIX DOLLAR DIGITS -- THE SAME
      *******  CAPACITY RULE BLUI006 POSTS UNDER.  A BIGGER ITEM STAYS
      *******  IN SUSPENSE FOR A HAND POSTING.
           IF SU-AMOUNT > 999999.99 OR SU-AMOUNT < -999999.99
               MOVE "TOO LARGE FOR PAYFILE" TO REJ-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               GO TO P1
           END-IF
           PERFORM POST-PAYFILE THRU POST-PAYFILE-EXIT
           GO TO P1.

      *******  THE CLAIM MUST BE ON CHARCUR.  THE LINE WHOSE PROCEDURE
      *******  MATCHES THE SVC DETAIL IS PREFERRED, AS IN BLUI006'S
      *******  P4A-FIND-LINE; OTHERWISE THE CLAIM'S FIRST LINE.

       FIND-CLAIM.
           MOVE "N" TO FOUND-FLAG
           MOVE SPACE TO LINE-KEY3 LINE-PAYCODE LINE-DATE-T
           MOVE SX-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO FIND-CLAIM-EXIT
           END-START.
       FIND-CLAIM-1.
           READ CHARCUR NEXT
             AT END
               GO TO FIND-CLAIM-EXIT
           END-READ
           IF CC-KEY8 NOT = SX-KEY8
               GO TO FIND-CLAIM-EXIT
           END-IF
           IF CC-CLAIM NOT = SX-CLAIM
               GO TO FIND-CLAIM-1
           END-IF
           IF FOUND-FLAG = "N"
               MOVE "Y" TO FOUND-FLAG
               MOVE CC-KEY3 TO LINE-KEY3
               MOVE CC-PAYCODE TO LINE-PAYCODE
               MOVE CC-DATE-T TO LINE-DATE-T
           END-IF
           IF SU-PROC NOT = SPACE AND CC-PROC1 = SU-PROC
               MOVE CC-KEY3 TO LINE-KEY3
               MOVE CC-PAYCODE TO LINE-PAYCODE
               MOVE CC-DATE-T TO LINE-DATE-T
               GO TO FIND-CLAIM-EXIT
           END-IF
           GO TO FIND-CLAIM-1.
       FIND-CLAIM-EXIT.
           EXIT.

      *******  STAGE THE ITEM IN THE ACCOUNT'S NEXT FREE PAYFILE SLOT
      *******  (BLLBX001'S 001-UPWARD PROBE) UNDER THE BATCH THE MONEY
      *******  WAS DEPOSITED WITH, SO IT LANDS IN THAT BATCH'S PAYCUR
      *******  TOTAL WHEN BLUI005 POSTS IT.

       POST-PAYFILE.
           MOVE 0 TO SLOT-N
           MOVE SX-KEY8 TO PD-KEY8.
       POST-PAYFILE-1.
           ADD 1 TO SLOT-N
           MOVE SLOT-N TO PD-KEY3
           READ PAYFILE
             INVALID
               GO TO POST-PAYFILE-2
           END-READ
           IF SLOT-N = 999
               MOVE "NO FREE PAYFILE SLOT" TO REJ-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
               GO TO POST-PAYFILE-EXIT
           END-IF
           GO TO POST-PAYFILE-1.
       POST-PAYFILE-2.
           MOVE SX-KEY8 TO G-GARNO
           READ GARFILE INVALID MOVE SPACE TO G-GARNAME.
           MOVE SX-KEY8 TO PD-KEY8
           MOVE SLOT-N TO PD-KEY3
           MOVE G-GARNAME TO PD-NAME
           MOVE SU-AMOUNT TO PD-AMOUNT
           MOVE LINE-PAYCODE TO PD-PAYCODE
           MOVE SU-DENIAL TO PD-DENIAL
           MOVE SX-CLAIM TO PD-CLAIM
           MOVE LINE-DATE-T TO PD-DATE-T
           MOVE RUN-DATE TO PD-DATE-E
           MOVE SPACE TO PD-ORDER
           MOVE SU-BATCH TO PD-BATCH
           WRITE PAYFILE01
           MOVE "W" TO SU-STATUS
           MOVE SX-KEY8 TO SU-WORK-KEY8
           MOVE SX-CLAIM TO SU-WORK-CLAIM
           MOVE SX-OPID TO SU-WORK-OPID
           MOVE RUN-DATE TO SU-WORK-DATE
           REWRITE SUSPFILE01
           ADD 1 TO CNT-WORKED
           ADD SU-AMOUNT TO TOT-WORKED
           MOVE SU-AMOUNT TO NEF-9
           MOVE SPACE TO SUSRPT01
           STRING SU-DATE "/" SU-SEQ " " SU-TYPE " " NEF-9
               " TO " SX-KEY8 "/" SX-CLAIM " PAYFILE " PD-KEY3
               " BATCH " SU-BATCH " BY " SX-OPID
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01.
       POST-PAYFILE-EXIT.
           EXIT.

       WRITE-REJECT.
           ADD 1 TO CNT-REJECTED
           MOVE SPACE TO SUSRPT01
           STRING SX-DATE "/" SX-SEQ " " SX-KEY8 "/" SX-CLAIM
               " " SX-OPID " NOT WORKED - " REJ-REASON
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01.
       WRITE-REJECT-EXIT.
           EXIT.

      *******  PASS 2 -- AGE EVERYTHING STILL OPEN.  DAYS ARE COUNTED
      *******  ON THE SAME 360-DAY SERIAL BLHLD001 AGES HOLDS WITH.

       P2.
           MOVE TOT-WORKED TO NEF-11
           MOVE SPACE TO SUSRPT01
           STRING "WORKED OFF " CNT-WORKED " ITEMS FOR " NEF-11
               ", " CNT-REJECTED " CARDS NOT WORKED"
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           STRING "OPEN SUSPENSE AGING AS OF " RUN-DATE
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           STRING "DATE/SEQ      T BATCH  TRACE"
               "                          PAYER"
               "                          CLP01            "
               "       AMOUNT  DAYS"
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE LOW-VALUE TO SU-KEY
           START SUSPFILE KEY NOT < SU-KEY
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ SUSPFILE NEXT
             AT END
               GO TO P3
           END-READ
           IF SU-STATUS NOT = "O" GO TO P2-1.
           MOVE 0 TO AGE-DAYS
           IF SU-DATE NUMERIC
               MOVE SU-DATE TO ITEM8
               COMPUTE ITEM-SERIAL =
                   (ITEM-YYYY * 360) + (ITEM-MM * 30) + ITEM-DD
               COMPUTE AGE-DAYS = TODAY-SERIAL - ITEM-SERIAL
           END-IF
           IF AGE-DAYS > 90
               MOVE 4 TO BX
           ELSE
               IF AGE-DAYS > 60
                   MOVE 3 TO BX
               ELSE
                   IF AGE-DAYS > 30
                       MOVE 2 TO BX
                   ELSE
                       MOVE 1 TO BX
                   END-IF
               END-IF
           END-IF
           ADD SU-AMOUNT TO BUCKET-AMT(BX)
           ADD 1 TO BUCKET-CNT(BX)
           ADD SU-AMOUNT TO TOT-OPEN
           ADD 1 TO CNT-OPEN
           PERFORM BATCH-ADD THRU BATCH-ADD-EXIT
           MOVE SU-AMOUNT TO NEF-9
           MOVE AGE-DAYS TO NEF-DAYS
           MOVE SPACE TO SUSRPT01
           STRING SU-DATE "/" SU-SEQ " " SU-TYPE " " SU-BATCH " "
               SU-TRACE " " SU-PAYER " " SU-CLP-ACCT " " NEF-9
               " " NEF-DAYS
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           GO TO P2-1.

      *******  OPEN SUSPENSE PER DEPOSIT BATCH, THE SAME TABLE
      *******  TECHNIQUE BLUI005'S BATCH-POST USES.

       BATCH-ADD.
           MOVE 1 TO TX.
       BATCH-ADD-1.
           IF TX > BATCH-NDX GO TO BATCH-ADD-NEW.
           IF BT-BATCH(TX) = SU-BATCH GO TO BATCH-ADD-2.
           ADD 1 TO TX
           GO TO BATCH-ADD-1.
       BATCH-ADD-NEW.
           IF BATCH-NDX = 200
               DISPLAY "SUSPENSE BATCH TABLE FULL, " SU-BATCH
                   " NOT TOTALLED BY BATCH"
               GO TO BATCH-ADD-EXIT
           END-IF
           ADD 1 TO BATCH-NDX
           MOVE BATCH-NDX TO TX
           MOVE SU-BATCH TO BT-BATCH(TX)
           MOVE 0 TO BT-CNT(TX) BT-AMT(TX).
       BATCH-ADD-2.
           ADD 1 TO BT-CNT(TX)
           ADD SU-AMOUNT TO BT-AMT(TX).
       BATCH-ADD-EXIT.
           EXIT.

       P3.
           MOVE SPACE TO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           MOVE BUCKET-AMT(1) TO NEF-11
           STRING "   0-30 DAYS  " BUCKET-CNT(1) " " NEF-11
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           MOVE BUCKET-AMT(2) TO NEF-11
           STRING "  31-60 DAYS  " BUCKET-CNT(2) " " NEF-11
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           MOVE BUCKET-AMT(3) TO NEF-11
           STRING "  61-90 DAYS  " BUCKET-CNT(3) " " NEF-11
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           MOVE BUCKET-AMT(4) TO NEF-11
           STRING "  OVER 90     " BUCKET-CNT(4) " " NEF-11
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           MOVE TOT-OPEN TO NEF-11
           STRING "  TOTAL OPEN  " CNT-OPEN " " NEF-11
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           WRITE SUSRPT01
           MOVE SPACE TO SUSRPT01
           STRING "OPEN SUSPENSE BY DEPOSIT BATCH"
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           MOVE 1 TO TX.
       P3-1.
           IF TX > BATCH-NDX GO TO P9.
           MOVE BT-AMT(TX) TO NEF-11
           MOVE SPACE TO SUSRPT01
           STRING "  BATCH " BT-BATCH(TX) "  " BT-CNT(TX) " "
               NEF-11
               DELIMITED BY SIZE INTO SUSRPT01
           WRITE SUSRPT01
           ADD 1 TO TX
           GO TO P3-1.

       P9.
           DISPLAY "SUSPENSE WORK-OFF HAS ENDED, " CNT-WORKED
               " WORKED, " CNT-OPEN " STILL OPEN".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE SUSUPDT SUSPFILE CHARCUR PAYFILE GARFILE SUSRPT
               SUMLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLSUS001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CNT-WORKED TO SL-COUNT
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
           MOVE "BLSUS001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
