      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-15 sw  new program - RAC / ADR audit tracking.  a
      *                records request used to live in a folder and a
      *                calendar square.  AUDCASE holds the case -- the
      *                auditor, letter date, records due date, what was
      *                sent and when, and the decision with the amount
      *                to be recouped; AUDCLM holds each claim under
      *                review, picked up off CHARCUR or, for a settled
      *                claim, CHARHIST.  AUDUPDT cards keep both.  a
      *                claim under audit holds in the refund (blcrd001,
      *                blrfd001) and small-balance write-off (blswo001)
      *                runs.  every night the recoupments are tied to
      *                the PLB and REVRSL entries on PAYCUR, and AUDRPT
      *                is the deadline tickler.
      * 2026-10-15 sw  a PLB recoupment is known by its blank paycode,
      *                a PLB reason in PC-DENIAL and a batch other than
      *                REVRSL, not by the PAYCUR slot it landed in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLAUD001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL AUDCASE ASSIGN TO "S319"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AC-CASE
           LOCK MODE MANUAL.
           SELECT OPTIONAL AUDCLM ASSIGN TO "S320"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AK-KEY
           LOCK MODE MANUAL.
           SELECT AUDUPDT ASSIGN TO "S321" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT AUDRPT ASSIGN TO "S322" ORGANIZATION
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
       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CHARHIST.
           COPY "charhist.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  AUDCASE.
           COPY "audcase.cpy".

       FD  AUDCLM.
           COPY "audclm.cpy".

      *******  THE AUDIT BILLER'S CARDS.  EVERY CARD CARRIES ITS TYPE,
      *******  THE AUDITOR'S CASE NUMBER AND THE OPERATOR KEYING IT:
      *******    "O" OPEN A CASE -- AUDIT TYPE, PAYCODE, AUDITOR,
      *******        LETTER DATE, RECORDS DUE DATE
      *******    "K" A CLAIM UNDER REVIEW -- ACCOUNT AND CLAIM
      *******    "S" RECORDS SENT -- DATE (BLANK = TODAY), WHAT WENT
      *******    "E" EXTENSION -- THE NEW RECORDS DUE DATE
      *******    "D" THE DECISION -- OUTCOME U/P/D, DECISION DATE
      *******        (BLANK = TODAY), TOTAL TO BE RECOUPED
      *******    "X" ONE CLAIM'S OWN OUTCOME AND RECOUP AMOUNT, WHERE
      *******        THE LETTER BREAKS IT DOWN BY CLAIM
      *******    "C" CLOSE THE CASE AND RELEASE ITS CLAIMS
      *******  A BLANK FIELD ON AN "O" CARD FOR A CASE ALREADY ON FILE
      *******  KEEPS WHAT IS THERE.
       FD  AUDUPDT.
       01  AUDUPDT01.
           02 AU-TYPE PIC X.
           02 FILLER PIC X.
           02 AU-CASE PIC X(10).
           02 FILLER PIC X.
           02 AU-OPID PIC X(8).
           02 FILLER PIC X.
           02 AU-DATA PIC X(100).
       01  AUDUPDT-O.
           02 FILLER PIC X(22).
           02 AU-AUDTYPE PIC X.
           02 FILLER PIC X.
           02 AU-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 AU-AUDITOR PIC X(24).
           02 FILLER PIC X.
           02 AU-DATE-LTR PIC X(8).
           02 FILLER PIC X.
           02 AU-DATE-DUE PIC X(8).
       01  AUDUPDT-K.
           02 FILLER PIC X(22).
           02 AU-GARNO PIC X(8).
           02 FILLER PIC X.
           02 AU-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 AU-OUTCOME-X PIC X.
           02 FILLER PIC X.
           02 AU-RECOUP-X PIC X(10).
       01  AUDUPDT-S.
           02 FILLER PIC X(22).
           02 AU-DATE-SENT PIC X(8).
           02 FILLER PIC X.
           02 AU-DOCS PIC X(24).
       01  AUDUPDT-E.
           02 FILLER PIC X(22).
           02 AU-NEW-DUE PIC X(8).
       01  AUDUPDT-D.
           02 FILLER PIC X(22).
           02 AU-OUTCOME PIC X.
           02 FILLER PIC X.
           02 AU-DATE-DEC PIC X(8).
           02 FILLER PIC X.
           02 AU-RECOUP PIC X(10).

       FD  AUDRPT.
       01  AUDRPT01 PIC X(132).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  CARD-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  NEW-COUNT PIC 9(5) VALUE 0.
       01  CLM-COUNT PIC 9(5) VALUE 0.
       01  OPEN-COUNT PIC 9(5) VALUE 0.
       01  OVERDUE-COUNT PIC 9(5) VALUE 0.
       01  TIED-COUNT PIC 9(5) VALUE 0.
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
           02 TODAY-MM PIC 99.
           02 TODAY-DD PIC 99.
       01  DUE8 PIC 9(8).
       01  DUE-X REDEFINES DUE8.
           02 DUE-YYYY PIC 9(4).
           02 DUE-MM PIC 99.
           02 DUE-DD PIC 99.
       01  TODAY-SERIAL PIC S9(7).
       01  DUE-SERIAL PIC S9(7).
       01  DUE-DAYS PIC S9(6).
       01  RECOUP-WS PIC S9(7)V99.
       01  OUTSTAND-WS PIC S9(7)V99.
       01  NEF-DAYS PIC ----9.
       01  NEF-CNT PIC ZZ9.
       01  NEF-AMT1 PIC Z,ZZZ,ZZ9.99-.
       01  NEF-AMT2 PIC Z,ZZZ,ZZ9.99-.
       01  NEF-AMT3 PIC Z,ZZZ,ZZ9.99-.

      *******  THE CLAIM LOOKUP -- WHAT THE "K" CARD FINDS ON CHARCUR
      *******  OR CHARHIST FOR THE ACCOUNT AND CLAIM.
       01  FIND-SOURCE PIC X.
       01  FIND-PAYCODE PIC XXX.
       01  FIND-DATE-T PIC X(8).
       01  FIND-BILLED PIC S9(7)V99.

      *******  THE TICKLER BUCKETS, ONE PASS OF AUDCASE PER BUCKET.
       01  BKT PIC 9.
       01  BKT-HIT PIC X.
       01  BKT-NAME-TAB01.
           02 FILLER PIC X(12) VALUE "OVERDUE     ".
           02 FILLER PIC X(12) VALUE "DUE 0-7     ".
           02 FILLER PIC X(12) VALUE "DUE 8-30    ".
           02 FILLER PIC X(12) VALUE "DUE 31+     ".
       01  BKT-NAME-TAB02 REDEFINES BKT-NAME-TAB01.
           02 BKT-NAME PIC X(12) OCCURS 4 TIMES.

      *******  THE CASE'S CLAIMS WALK -- CLM-ACTION SAYS WHAT TO DO
      *******  TO EACH AUDCLM ROW UNDER AC-CASE:
      *******    "D" TAKE THE CASE DECISION WHERE THE CLAIM HAS NONE
      *******    "C" CLOSE (RELEASE) THE CLAIM
      *******    "T" TIE THE RECOUPMENT TO PAYCUR
      *******    "L" LIST THE CLAIM ON THE TICKLER
       01  CLM-ACTION PIC X.
       01  TIE-AMOUNT PIC S9(7)V99.
       01  TIE-DATE PIC X(8).
       01  TIE-BATCH PIC X(6).
       01  CLM-ACTIVE PIC 999.

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
           OPEN INPUT CHARCUR CHARHIST PAYCUR AUDUPDT.
           OPEN I-O AUDCASE AUDCLM.
           OPEN OUTPUT AUDRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.

      *******  PASS 1 -- APPLY THE AUDIT BILLER'S CARDS.

       P1.
           READ AUDUPDT
             AT END
               GO TO P2
           END-READ
           IF AU-CASE = SPACE GO TO P1.
           ADD 1 TO CARD-COUNT
           IF AU-TYPE NOT = "O" AND AU-TYPE NOT = "K"
             AND AU-TYPE NOT = "S" AND AU-TYPE NOT = "E"
             AND AU-TYPE NOT = "D" AND AU-TYPE NOT = "X"
             AND AU-TYPE NOT = "C"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN CARD TYPE " AU-TYPE " FOR " AU-CASE
               GO TO P1
           END-IF
           MOVE AU-OPID TO CHK-OPID
           MOVE AU-CASE TO CHK-KEY
           MOVE "B" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF
           MOVE AU-CASE TO AC-CASE
           READ AUDCASE
             INVALID
               IF AU-TYPE = "O"
                   PERFORM OPEN-CASE THRU OPEN-CASE-EXIT
               ELSE
                   ADD 1 TO BAD-COUNT
                   DISPLAY AU-CASE " NOT ON THE AUDIT CASE FILE"
               END-IF
               GO TO P1
           END-READ

           IF AU-TYPE = "O"
               IF AU-AUDTYPE NOT = SPACE
                   MOVE AU-AUDTYPE TO AC-TYPE
               END-IF
               IF AU-PAYCODE NOT = SPACE
                   MOVE AU-PAYCODE TO AC-PAYCODE
               END-IF
               IF AU-AUDITOR NOT = SPACE
                   MOVE AU-AUDITOR TO AC-AUDITOR
               END-IF
               IF AU-DATE-LTR NOT = SPACE
                   MOVE AU-DATE-LTR TO AC-DATE-LTR
               END-IF
               IF AU-DATE-DUE NOT = SPACE
                   MOVE AU-DATE-DUE TO AC-DATE-DUE
               END-IF
           END-IF

           IF AU-TYPE = "K"
               PERFORM ADD-CLAIM THRU ADD-CLAIM-EXIT
           END-IF

           IF AU-TYPE = "S"
               MOVE AU-DATE-SENT TO AC-DATE-SENT
               IF AU-DATE-SENT = SPACE
                   MOVE RUN-DATE TO AC-DATE-SENT
               END-IF
               IF AU-DOCS NOT = SPACE
                   MOVE AU-DOCS TO AC-DOCS
               END-IF
               IF AC-STATUS = "O"
                   MOVE "S" TO AC-STATUS
               END-IF
           END-IF

           IF AU-TYPE = "E"
               IF AU-NEW-DUE = SPACE
                   ADD 1 TO BAD-COUNT
                   DISPLAY AU-CASE " EXTENSION WITH NO DUE DATE"
                   GO TO P1
               END-IF
               MOVE AU-NEW-DUE TO AC-DATE-DUE
           END-IF

           IF AU-TYPE = "D"
               IF AU-OUTCOME NOT = "U" AND AU-OUTCOME NOT = "P"
                 AND AU-OUTCOME NOT = "D"
                   ADD 1 TO BAD-COUNT
                   DISPLAY AU-CASE " DECISION MUST BE U, P OR D"
                   GO TO P1
               END-IF
               MOVE AU-OUTCOME TO AC-OUTCOME
               MOVE AU-DATE-DEC TO AC-DATE-DEC
               IF AU-DATE-DEC = SPACE
                   MOVE RUN-DATE TO AC-DATE-DEC
               END-IF
               MOVE 0 TO AC-RECOUP
               IF AU-RECOUP NOT = SPACE AND AU-OUTCOME NOT = "U"
                   MOVE FUNCTION NUMVAL(AU-RECOUP) TO RECOUP-WS
                   MOVE RECOUP-WS TO AC-RECOUP
               END-IF
               MOVE "D" TO AC-STATUS
               MOVE "D" TO CLM-ACTION
               PERFORM CASE-CLAIMS THRU CASE-CLAIMS-EXIT
               IF AC-OUTCOME = "U"
                   MOVE "C" TO AC-STATUS
                   MOVE "C" TO CLM-ACTION
                   PERFORM CASE-CLAIMS THRU CASE-CLAIMS-EXIT
               END-IF
           END-IF

           IF AU-TYPE = "X"
               PERFORM CLAIM-OUTCOME THRU CLAIM-OUTCOME-EXIT
           END-IF

           IF AU-TYPE = "C"
               MOVE "C" TO AC-STATUS
               MOVE "C" TO CLM-ACTION
               PERFORM CASE-CLAIMS THRU CASE-CLAIMS-EXIT
           END-IF

           MOVE AU-OPID TO AC-OPID
           REWRITE AUDCASE01
           GO TO P1.

      *******  PASS 2 -- TIE THE RECOUPMENTS.  FOR EVERY DECIDED CASE
      *******  WITH MONEY TO COME BACK, EACH CLAIM'S PLB AND REVRSL
      *******  ENTRIES SINCE THE DECISION ARE ADDED UP OFF PAYCUR (SEE
      *******  TIE-CLAIM); A CLAIM IS RELEASED ONCE ITS OWN RECOUP IS
      *******  COVERED, THE WHOLE CASE CLOSES ONCE THE CASE TOTAL IS
      *******  -- OR, WHERE THE LETTER GAVE ONLY CLAIM AMOUNTS, ONCE
      *******  NO CLAIM IS LEFT UNDER AUDIT.

       P2.
           MOVE LOW-VALUE TO AC-CASE
           START AUDCASE KEY NOT < AC-CASE
             INVALID
               GO TO P3
           END-START.

       P2-1.
           READ AUDCASE NEXT
             AT END
               GO TO P3
           END-READ
           IF AC-STATUS NOT = "D"
               GO TO P2-1
           END-IF
           IF AC-OUTCOME NOT = "P" AND AC-OUTCOME NOT = "D"
               GO TO P2-1
           END-IF
           MOVE 0 TO AC-RECOVERED CLM-ACTIVE
           MOVE "T" TO CLM-ACTION
           PERFORM CASE-CLAIMS THRU CASE-CLAIMS-EXIT
           IF (AC-RECOUP > 0 AND AC-RECOVERED NOT < AC-RECOUP)
             OR (AC-RECOUP = 0 AND AC-CLAIMS > 0 AND CLM-ACTIVE = 0)
               MOVE "C" TO AC-STATUS
               MOVE "C" TO CLM-ACTION
               PERFORM CASE-CLAIMS THRU CASE-CLAIMS-EXIT
               ADD 1 TO TIED-COUNT
           END-IF
           REWRITE AUDCASE01
           GO TO P2-1.

      *******  PASS 3 -- THE DEADLINE TICKLER.  CASES STILL OWING
      *******  RECORDS BY DAYS TO THE DUE DATE -- OVERDUE, DUE IN A
      *******  WEEK, IN A MONTH, LATER -- ONE PASS OF AUDCASE PER
      *******  BUCKET; THEN THE CASES WAITING ON A DECISION; THEN THE
      *******  DECIDED CASES WITH THE RECOUPMENT EXPECTED AGAINST WHAT
      *******  HAS BEEN TIED SO FAR, CLAIM BY CLAIM.

       P3.
           MOVE SPACE TO AUDRPT01
           STRING "AUDIT RECORDS-REQUEST TICKLER FOR " RUN-DATE
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           MOVE SPACE TO AUDRPT01
           WRITE AUDRPT01
           MOVE SPACE TO AUDRPT01
           STRING "RECORDS DUE" DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           MOVE 1 TO BKT.

       P3-1.
           MOVE LOW-VALUE TO AC-CASE
           START AUDCASE KEY NOT < AC-CASE
             INVALID
               GO TO P4
           END-START.

       P3-2.
           READ AUDCASE NEXT
             AT END
               GO TO P3-3
           END-READ
           IF AC-STATUS NOT = "O"
               GO TO P3-2
           END-IF
           PERFORM DUE-BUCKET THRU DUE-BUCKET-EXIT
           IF BKT-HIT NOT = "Y"
               GO TO P3-2
           END-IF
           IF BKT = 1
               ADD 1 TO OVERDUE-COUNT
           END-IF
           ADD 1 TO OPEN-COUNT
           MOVE DUE-DAYS TO NEF-DAYS
           MOVE AC-CLAIMS TO NEF-CNT
           MOVE SPACE TO AUDRPT01
           STRING BKT-NAME(BKT) AC-CASE " " AC-TYPE " " AC-PAYCODE
               " " AC-AUDITOR " LTR " AC-DATE-LTR " DUE "
               AC-DATE-DUE NEF-DAYS " DAYS " NEF-CNT " CLAIMS"
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           GO TO P3-2.

       P3-3.
           IF BKT < 4
               ADD 1 TO BKT
               GO TO P3-1
           END-IF.

       P4.
           MOVE SPACE TO AUDRPT01
           WRITE AUDRPT01
           MOVE SPACE TO AUDRPT01
           STRING "RECORDS SENT, AWAITING DECISION"
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           MOVE LOW-VALUE TO AC-CASE
           START AUDCASE KEY NOT < AC-CASE
             INVALID
               GO TO P9
           END-START.

       P4-1.
           READ AUDCASE NEXT
             AT END
               GO TO P5
           END-READ
           IF AC-STATUS NOT = "S"
               GO TO P4-1
           END-IF
           ADD 1 TO OPEN-COUNT
           MOVE AC-CLAIMS TO NEF-CNT
           MOVE SPACE TO AUDRPT01
           STRING "            " AC-CASE " " AC-TYPE " " AC-PAYCODE
               " " AC-AUDITOR " SENT " AC-DATE-SENT " " AC-DOCS
               " " NEF-CNT " CLAIMS"
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           GO TO P4-1.

       P5.
           MOVE SPACE TO AUDRPT01
           WRITE AUDRPT01
           MOVE SPACE TO AUDRPT01
           STRING "DECIDED, RECOUPMENT EXPECTED / TIED / OUTSTANDING"
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           MOVE LOW-VALUE TO AC-CASE
           START AUDCASE KEY NOT < AC-CASE
             INVALID
               GO TO P9
           END-START.

       P5-1.
           READ AUDCASE NEXT
             AT END
               GO TO P9
           END-READ
           IF AC-STATUS NOT = "D"
               GO TO P5-1
           END-IF
           ADD 1 TO OPEN-COUNT
           COMPUTE OUTSTAND-WS = AC-RECOUP - AC-RECOVERED
           MOVE AC-RECOUP TO NEF-AMT1
           MOVE AC-RECOVERED TO NEF-AMT2
           MOVE OUTSTAND-WS TO NEF-AMT3
           MOVE SPACE TO AUDRPT01
           STRING "            " AC-CASE " " AC-TYPE " " AC-PAYCODE
               " " AC-AUDITOR " " AC-OUTCOME " DEC " AC-DATE-DEC
               " " NEF-AMT1 " " NEF-AMT2 " " NEF-AMT3
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           MOVE "L" TO CLM-ACTION
           PERFORM CASE-CLAIMS THRU CASE-CLAIMS-EXIT
           GO TO P5-1.

       P9.
           MOVE SPACE TO AUDRPT01
           WRITE AUDRPT01
           MOVE SPACE TO AUDRPT01
           STRING OPEN-COUNT " CASES OPEN, " OVERDUE-COUNT
               " WITH RECORDS OVERDUE, " TIED-COUNT
               " RECOUPMENTS TIED AND CLOSED THIS RUN"
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01
           DISPLAY "AUDIT RUN: " CARD-COUNT " CARDS, " BAD-COUNT
               " REFUSED, " NEW-COUNT " CASES AND " CLM-COUNT
               " CLAIMS ADDED, " OPEN-COUNT " CASES OPEN".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR CHARHIST PAYCUR AUDCASE AUDCLM AUDUPDT
                 AUDRPT SUMLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLAUD001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE OPEN-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

      *******  A NEW CASE OFF AN "O" CARD.  THE AUDIT TYPE AND THE
      *******  RECORDS DUE DATE ARE REQUIRED -- A CASE WITH NO DUE
      *******  DATE CANNOT BE TICKLED.

       OPEN-CASE.
           IF AU-AUDTYPE NOT = "A" AND AU-AUDTYPE NOT = "R"
             AND AU-AUDTYPE NOT = "C"
               ADD 1 TO BAD-COUNT
               DISPLAY AU-CASE " AUDIT TYPE MUST BE A, R OR C"
               GO TO OPEN-CASE-EXIT
           END-IF
           IF AU-DATE-DUE NOT NUMERIC
               ADD 1 TO BAD-COUNT
               DISPLAY AU-CASE " NO RECORDS DUE DATE, NOT OPENED"
               GO TO OPEN-CASE-EXIT
           END-IF
           MOVE SPACE TO AUDCASE01
           MOVE AU-CASE TO AC-CASE
           MOVE AU-AUDTYPE TO AC-TYPE
           MOVE AU-PAYCODE TO AC-PAYCODE
           MOVE AU-AUDITOR TO AC-AUDITOR
           MOVE AU-DATE-LTR TO AC-DATE-LTR
           MOVE AU-DATE-DUE TO AC-DATE-DUE
           MOVE "O" TO AC-STATUS
           MOVE 0 TO AC-RECOUP AC-RECOVERED AC-CLAIMS
           MOVE RUN-DATE TO AC-DATE-OPEN
           MOVE AU-OPID TO AC-OPID
           WRITE AUDCASE01
           ADD 1 TO NEW-COUNT.
       OPEN-CASE-EXIT.
           EXIT.

      *******  A CLAIM UNDER REVIEW.  THE CLAIM'S LINES ARE LOOKED
      *******  FOR ON CHARCUR FIRST AND, FOR A CLAIM ALREADY SETTLED
      *******  AND ARCHIVED, ON CHARHIST; THE BILLED TOTAL, PAYER AND
      *******  DATE OF SERVICE COME OFF THEM.  A CLAIM ON NEITHER IS
      *******  REFUSED.

       ADD-CLAIM.
           MOVE AU-GARNO TO AK-KEY8
           MOVE AU-CLAIM TO AK-CLAIM
           MOVE AC-CASE TO AK-CASE
           READ AUDCLM
             NOT INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY AU-CASE " " AU-GARNO " " AU-CLAIM
                   " ALREADY ON THE CASE"
               GO TO ADD-CLAIM-EXIT
           END-READ
           MOVE SPACE TO FIND-SOURCE FIND-PAYCODE FIND-DATE-T
           MOVE 0 TO FIND-BILLED
           MOVE AU-GARNO TO CC-KEY8
           MOVE "000" TO CC-KEY3
           START CHARCUR KEY > CHARCUR-KEY
             INVALID
               GO TO ADD-CLAIM-2
           END-START.
       ADD-CLAIM-1.
           READ CHARCUR NEXT
             AT END
               GO TO ADD-CLAIM-2
           END-READ
           IF CC-KEY8 NOT = AU-GARNO
               GO TO ADD-CLAIM-2
           END-IF
           IF CC-CLAIM NOT = AU-CLAIM
               GO TO ADD-CLAIM-1
           END-IF
           IF FIND-SOURCE = SPACE
               MOVE "C" TO FIND-SOURCE
               MOVE CC-PAYCODE TO FIND-PAYCODE
               MOVE CC-DATE-T TO FIND-DATE-T
           END-IF
           ADD CC-AMOUNT TO FIND-BILLED
           GO TO ADD-CLAIM-1.
       ADD-CLAIM-2.
           IF FIND-SOURCE NOT = SPACE
               GO TO ADD-CLAIM-4
           END-IF
           MOVE AU-GARNO TO CH-KEY8
           MOVE "000" TO CH-KEY3
           START CHARHIST KEY > CHARHIST-KEY
             INVALID
               GO TO ADD-CLAIM-4
           END-START.
       ADD-CLAIM-3.
           READ CHARHIST NEXT
             AT END
               GO TO ADD-CLAIM-4
           END-READ
           IF CH-KEY8 NOT = AU-GARNO
               GO TO ADD-CLAIM-4
           END-IF
           IF CH-CLAIM NOT = AU-CLAIM
               GO TO ADD-CLAIM-3
           END-IF
           IF FIND-SOURCE = SPACE
               MOVE "H" TO FIND-SOURCE
               MOVE CH-PAYCODE TO FIND-PAYCODE
               MOVE CH-DATE-T TO FIND-DATE-T
           END-IF
           ADD CH-AMOUNT TO FIND-BILLED
           GO TO ADD-CLAIM-3.
       ADD-CLAIM-4.
           IF FIND-SOURCE = SPACE
               ADD 1 TO BAD-COUNT
               DISPLAY AU-CASE " " AU-GARNO " " AU-CLAIM
                   " NOT ON CHARCUR OR CHARHIST"
               GO TO ADD-CLAIM-EXIT
           END-IF
           MOVE SPACE TO AUDCLM01
           MOVE AU-GARNO TO AK-KEY8
           MOVE AU-CLAIM TO AK-CLAIM
           MOVE AC-CASE TO AK-CASE
           MOVE FIND-SOURCE TO AK-SOURCE
           MOVE FIND-PAYCODE TO AK-PAYCODE
           MOVE FIND-DATE-T TO AK-DATE-T
           MOVE FIND-BILLED TO AK-BILLED
           MOVE 0 TO AK-RECOUP AK-RECOUPED
           MOVE "A" TO AK-STATUS
           IF AC-STATUS = "C"
               MOVE "C" TO AK-STATUS
           END-IF
           WRITE AUDCLM01
           ADD 1 TO AC-CLAIMS
           ADD 1 TO CLM-COUNT.
       ADD-CLAIM-EXIT.
           EXIT.

      *******  AN "X" CARD -- ONE CLAIM'S OWN OUTCOME AND RECOUP.  AN
      *******  UPHELD CLAIM IS RELEASED AT ONCE.

       CLAIM-OUTCOME.
           MOVE AU-GARNO TO AK-KEY8
           MOVE AU-CLAIM TO AK-CLAIM
           MOVE AC-CASE TO AK-CASE
           READ AUDCLM
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY AU-CASE " " AU-GARNO " " AU-CLAIM
                   " NOT ON THE CASE"
               GO TO CLAIM-OUTCOME-EXIT
           END-READ
           IF AU-OUTCOME-X NOT = "U" AND AU-OUTCOME-X NOT = "P"
             AND AU-OUTCOME-X NOT = "D"
               ADD 1 TO BAD-COUNT
               DISPLAY AU-CASE " " AU-GARNO " " AU-CLAIM
                   " OUTCOME MUST BE U, P OR D"
               GO TO CLAIM-OUTCOME-EXIT
           END-IF
           MOVE AU-OUTCOME-X TO AK-OUTCOME
           MOVE 0 TO AK-RECOUP
           IF AU-RECOUP-X NOT = SPACE AND AU-OUTCOME-X NOT = "U"
               MOVE FUNCTION NUMVAL(AU-RECOUP-X) TO RECOUP-WS
               MOVE RECOUP-WS TO AK-RECOUP
           END-IF
           IF AK-OUTCOME = "U"
               MOVE "C" TO AK-STATUS
           END-IF
           REWRITE AUDCLM01.
       CLAIM-OUTCOME-EXIT.
           EXIT.

      *******  WALK THE CLAIMS UNDER AC-CASE AND DO CLM-ACTION TO EACH.
      *******  AUDCLM IS KEYED ACCOUNT FIRST, SO THIS IS A FULL PASS;
      *******  THE FILE HOLDS ONLY THE CLAIMS EVER AUDITED.

       CASE-CLAIMS.
           MOVE LOW-VALUE TO AK-KEY
           START AUDCLM KEY NOT < AK-KEY
             INVALID
               GO TO CASE-CLAIMS-EXIT
           END-START.
       CASE-CLAIMS-1.
           READ AUDCLM NEXT
             AT END
               GO TO CASE-CLAIMS-EXIT
           END-READ
           IF AK-CASE NOT = AC-CASE
               GO TO CASE-CLAIMS-1
           END-IF
           IF CLM-ACTION = "D"
               IF AK-OUTCOME = SPACE
                   MOVE AC-OUTCOME TO AK-OUTCOME
               END-IF
               IF AK-OUTCOME = "U"
                   MOVE "C" TO AK-STATUS
               END-IF
               REWRITE AUDCLM01
           END-IF
           IF CLM-ACTION = "C"
               MOVE "C" TO AK-STATUS
               REWRITE AUDCLM01
           END-IF
           IF CLM-ACTION = "T"
               PERFORM TIE-CLAIM THRU TIE-CLAIM-EXIT
               ADD AK-RECOUPED TO AC-RECOVERED
               IF AK-STATUS = "A"
                   ADD 1 TO CLM-ACTIVE
               END-IF
               REWRITE AUDCLM01
           END-IF
           IF CLM-ACTION = "L"
               PERFORM LIST-CLAIM THRU LIST-CLAIM-EXIT
           END-IF
           GO TO CASE-CLAIMS-1.
       CASE-CLAIMS-EXIT.
           EXIT.

      *******  THE MONEY COMING BACK OUT ON ONE CLAIM.  A RECOUPMENT
      *******  REACHES PAYCUR ONE OF TWO WAYS: AS A PLB OFFSET ON THE
      *******  PAYER'S 835 (BLUI006 STAGES THESE WITH NO PAYCODE, THE
      *******  PLB REASON IN PC-DENIAL AND THE CLAIM OFF THE PLB
      *******  REFERENCE; BLUI005 THEN POSTS THEM IN THE ACCOUNT'S
      *******  NEXT FREE PAYCUR SLOT, SO IT IS THE BLANK PAYCODE WITH A
      *******  REASON AND A BATCH OTHER THAN REVRSL THAT MARKS ONE, NOT
      *******  THE SLOT), OR AS A REVRSL OFFSET FROM
      *******  BLREV001 WHEN THE PAYER DEMANDS A CHECK.  BOTH CARRY A
      *******  POSITIVE AMOUNT; ONLY THOSE ENTERED ON OR AFTER THE
      *******  DECISION DATE COUNT.  THE TOTAL IS REFIGURED EVERY RUN
      *******  SO A REVERSED-AND-REPOSTED PLB NEVER COUNTS TWICE.

       TIE-CLAIM.
           IF AK-OUTCOME NOT = "P" AND AK-OUTCOME NOT = "D"
               GO TO TIE-CLAIM-EXIT
           END-IF
           MOVE 0 TO TIE-AMOUNT
           MOVE SPACE TO TIE-DATE TIE-BATCH
           MOVE AK-KEY8 TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO TIE-CLAIM-2
           END-START.
       TIE-CLAIM-1.
           READ PAYCUR NEXT
             AT END
               GO TO TIE-CLAIM-2
           END-READ
           IF PC-KEY8 NOT = AK-KEY8
               GO TO TIE-CLAIM-2
           END-IF
           IF PC-CLAIM NOT = AK-CLAIM
               GO TO TIE-CLAIM-1
           END-IF
           IF PC-DATE-E < AC-DATE-DEC
               GO TO TIE-CLAIM-1
           END-IF
           IF PC-BATCH NOT = "REVRSL"
             AND NOT (PC-PAYCODE = SPACE AND PC-DENIAL NOT = SPACE
                      AND PC-BATCH NOT = "REVRSL")
               GO TO TIE-CLAIM-1
           END-IF
           ADD PC-AMOUNT TO TIE-AMOUNT
           IF PC-DATE-E > TIE-DATE OR TIE-DATE = SPACE
               MOVE PC-DATE-E TO TIE-DATE
               MOVE PC-BATCH TO TIE-BATCH
           END-IF
           GO TO TIE-CLAIM-1.
       TIE-CLAIM-2.
           MOVE TIE-AMOUNT TO AK-RECOUPED
           IF TIE-DATE NOT = SPACE
               MOVE TIE-DATE TO AK-DATE-RCP
               MOVE TIE-BATCH TO AK-RCP-SRC
           END-IF
           IF AK-STATUS = "A" AND AK-RECOUP > 0
             AND AK-RECOUPED NOT < AK-RECOUP
               MOVE "C" TO AK-STATUS
           END-IF.
       TIE-CLAIM-EXIT.
           EXIT.

      *******  ONE CLAIM LINE UNDER A DECIDED CASE ON THE TICKLER.

       LIST-CLAIM.
           MOVE AK-BILLED TO NEF-AMT1
           MOVE AK-RECOUP TO NEF-AMT2
           MOVE AK-RECOUPED TO NEF-AMT3
           MOVE SPACE TO AUDRPT01
           STRING "                " AK-KEY8 " " AK-CLAIM " "
               AK-SOURCE " " AK-PAYCODE " DOS " AK-DATE-T
               " BILLED " NEF-AMT1 " " AK-OUTCOME " RECOUP "
               NEF-AMT2 " TIED " NEF-AMT3 " " AK-DATE-RCP " "
               AK-RCP-SRC " " AK-STATUS
               DELIMITED BY SIZE INTO AUDRPT01
           WRITE AUDRPT01.
       LIST-CLAIM-EXIT.
           EXIT.

      *******  WHICH TICKLER BUCKET THE CASE'S RECORDS DUE DATE FALLS
      *******  IN; BKT-HIT "Y" WHEN IT IS THE ONE THIS PASS PRINTS.

       DUE-BUCKET.
           MOVE "N" TO BKT-HIT
           MOVE 0 TO DUE-DAYS
           IF AC-DATE-DUE NOT NUMERIC
               IF BKT = 4
                   MOVE "Y" TO BKT-HIT
               END-IF
               GO TO DUE-BUCKET-EXIT
           END-IF
           MOVE AC-DATE-DUE TO DUE8
           COMPUTE DUE-SERIAL =
               (DUE-YYYY * 360) + (DUE-MM * 30) + DUE-DD
           COMPUTE DUE-DAYS = DUE-SERIAL - TODAY-SERIAL
           IF (BKT = 1 AND DUE-DAYS < 0)
             OR (BKT = 2 AND DUE-DAYS NOT < 0 AND DUE-DAYS < 8)
             OR (BKT = 3 AND DUE-DAYS > 7 AND DUE-DAYS < 31)
             OR (BKT = 4 AND DUE-DAYS > 30)
               MOVE "Y" TO BKT-HIT
           END-IF.
       DUE-BUCKET-EXIT.
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
           ADD 1 TO BAD-COUNT
           MOVE SPACE TO OPEXCP01
           MOVE RUN-DATE TO OX-DATE
           ACCEPT OX-TIME FROM TIME
           MOVE "BLAUD001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
