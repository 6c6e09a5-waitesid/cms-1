      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-06 sw  new program - staff productivity by operator id.
      *                the office manager sets workloads and reviews
      *                staff off what each person actually got done,
      *                and until now that meant asking.  for the week
      *                (seven days ending on the as-of date) and the
      *                calendar month to date, against the seven days
      *                and the month before, each operator's charges
      *                keyed and corrected, payment batches posted,
      *                denials worked and appeals sent, notes taken,
      *                master-file changes, refunds handled and
      *                approvals staged and released are counted with
      *                their dollars.  the work comes off WORKLOG,
      *                NOTEFILE, APPRVQ, MCHGLOG and the adjustment
      *                stamps on CHARFILE, CHARCUR and CHARHIST.  the
      *                as-of date is on PARMFILE (default today).
      * 2026-10-15 sw  corrections (WORKLOG "CR") count as charges
      *                corrected, and prepayments filed ("PF") and
      *                clinic invoice payments ("CI") as payments
      *                posted.  an adjustment stamp counts only when it
      *                is an operator on OPFILE, so a batch run's
      *                program-name stamp is not credited as a person.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLPRD001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL WORKLOG ASSIGN TO "S273" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT NOTEFILE ASSIGN TO "S186" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS NT-KEY
           LOCK MODE MANUAL.
           SELECT APPRVQ ASSIGN TO "S181" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AP-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL MCHGLOG ASSIGN TO "S124" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARHIST ASSIGN TO "S158" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARHIST-KEY
           LOCK MODE MANUAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT PRODRPT ASSIGN TO "S274" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  ONE CARD -- THE AS-OF DATE, CCYYMMDD.  NO CARD OR A
      *******  BLANK ONE REPORTS AS OF TODAY.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-ASOF PIC X(8).

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  NOTEFILE.
           COPY "notefile.cpy".

       FD  APPRVQ.
           COPY "apprvq.cpy".

       FD  MCHGLOG.
       01  MCHGLOG01.
           02 MC-DATE PIC X(8).
           02 FILLER PIC X.
           02 MC-TIME PIC X(8).
           02 FILLER PIC X.
           02 MC-OPID PIC X(8).
           02 FILLER PIC X.
           02 MC-FILE PIC X.
           02 FILLER PIC X.
           02 MC-KEY PIC X(8).
           02 FILLER PIC X.
           02 MC-FIELD PIC X(12).
           02 FILLER PIC X.
           02 MC-OLD PIC X(24).
           02 FILLER PIC X.
           02 MC-NEW PIC X(24).

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CHARHIST.
           COPY "charhist.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  PRODRPT.
       01  PRODRPT01 PIC X(132).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  ASOF-DATE PIC X(8).
       01  ASOF8 PIC 9(8).
       01  ASOF-INT PIC 9(7).
       01  WEEK-FROM PIC 9(7).
       01  PRIOR-FROM PIC 9(7).
       01  ACT8 PIC 9(8).
       01  WEEK-FROM-DATE PIC 9(8).
       01  PRIOR-FROM-DATE PIC 9(8).
       01  PRIOR-TO-DATE PIC 9(8).
       01  MONTH-CUR PIC X(6).
       01  MONTH-PRIOR PIC X(6).
       01  PER6.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.

      *******  ONE PIECE OF WORK AS IT IS COUNTED: WHO, WHEN, WHAT,
      *******  HOW MANY AND HOW MUCH.
       01  ACT-OPID PIC X(8).
       01  ACT-DATE PIC X(8).
       01  ACT-CODE PIC 99.
       01  ACT-COUNT PIC 9(5).
       01  ACT-AMOUNT PIC S9(8)V99.

       01  READ-COUNT PIC 9(7) VALUE 0.
       01  USED-COUNT PIC 9(7) VALUE 0.

      *******  ACTIVITY NAMES AS THEY PRINT, IN ACT-CODE ORDER.
       01  ACT-NAMES.
           02 FILLER PIC X(20) VALUE "CHARGES KEYED".
           02 FILLER PIC X(20) VALUE "CHARGES CORRECTED".
           02 FILLER PIC X(20) VALUE "PAYMENTS POSTED".
           02 FILLER PIC X(20) VALUE "DENIALS WORKED".
           02 FILLER PIC X(20) VALUE "APPEALS SENT".
           02 FILLER PIC X(20) VALUE "NOTES TAKEN".
           02 FILLER PIC X(20) VALUE "MASTER FILE CHANGES".
           02 FILLER PIC X(20) VALUE "REFUNDS HANDLED".
           02 FILLER PIC X(20) VALUE "APPROVALS STAGED".
           02 FILLER PIC X(20) VALUE "APPROVALS RELEASED".
       01  ACT-NAME-TAB REDEFINES ACT-NAMES.
           02 ACT-NAME PIC X(20) OCCURS 10 TIMES.

      *******  ONE ENTRY PER OPERATOR SEEN; FOR EACH ACTIVITY THE FOUR
      *******  PERIODS -- 1 THIS WEEK, 2 PRIOR WEEK, 3 THIS MONTH,
      *******  4 PRIOR MONTH.  THE LAST ENTRY CARRIES THE OFFICE TOTAL.
       01  OP-TAB01.
           02 OP-ENT OCCURS 201 TIMES.
             03 OP-ID PIC X(8).
             03 OP-ACT OCCURS 10 TIMES.
               04 OP-PER OCCURS 4 TIMES.
                 05 OP-CNT PIC 9(7).
                 05 OP-AMT PIC S9(9)V99.
       01  OP-NDX PIC 999 VALUE 0.
       01  OP-MAX PIC 999 VALUE 200.
       01  OP-TOT PIC 999 VALUE 201.
       01  OX PIC 999.
       01  AX PIC 99.
       01  PX PIC 9.
       01  OP-LIVE PIC X.

       01  RPT-LINE.
           02 RL-NAME PIC X(20).
           02 RL-CELL OCCURS 4 TIMES.
             03 FILLER PIC X(2).
             03 RL-CNT PIC ZZZ,ZZ9.
             03 FILLER PIC X(1).
             03 RL-AMT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT WORKLOG NOTEFILE APPRVQ MCHGLOG CHARFILE CHARCUR
               CHARHIST OPFILE.
           OPEN OUTPUT PRODRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO ASOF-DATE
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-ASOF NUMERIC
                   MOVE PM-ASOF TO ASOF-DATE
               END-IF
           END-READ
           CLOSE PARMFILE.
           PERFORM CLEAR-OP THRU CLEAR-OP-EXIT
               VARYING OX FROM 1 BY 1 UNTIL OX > OP-TOT
               AFTER AX FROM 1 BY 1 UNTIL AX > 10
               AFTER PX FROM 1 BY 1 UNTIL PX > 4
           MOVE "TOTAL" TO OP-ID(OP-TOT).

      *******  THE WEEK IS THE SEVEN DAYS ENDING ON THE AS-OF DATE,
      *******  THE PRIOR WEEK THE SEVEN BEFORE; THE MONTH IS THE
      *******  AS-OF DATE'S CALENDAR MONTH TO DATE AGAINST ALL OF THE
      *******  MONTH BEFORE IT.

           MOVE ASOF-DATE TO ASOF8
           COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF8)
           COMPUTE WEEK-FROM = ASOF-INT - 6
           COMPUTE PRIOR-FROM = ASOF-INT - 13
           COMPUTE WEEK-FROM-DATE = FUNCTION DATE-OF-INTEGER(WEEK-FROM)
           COMPUTE PRIOR-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(PRIOR-FROM)
           COMPUTE PRIOR-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WEEK-FROM - 1)
           MOVE ASOF-DATE(1:6) TO MONTH-CUR PER6
           IF PER-MM = 1
               SUBTRACT 1 FROM PER-YYYY
               MOVE 12 TO PER-MM
           ELSE
               SUBTRACT 1 FROM PER-MM
           END-IF
           MOVE PER6 TO MONTH-PRIOR.

      *******  WORKLOG: CHARGES KEYED AND CORRECTED (BLCOR001),
      *******  PAYMENT BATCHES, PREPAYMENTS FILED (BLPPY001) AND
      *******  CLINIC INVOICE PAYMENTS (BLCLI002), DENIALS WORKED,
      *******  APPEALS AND REFUNDS.

       P1.
           READ WORKLOG AT END GO TO P2.
           ADD 1 TO READ-COUNT
           MOVE 0 TO ACT-CODE
           IF WL-ACTION = "CK" MOVE 1 TO ACT-CODE.
           IF WL-ACTION = "CR" MOVE 2 TO ACT-CODE.
           IF WL-ACTION = "PB" MOVE 3 TO ACT-CODE.
           IF WL-ACTION = "PF" MOVE 3 TO ACT-CODE.
           IF WL-ACTION = "CI" MOVE 3 TO ACT-CODE.
           IF WL-ACTION = "DW" MOVE 4 TO ACT-CODE.
           IF WL-ACTION = "AP" MOVE 5 TO ACT-CODE.
           IF WL-ACTION = "RF" MOVE 8 TO ACT-CODE.
           IF ACT-CODE = 0 GO TO P1.
           MOVE WL-OPID TO ACT-OPID
           MOVE WL-DATE TO ACT-DATE
           MOVE WL-COUNT TO ACT-COUNT
           IF ACT-COUNT = 0 MOVE 1 TO ACT-COUNT.
           MOVE WL-AMOUNT TO ACT-AMOUNT
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P1.

      *******  NOTES TAKEN, BY THE OPERATOR ON THE NOTE.

       P2.
           MOVE LOW-VALUE TO NT-KEY
           START NOTEFILE KEY NOT < NT-KEY INVALID GO TO P3.
       P2-READ.
           READ NOTEFILE NEXT AT END GO TO P3.
           ADD 1 TO READ-COUNT
           MOVE NT-OPID TO ACT-OPID
           MOVE NT-DATE TO ACT-DATE
           MOVE 6 TO ACT-CODE
           MOVE 1 TO ACT-COUNT
           MOVE 0 TO ACT-AMOUNT
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P2-READ.

      *******  THE APPROVAL QUEUE: STAGING COUNTS TO THE REQUESTER,
      *******  RELEASING TO THE APPROVER, EACH WITH THE AMOUNT.

       P3.
           MOVE LOW-VALUE TO AP-KEY
           START APPRVQ KEY NOT < AP-KEY INVALID GO TO P4.
       P3-READ.
           READ APPRVQ NEXT AT END GO TO P4.
           ADD 1 TO READ-COUNT
           MOVE 1 TO ACT-COUNT
           MOVE AP-AMOUNT TO ACT-AMOUNT
           MOVE AP-REQ-OPID TO ACT-OPID
           MOVE AP-REQ-DATE TO ACT-DATE
           MOVE 9 TO ACT-CODE
           PERFORM ACT-POST THRU ACT-POST-EXIT
           IF AP-APP-OPID = SPACE GO TO P3-READ.
           MOVE AP-APP-OPID TO ACT-OPID
           MOVE AP-APP-DATE TO ACT-DATE
           MOVE 10 TO ACT-CODE
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P3-READ.

      *******  MASTER-FILE CHANGES, ONE PER MCHGLOG ENTRY.

       P4.
           READ MCHGLOG AT END GO TO P5.
           ADD 1 TO READ-COUNT
           MOVE MC-OPID TO ACT-OPID
           MOVE MC-DATE TO ACT-DATE
           MOVE 7 TO ACT-CODE
           MOVE 1 TO ACT-COUNT
           MOVE 0 TO ACT-AMOUNT
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P4.

      *******  CHARGES CORRECTED: THE LAST-ADJUSTED STAMP ON EACH
      *******  CHARGE LINE, WHEREVER THE LINE NOW LIVES.  ONLY A
      *******  STAMP THAT IS AN OPERATOR ON OPFILE COUNTS -- THE BATCH
      *******  RUNS STAMP THEIR OWN PROGRAM NAME, AND BLCOR001'S
      *******  CORRECTIONS ARE ALREADY COUNTED OFF ITS WORKLOG "CR".

       P5.
           MOVE 2 TO ACT-CODE
           MOVE 1 TO ACT-COUNT
           MOVE LOW-VALUE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY INVALID GO TO P6.
       P5-READ.
           READ CHARFILE NEXT AT END GO TO P6.
           ADD 1 TO READ-COUNT
           IF CD-ADJ-OPID = SPACE GO TO P5-READ.
           MOVE CD-ADJ-OPID TO OP-OPID
           READ OPFILE INVALID GO TO P5-READ.
           MOVE CD-ADJ-OPID TO ACT-OPID
           MOVE CD-ADJ-DATE TO ACT-DATE
           MOVE CD-AMOUNT TO ACT-AMOUNT
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P5-READ.

       P6.
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO P7.
       P6-READ.
           READ CHARCUR NEXT AT END GO TO P7.
           ADD 1 TO READ-COUNT
           IF CC-ADJ-OPID = SPACE GO TO P6-READ.
           MOVE CC-ADJ-OPID TO OP-OPID
           READ OPFILE INVALID GO TO P6-READ.
           MOVE CC-ADJ-OPID TO ACT-OPID
           MOVE CC-ADJ-DATE TO ACT-DATE
           MOVE CC-AMOUNT TO ACT-AMOUNT
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P6-READ.

       P7.
           MOVE LOW-VALUE TO CHARHIST-KEY
           START CHARHIST KEY NOT < CHARHIST-KEY INVALID GO TO P8.
       P7-READ.
           READ CHARHIST NEXT AT END GO TO P8.
           ADD 1 TO READ-COUNT
           IF CH-ADJ-OPID = SPACE GO TO P7-READ.
           MOVE CH-ADJ-OPID TO OP-OPID
           READ OPFILE INVALID GO TO P7-READ.
           MOVE CH-ADJ-OPID TO ACT-OPID
           MOVE CH-ADJ-DATE TO ACT-DATE
           MOVE CH-AMOUNT TO ACT-AMOUNT
           PERFORM ACT-POST THRU ACT-POST-EXIT
           GO TO P7-READ.

       P8.
           PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT
           MOVE 1 TO OX.
       P8-OP.
           IF OX > OP-NDX GO TO P9.
           PERFORM PRINT-OP THRU PRINT-OP-EXIT
           ADD 1 TO OX
           GO TO P8-OP.

       P9.
           MOVE OP-TOT TO OX
           PERFORM PRINT-OP THRU PRINT-OP-EXIT
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT
           CLOSE WORKLOG NOTEFILE APPRVQ MCHGLOG CHARFILE CHARCUR
               CHARHIST OPFILE PRODRPT SUMLOG
           DISPLAY "BLPRD001 AS OF " ASOF-DATE " " OP-NDX
               " OPERATORS " USED-COUNT " ITEMS COUNTED"
           STOP RUN.

       CLEAR-OP.
           MOVE SPACE TO OP-ID(OX)
           MOVE 0 TO OP-CNT(OX AX PX) OP-AMT(OX AX PX).
       CLEAR-OP-EXIT.
           EXIT.

      *******  ONE PIECE OF WORK INTO ITS OPERATOR'S CELLS FOR EVERY
      *******  PERIOD ITS DATE FALLS IN.  WORK DATED AFTER THE AS-OF
      *******  DATE, OR MORE THAN A MONTH BEFORE IT, IS NOT COUNTED.
      *******  WORK WITH NO OPERATOR COUNTS UNDER "UNKNOWN".

       ACT-POST.
           IF ACT-DATE NOT NUMERIC OR ACT-DATE > ASOF-DATE
               GO TO ACT-POST-EXIT.
           IF ACT-DATE(1:6) < MONTH-PRIOR
               AND ACT-DATE < PRIOR-FROM-DATE
               GO TO ACT-POST-EXIT.
           IF ACT-OPID = SPACE MOVE "UNKNOWN" TO ACT-OPID.
           PERFORM OP-FIND THRU OP-FIND-EXIT
           ADD 1 TO USED-COUNT
           MOVE ACT-DATE TO ACT8
           IF ACT8 NOT < WEEK-FROM-DATE
               MOVE 1 TO PX
               PERFORM CELL-ADD THRU CELL-ADD-EXIT
           END-IF
           IF ACT8 NOT < PRIOR-FROM-DATE AND ACT8 NOT > PRIOR-TO-DATE
               MOVE 2 TO PX
               PERFORM CELL-ADD THRU CELL-ADD-EXIT
           END-IF
           IF ACT-DATE(1:6) = MONTH-CUR
               MOVE 3 TO PX
               PERFORM CELL-ADD THRU CELL-ADD-EXIT
           END-IF
           IF ACT-DATE(1:6) = MONTH-PRIOR
               MOVE 4 TO PX
               PERFORM CELL-ADD THRU CELL-ADD-EXIT
           END-IF.
       ACT-POST-EXIT.
           EXIT.

       CELL-ADD.
           MOVE ACT-CODE TO AX
           ADD ACT-COUNT TO OP-CNT(OX AX PX) OP-CNT(OP-TOT AX PX)
           ADD ACT-AMOUNT TO OP-AMT(OX AX PX) OP-AMT(OP-TOT AX PX).
       CELL-ADD-EXIT.
           EXIT.

      *******  FIND THE OPERATOR'S ENTRY, ADDING IT THE FIRST TIME.
      *******  PAST THE TABLE'S END THE WORK STILL COUNTS IN THE
      *******  OFFICE TOTAL UNDER THE LAST OPERATOR SLOT.

       OP-FIND.
           MOVE 1 TO OX.
       OP-FIND-1.
           IF OX > OP-NDX GO TO OP-FIND-NEW.
           IF OP-ID(OX) = ACT-OPID GO TO OP-FIND-EXIT.
           ADD 1 TO OX
           GO TO OP-FIND-1.
       OP-FIND-NEW.
           IF OP-NDX = OP-MAX
               DISPLAY "OPERATOR TABLE FULL, " ACT-OPID
                   " COUNTED UNDER " OP-ID(OP-MAX)
               MOVE OP-MAX TO OX
               GO TO OP-FIND-EXIT.
           ADD 1 TO OP-NDX
           MOVE OP-NDX TO OX
           MOVE ACT-OPID TO OP-ID(OX).
       OP-FIND-EXIT.
           EXIT.

       PRINT-HEAD.
           MOVE SPACE TO PRODRPT01
           STRING "STAFF PRODUCTIVITY BY OPERATOR AS OF " ASOF-DATE
               "   RUN " RUN-DATE
               DELIMITED BY SIZE INTO PRODRPT01
           WRITE PRODRPT01
           MOVE SPACE TO PRODRPT01
           STRING "WEEK " WEEK-FROM-DATE " - " ASOF-DATE
               "  PRIOR WEEK " PRIOR-FROM-DATE " - " PRIOR-TO-DATE
               "  MONTH " MONTH-CUR " TO DATE  PRIOR MONTH "
               MONTH-PRIOR
               DELIMITED BY SIZE INTO PRODRPT01
           WRITE PRODRPT01
           MOVE SPACE TO PRODRPT01
           WRITE PRODRPT01
           MOVE SPACE TO PRODRPT01
           STRING "                    "
               "  ------ THIS WEEK ------"
               "  ----- PRIOR WEEK ------"
               "  ----- THIS MONTH ------"
               "  ----- PRIOR MONTH -----"
               DELIMITED BY SIZE INTO PRODRPT01
           WRITE PRODRPT01
           MOVE SPACE TO PRODRPT01
           STRING "ACTIVITY            "
               "    COUNT        DOLLARS "
               "    COUNT        DOLLARS "
               "    COUNT        DOLLARS "
               "    COUNT        DOLLARS "
               DELIMITED BY SIZE INTO PRODRPT01
           WRITE PRODRPT01.
       PRINT-HEAD-EXIT.
           EXIT.

      *******  ONE OPERATOR: A LINE PER ACTIVITY WITH ANY WORK IN THE
      *******  FOUR PERIODS.

       PRINT-OP.
           MOVE SPACE TO PRODRPT01
           WRITE PRODRPT01
           MOVE SPACE TO PRODRPT01
           STRING "OPERATOR " OP-ID(OX)
               DELIMITED BY SIZE INTO PRODRPT01
           WRITE PRODRPT01
           MOVE 1 TO AX.
       PRINT-OP-1.
           IF AX > 10 GO TO PRINT-OP-EXIT.
           MOVE "N" TO OP-LIVE
           MOVE SPACE TO RPT-LINE
           MOVE ACT-NAME(AX) TO RL-NAME
           MOVE 1 TO PX.
       PRINT-OP-2.
           IF PX > 4 GO TO PRINT-OP-3.
           IF OP-CNT(OX AX PX) NOT = 0 MOVE "Y" TO OP-LIVE.
           MOVE OP-CNT(OX AX PX) TO RL-CNT(PX)
           MOVE OP-AMT(OX AX PX) TO RL-AMT(PX)
           ADD 1 TO PX
           GO TO PRINT-OP-2.
       PRINT-OP-3.
           IF OP-LIVE = "Y"
               WRITE PRODRPT01 FROM RPT-LINE.
           ADD 1 TO AX
           GO TO PRINT-OP-1.
       PRINT-OP-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLPRD001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE OP-NDX TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
