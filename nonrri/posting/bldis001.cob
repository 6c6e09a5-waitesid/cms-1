      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-28 sw  new program - accounting of disclosures.  a
      *                patient may ask who we released their
      *                information to, and DISCLOG now answers it:
      *                blco002's agency placements, blapl001's appeal
      *                letters, blatt001's claim attachments,
      *                blrfd001's refund checks and bllia001's
      *                attorney payoff letters each log the release as
      *                they make it.  DISIN "M" cards add what left
      *                outside the system (records copied for an
      *                attorney, a subpoena, a phone release); "R"
      *                cards ask for one patient's accounting, which
      *                prints on DISRPT covering the six years before
      *                the run.
      * 2026-10-15 sw  an "M" card's operator is checked against OPFILE
      *                for the maintenance role before the disclosure
      *                is logged (a refused card goes on OPEXCP), and
      *                goes on the log as DL-OPID under program
      *                BLDIS001.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDIS001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISIN ASSIGN TO "S240" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT DISCLOG ASSIGN TO "S239" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT DISRPT ASSIGN TO "S241" ORGANIZATION
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
      *******  "M" RECORDS A DISCLOSURE MADE OUTSIDE THE SYSTEM --
      *******  ACCOUNT, PATIENT (BLANK FOR THE WHOLE ACCOUNT), DATE
      *******  (BLANK IS TODAY), RECIPIENT, PURPOSE, WHAT WAS SENT.
      *******  "R" ASKS FOR THE ACCOUNTING FOR AN ACCOUNT, OR FOR ONE
      *******  PATIENT ON IT WHEN THE PATIENT IS GIVEN.  DI-OPID IS
      *******  THE OPERATOR WHO KEYED AN "M" CARD, WHO MUST HOLD THE
      *******  MASTER-FILE MAINTENANCE ROLE.
       FD  DISIN.
       01  DISIN01.
           02 DI-ACTION PIC X.
           02 FILLER PIC X.
           02 DI-GARNO PIC X(8).
           02 FILLER PIC X.
           02 DI-PATID PIC X(8).
           02 FILLER PIC X.
           02 DI-DATE PIC X(8).
           02 FILLER PIC X.
           02 DI-RECIP PIC X(30).
           02 FILLER PIC X.
           02 DI-PURPOSE PIC X(12).
           02 FILLER PIC X.
           02 DI-SENT PIC X(40).
           02 FILLER PIC X.
           02 DI-OPID PIC X(8).

       FD  DISCLOG.
           COPY "disclog.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  PATFILE
           DATA RECORD IS P-MASTER.
       01  P-MASTER.
           02 P-PATNO PIC X(8).
           02 P-GARNO PIC X(8).
           02 P-PATNAME PIC X(24).
           02 P-SEX PIC X.
           02 P-RELATE PIC X.
           02 P-MSTAT PIC X.
           02 P-DOB PIC X(8).

       FD  DISRPT.
       01  DISRPT01 PIC X(132).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-X REDEFINES RUN-DATE.
           02 RUN-YYYY PIC 9(4).
           02 RUN-MMDD PIC X(4).
       01  FROM-DATE PIC X(8).
       01  FROM-X REDEFINES FROM-DATE.
           02 FROM-YYYY PIC 9(4).
           02 FROM-MMDD PIC X(4).
       01  ADD-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  RPT-COUNT PIC 9(5) VALUE 0.
       01  HIT-COUNT PIC 9(5).
       01  RQ-NAME PIC X(24).

      *******  THE OPERATOR SECURITY CHECK -- THE CARD'S OPERATOR,
      *******  ITS KEY FOR THE EXCEPTION LINE AND THE ROLE NEEDED IN;
      *******  CHK-OK "Y" OR "N" AND THE REASON OUT.
       01  CHK-OPID PIC X(8).
       01  CHK-KEY PIC X(16).
       01  CHK-ROLE PIC X.
       01  CHK-OK PIC X.
       01  CHK-WHY PIC X(24).
       01  CHK-REJ PIC 9(5) VALUE 0.

      *******  THE "R" CARDS, HELD UNTIL THE "M" CARDS ARE ON THE LOG
      *******  SO AN ACCOUNTING INCLUDES WHAT WAS KEYED WITH IT.
       01  REQ-TAB01.
           02 REQ-T OCCURS 100 TIMES.
             03 REQ-GARNO PIC X(8).
             03 REQ-PATID PIC X(8).
       01  REQ-NDX PIC 999 VALUE 0.
       01  RX PIC 999.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT DISIN GARFILE PATFILE.
           OPEN EXTEND DISCLOG.
           OPEN OUTPUT DISRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO FROM-DATE
           COMPUTE FROM-YYYY = RUN-YYYY - 6.

      *******  PASS 1 -- LOG THE MANUAL DISCLOSURES, HOLD THE
      *******  REQUESTS.

       P1.
           READ DISIN AT END GO TO P2.
           IF DISIN01 = SPACE GO TO P1.
           IF DI-ACTION = "M"
               MOVE DI-OPID TO CHK-OPID
               MOVE SPACE TO CHK-KEY
               STRING DI-GARNO " " DI-PATID DELIMITED BY SIZE
                   INTO CHK-KEY
               MOVE "M" TO CHK-ROLE
               PERFORM OP-CHECK THRU OP-CHECK-EXIT
               IF CHK-OK = "N"
                   ADD 1 TO BAD-COUNT
                   GO TO P1
               END-IF
               PERFORM ADD-MANUAL THRU ADD-MANUAL-EXIT
               GO TO P1
           END-IF
           IF DI-ACTION = "R"
               PERFORM HOLD-REQ THRU HOLD-REQ-EXIT
               GO TO P1
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN ACTION " DI-ACTION " FOR " DI-GARNO
           GO TO P1.

       ADD-MANUAL.
           MOVE DI-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY DI-GARNO " NOT ON GARFILE - NOT LOGGED"
               GO TO ADD-MANUAL-EXIT
           END-READ
           IF DI-RECIP = SPACE OR DI-SENT = SPACE
               ADD 1 TO BAD-COUNT
               DISPLAY DI-GARNO " NO RECIPIENT OR CONTENT - NOT LOGGED"
               GO TO ADD-MANUAL-EXIT
           END-IF
           IF DI-DATE = SPACE
               MOVE RUN-DATE TO DI-DATE
           END-IF
           MOVE SPACE TO DISCLOG01
           MOVE DI-DATE TO DL-DATE
           ACCEPT DL-TIME FROM TIME
           MOVE DI-GARNO TO DL-GARNO
           MOVE DI-PATID TO DL-PATID
           MOVE "BLDIS001" TO DL-PGM
           MOVE DI-OPID TO DL-OPID
           MOVE DI-RECIP TO DL-RECIP
           MOVE DI-PURPOSE TO DL-PURPOSE
           MOVE DI-SENT TO DL-SENT
           WRITE DISCLOG01
           ADD 1 TO ADD-COUNT.
       ADD-MANUAL-EXIT.
           EXIT.

       HOLD-REQ.
           IF REQ-NDX = 100
               ADD 1 TO BAD-COUNT
               DISPLAY DI-GARNO " OVER 100 REQUESTS - RERUN FOR IT"
               GO TO HOLD-REQ-EXIT
           END-IF
           ADD 1 TO REQ-NDX
           MOVE DI-GARNO TO REQ-GARNO(REQ-NDX)
           MOVE DI-PATID TO REQ-PATID(REQ-NDX).
       HOLD-REQ-EXIT.
           EXIT.

      *******  PASS 2 -- ONE ACCOUNTING PER REQUEST, A FULL READ OF
      *******  THE LOG EACH.  AN ACCOUNT-WIDE ENTRY (BLANK PATIENT)
      *******  COUNTS FOR EVERY PATIENT ON THE ACCOUNT.

       P2.
           CLOSE DISCLOG.
           MOVE 0 TO RX.
       P2-1.
           ADD 1 TO RX
           IF RX > REQ-NDX
               GO TO P9
           END-IF
           PERFORM ACCOUNTING THRU ACCOUNTING-EXIT
           GO TO P2-1.

       ACCOUNTING.
           MOVE SPACE TO RQ-NAME
           MOVE REQ-GARNO(RX) TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO GARFILE01
           END-READ
           MOVE G-GARNAME TO RQ-NAME
           IF REQ-PATID(RX) NOT = SPACE
               MOVE REQ-PATID(RX) TO P-PATNO
               READ PATFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE P-PATNAME TO RQ-NAME
               END-READ
           END-IF
           MOVE SPACE TO DISRPT01
           WRITE DISRPT01 AFTER ADVANCING PAGE
           STRING "ACCOUNTING OF DISCLOSURES FOR " RQ-NAME
               "  ACCOUNT " REQ-GARNO(RX) "  PATIENT " REQ-PATID(RX)
               DELIMITED BY SIZE INTO DISRPT01
           WRITE DISRPT01
           MOVE SPACE TO DISRPT01
           STRING "DISCLOSURES FROM " FROM-DATE " THROUGH " RUN-DATE
               DELIMITED BY SIZE INTO DISRPT01
           WRITE DISRPT01
           MOVE SPACE TO DISRPT01
           WRITE DISRPT01
           MOVE SPACE TO DISRPT01
           STRING "DATE     RECIPIENT                      "
               "PURPOSE      WHAT WAS DISCLOSED"
               "                       PATIENT  BY"
               DELIMITED BY SIZE INTO DISRPT01
           WRITE DISRPT01
           MOVE 0 TO HIT-COUNT
           OPEN INPUT DISCLOG.
       ACCOUNTING-1.
           READ DISCLOG
             AT END
               GO TO ACCOUNTING-2
           END-READ
           IF DL-GARNO NOT = REQ-GARNO(RX)
               GO TO ACCOUNTING-1
           END-IF
           IF REQ-PATID(RX) NOT = SPACE
               AND DL-PATID NOT = SPACE
               AND DL-PATID NOT = REQ-PATID(RX)
               GO TO ACCOUNTING-1
           END-IF
           IF DL-DATE < FROM-DATE
               GO TO ACCOUNTING-1
           END-IF
           MOVE SPACE TO DISRPT01
           STRING DL-DATE " " DL-RECIP " " DL-PURPOSE " " DL-SENT
               " " DL-PATID " " DL-PGM
               DELIMITED BY SIZE INTO DISRPT01
           WRITE DISRPT01
           ADD 1 TO HIT-COUNT
           GO TO ACCOUNTING-1.
       ACCOUNTING-2.
           CLOSE DISCLOG
           MOVE SPACE TO DISRPT01
           WRITE DISRPT01
           IF HIT-COUNT = 0
               MOVE "NO DISCLOSURES ON RECORD FOR THIS PERIOD."
                   TO DISRPT01
           ELSE
               STRING HIT-COUNT " DISCLOSURES"
                   DELIMITED BY SIZE INTO DISRPT01
           END-IF
           WRITE DISRPT01
           ADD 1 TO RPT-COUNT.
       ACCOUNTING-EXIT.
           EXIT.

       P9.
           DISPLAY "DISCLOSURE RUN HAS ENDED, " ADD-COUNT
               " LOGGED, " RPT-COUNT " ACCOUNTINGS, " BAD-COUNT
               " CARDS REJECTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE DISIN GARFILE PATFILE DISRPT SUMLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLDIS001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE ADD-COUNT TO SL-COUNT
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
           MOVE "BLDIS001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
