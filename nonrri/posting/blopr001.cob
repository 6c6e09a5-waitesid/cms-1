      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-11 sw  new program - operator master and quarterly
      *                access review.  the card-driven runs took an
      *                operator id off every card and believed it;
      *                blapp001's two-person rule compared two strings.
      *                OPFILE now holds each operator's name, active
      *                and terminated dates and roles (poster, biller,
      *                approver, maintenance, supervisor), kept by
      *                OPIN cards ("A" add, "C" change, "T" terminate)
      *                that only an active supervisor may key, and
      *                never for their own record.  every change goes
      *                on MCHGLOG as file "O".  the card runs refuse
      *                cards from unknown, terminated or unauthorized
      *                operators onto OPEXCP, and OPRPT is the access
      *                review for the auditors: every operator with
      *                status and roles, poster-and-approver conflicts,
      *                the quarter's terminations, master changes and
      *                refused cards.  PARMFILE names the quarter
      *                (YYYYQ), blank for the last one completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOPR001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPIN ASSIGN TO "S298" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL OPFILE ASSIGN TO "S296"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT MCHGLOG ASSIGN TO "S124" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPRPT ASSIGN TO "S299" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  "A" ADD, "C" CHANGE, "T" TERMINATE.  ROLES ARE FIVE
      *******  "Y"/"N" BYTES IN THE ORDER POSTER, BILLER, APPROVER,
      *******  MAINTENANCE, SUPERVISOR.  THE DATE IS THE ACTIVE DATE
      *******  ON "A", THE LAST DAY WORKED ON "T", AND ON "C" A
      *******  REHIRE DATE THAT CLEARS THE TERMINATION (EACH BLANK =
      *******  THE RUN DATE ON "A"/"T", KEEP ON "C").  NAME AND ROLES
      *******  BLANK ON "C" = KEEP.  OI-BY IS THE SUPERVISOR KEYING.
       FD  OPIN.
       01  OPIN01.
           02 OI-ACTION PIC X.
           02 FILLER PIC X.
           02 OI-OPID PIC X(8).
           02 FILLER PIC X.
           02 OI-NAME PIC X(24).
           02 FILLER PIC X.
           02 OI-ROLES PIC X(5).
           02 OI-ROLE-TAB REDEFINES OI-ROLES.
             03 OI-ROLE PIC X OCCURS 5.
           02 FILLER PIC X.
           02 OI-DATE PIC X(8).
           02 FILLER PIC X.
           02 OI-BY PIC X(8).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-QTR PIC X(5).

       FD  MCHGLOG.
       01  MCHGLOG01.
           02 MC-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 MC-TIME PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 MC-OPID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 MC-FILE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 MC-KEY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 MC-FIELD PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 MC-OLD PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 MC-NEW PIC X(24).

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  OPRPT.
       01  OPRPT01 PIC X(120).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-DATE-R REDEFINES RUN-DATE.
           02 RUN-YYYY PIC 9(4).
           02 RUN-MM PIC 99.
           02 RUN-DD PIC 99.
       01  QTR-ID.
           02 QTR-YYYY PIC 9(4).
           02 QTR-Q PIC 9.
       01  QTR-FROM.
           02 QF-YYYY PIC 9(4).
           02 QF-MM PIC 99.
           02 FILLER PIC XX VALUE "01".
       01  QTR-THRU.
           02 QT-YYYY PIC 9(4).
           02 QT-MM PIC 99.
           02 FILLER PIC XX VALUE "31".
       01  EMPTY-FILE PIC X VALUE "N".
       01  ROLE-X PIC 9.
       01  ROLE-BAD PIC X.
       01  NEW-DATE PIC X(8).
       01  LOG-FIELD PIC X(12).
       01  OLD-VALUE PIC X(24).
       01  NEW-VALUE PIC X(24).
       01  OP-STATUS-WS PIC X(10).
       01  SOD-FLAG PIC X(20).
       01  UPD-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  LIST-COUNT PIC 9(5) VALUE 0.
       01  ACT-COUNT PIC 9(5) VALUE 0.
       01  SUPV-COUNT PIC 9(5) VALUE 0.
       01  SOD-COUNT PIC 9(5) VALUE 0.
       01  TERM-COUNT PIC 9(5) VALUE 0.
       01  MCQ-COUNT PIC 9(5) VALUE 0.
       01  XQ-COUNT PIC 9(5) VALUE 0.
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
           OPEN INPUT OPIN.
           OPEN I-O OPFILE.
           OPEN EXTEND MCHGLOG OPEXCP.
           OPEN OUTPUT OPRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO PM-QTR
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               MOVE SPACE TO PM-QTR
           END-READ
           CLOSE PARMFILE.
           PERFORM QTR-SET THRU QTR-SET-EXIT.

      *******  AN EMPTY MASTER HAS NO SUPERVISOR TO KEY THE FIRST
      *******  CARD, SO THE FIRST "A" CARD MAY ADD ITS OWN KEYER --
      *******  PROVIDED IT MAKES THEM A SUPERVISOR.

           MOVE LOW-VALUE TO OP-OPID
           START OPFILE KEY NOT < OP-OPID
             INVALID
               MOVE "Y" TO EMPTY-FILE
           END-START
           IF EMPTY-FILE = "N"
               READ OPFILE NEXT
                 AT END
                   MOVE "Y" TO EMPTY-FILE
               END-READ
           END-IF

           MOVE SPACE TO OPRPT01
           STRING "OPERATOR MAINTENANCE AND ACCESS REVIEW " RUN-DATE
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01.

      *******  PASS 1 -- THE DAY'S OPERATOR CARDS.

       P1.
           READ OPIN AT END GO TO P2.
           IF OI-OPID = SPACE GO TO P1.

           IF EMPTY-FILE = "Y" AND OI-ACTION = "A"
             AND OI-BY = OI-OPID AND OI-ROLE(5) = "Y"
               MOVE "FIRST SUPERVISOR ADDED" TO CHK-WHY
               PERFORM P1-LINE THRU P1-LINE-EXIT
               GO TO P1-1
           END-IF

           MOVE OI-BY TO CHK-OPID
           MOVE OI-OPID TO CHK-KEY
           MOVE "S" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF
           IF OI-BY = OI-OPID
               MOVE "OWN RECORD - REFUSED" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO P1
           END-IF.
       P1-1.
           MOVE "N" TO ROLE-BAD
           IF OI-ROLES NOT = SPACE
               MOVE 1 TO ROLE-X
               PERFORM ROLE-EDIT THRU ROLE-EDIT-EXIT
           END-IF
           IF ROLE-BAD = "Y"
               MOVE "ROLES NOT Y/N" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO P1
           END-IF
           MOVE OI-DATE TO NEW-DATE
           IF NEW-DATE = SPACE AND OI-ACTION NOT = "C"
               MOVE RUN-DATE TO NEW-DATE
           END-IF
           IF NEW-DATE NOT = SPACE AND NEW-DATE NOT NUMERIC
               MOVE "DATE NOT YYYYMMDD" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO P1
           END-IF

           IF OI-ACTION = "A"
               PERFORM ADD-ONE THRU ADD-ONE-EXIT
               GO TO P1
           END-IF
           IF OI-ACTION = "C"
               PERFORM CHANGE-ONE THRU CHANGE-ONE-EXIT
               GO TO P1
           END-IF
           IF OI-ACTION = "T"
               PERFORM TERM-ONE THRU TERM-ONE-EXIT
               GO TO P1
           END-IF
           MOVE "UNKNOWN ACTION" TO CHK-WHY
           PERFORM P1-BAD THRU P1-BAD-EXIT
           GO TO P1.

       P1-BAD.
           ADD 1 TO BAD-COUNT
           DISPLAY OI-ACTION " " OI-OPID " " CHK-WHY ", CARD SKIPPED"
           PERFORM P1-LINE THRU P1-LINE-EXIT.
       P1-BAD-EXIT.
           EXIT.

       P1-LINE.
           MOVE SPACE TO OPRPT01
           STRING OI-ACTION " " OI-OPID " " OI-NAME " " OI-ROLES
               " " OI-DATE " BY " OI-BY " " CHK-WHY
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01.
       P1-LINE-EXIT.
           EXIT.

       ROLE-EDIT.
           IF ROLE-X > 5
               GO TO ROLE-EDIT-EXIT
           END-IF
           IF OI-ROLE(ROLE-X) = SPACE
               MOVE "N" TO OI-ROLE(ROLE-X)
           END-IF
           IF OI-ROLE(ROLE-X) NOT = "Y" AND NOT = "N"
               MOVE "Y" TO ROLE-BAD
           END-IF
           ADD 1 TO ROLE-X
           GO TO ROLE-EDIT.
       ROLE-EDIT-EXIT.
           EXIT.

       ADD-ONE.
           MOVE OI-OPID TO OP-OPID
           READ OPFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "ALREADY ON FILE" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO ADD-ONE-EXIT
           END-READ
           IF OI-NAME = SPACE
               MOVE "NO NAME" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO ADD-ONE-EXIT
           END-IF
           MOVE SPACE TO OPFILE01
           MOVE OI-OPID TO OP-OPID
           MOVE OI-NAME TO OP-NAME
           MOVE NEW-DATE TO OP-DATE-ACTIVE
           MOVE "NNNNN" TO OP-ROLES
           IF OI-ROLES NOT = SPACE
               MOVE OI-ROLES TO OP-ROLES
           END-IF
           MOVE RUN-DATE TO OP-DATE-CHG
           MOVE OI-BY TO OP-CHG-OPID
           WRITE OPFILE01
           MOVE "N" TO EMPTY-FILE
           ADD 1 TO UPD-COUNT
           MOVE "ADDED" TO LOG-FIELD
           MOVE SPACE TO OLD-VALUE
           MOVE OP-NAME TO NEW-VALUE
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
           MOVE "ROLES" TO LOG-FIELD
           MOVE OP-ROLES TO NEW-VALUE
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
           MOVE "DATE-ACTIVE" TO LOG-FIELD
           MOVE OP-DATE-ACTIVE TO NEW-VALUE
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
           MOVE "APPLIED" TO CHK-WHY
           PERFORM P1-LINE THRU P1-LINE-EXIT.
       ADD-ONE-EXIT.
           EXIT.

       CHANGE-ONE.
           MOVE OI-OPID TO OP-OPID
           READ OPFILE
             INVALID
               MOVE "NOT ON FILE" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO CHANGE-ONE-EXIT
           END-READ
           IF OI-NAME NOT = SPACE AND OI-NAME NOT = OP-NAME
               MOVE "NAME" TO LOG-FIELD
               MOVE OP-NAME TO OLD-VALUE
               MOVE OI-NAME TO NEW-VALUE OP-NAME
               PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
           END-IF
           IF OI-ROLES NOT = SPACE AND OI-ROLES NOT = OP-ROLES
               MOVE "ROLES" TO LOG-FIELD
               MOVE OP-ROLES TO OLD-VALUE
               MOVE OI-ROLES TO NEW-VALUE OP-ROLES
               PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
           END-IF
           IF NEW-DATE NOT = SPACE
               MOVE "DATE-ACTIVE" TO LOG-FIELD
               MOVE OP-DATE-ACTIVE TO OLD-VALUE
               MOVE NEW-DATE TO NEW-VALUE OP-DATE-ACTIVE
               PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
               IF OP-DATE-TERM NOT = SPACE
                   MOVE "DATE-TERM" TO LOG-FIELD
                   MOVE OP-DATE-TERM TO OLD-VALUE
                   MOVE SPACE TO NEW-VALUE OP-DATE-TERM
                   PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
               END-IF
           END-IF
           MOVE RUN-DATE TO OP-DATE-CHG
           MOVE OI-BY TO OP-CHG-OPID
           REWRITE OPFILE01
           ADD 1 TO UPD-COUNT
           MOVE "APPLIED" TO CHK-WHY
           PERFORM P1-LINE THRU P1-LINE-EXIT.
       CHANGE-ONE-EXIT.
           EXIT.

       TERM-ONE.
           MOVE OI-OPID TO OP-OPID
           READ OPFILE
             INVALID
               MOVE "NOT ON FILE" TO CHK-WHY
               PERFORM P1-BAD THRU P1-BAD-EXIT
               GO TO TERM-ONE-EXIT
           END-READ
           MOVE "DATE-TERM" TO LOG-FIELD
           MOVE OP-DATE-TERM TO OLD-VALUE
           MOVE NEW-DATE TO NEW-VALUE OP-DATE-TERM
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT
           MOVE RUN-DATE TO OP-DATE-CHG
           MOVE OI-BY TO OP-CHG-OPID
           REWRITE OPFILE01
           ADD 1 TO UPD-COUNT
           MOVE "APPLIED" TO CHK-WHY
           PERFORM P1-LINE THRU P1-LINE-EXIT.
       TERM-ONE-EXIT.
           EXIT.

       LOG-CHANGE.
           MOVE SPACE TO MCHGLOG01
           MOVE RUN-DATE TO MC-DATE
           ACCEPT MC-TIME FROM TIME
           MOVE OI-BY TO MC-OPID
           MOVE "O" TO MC-FILE
           MOVE OI-OPID TO MC-KEY
           MOVE LOG-FIELD TO MC-FIELD
           MOVE OLD-VALUE TO MC-OLD
           MOVE NEW-VALUE TO MC-NEW
           WRITE MCHGLOG01.
       LOG-CHANGE-EXIT.
           EXIT.

      *******  THE REVIEW QUARTER -- PARMFILE'S YYYYQ, OR THE LAST
      *******  QUARTER COMPLETED BEFORE THE RUN DATE.

       QTR-SET.
           IF PM-QTR NUMERIC
               MOVE PM-QTR TO QTR-ID
               IF QTR-Q > 0 AND QTR-Q < 5
                   GO TO QTR-SET-1
               END-IF
           END-IF
           MOVE RUN-YYYY TO QTR-YYYY
           COMPUTE QTR-Q = (RUN-MM + 2) / 3 - 1
           IF QTR-Q = 0
               SUBTRACT 1 FROM QTR-YYYY
               MOVE 4 TO QTR-Q
           END-IF.
       QTR-SET-1.
           MOVE QTR-YYYY TO QF-YYYY QT-YYYY
           COMPUTE QT-MM = QTR-Q * 3
           COMPUTE QF-MM = QT-MM - 2.
       QTR-SET-EXIT.
           EXIT.

      *******  PASS 2 -- THE ACCESS REVIEW.  EVERY OPERATOR ON FILE
      *******  WITH STATUS AND ROLES AS OF THE RUN DATE; AN OPERATOR
      *******  WHO CAN BOTH POST AND APPROVE IS FLAGGED, AS IS ANY
      *******  SUPERVISOR, SINCE A SUPERVISOR HOLDS EVERY ROLE.

       P2.
           CLOSE MCHGLOG OPEXCP
           MOVE SPACE TO OPRPT01
           WRITE OPRPT01
           MOVE SPACE TO OPRPT01
           STRING "QUARTERLY ACCESS REVIEW FOR " QTR-YYYY " Q" QTR-Q
               " (" QTR-FROM " - " QTR-THRU ")"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           MOVE SPACE TO OPRPT01
           STRING "OPERATOR NAME                     ACTIVE   "
               "TERM     STATUS     P B A M S"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           MOVE LOW-VALUE TO OP-OPID
           START OPFILE KEY NOT < OP-OPID
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ OPFILE NEXT
             AT END
               GO TO P2-9
           END-READ
           ADD 1 TO LIST-COUNT
           MOVE "ACTIVE" TO OP-STATUS-WS
           IF OP-DATE-ACTIVE > RUN-DATE
               MOVE "NOT ACTIVE" TO OP-STATUS-WS
           END-IF
           IF OP-DATE-TERM NOT = SPACE AND OP-DATE-TERM NOT > RUN-DATE
               MOVE "TERMINATED" TO OP-STATUS-WS
           END-IF
           MOVE SPACE TO SOD-FLAG
           IF OP-STATUS-WS = "ACTIVE"
               ADD 1 TO ACT-COUNT
               IF OP-ROLE-SUPV = "Y"
                   ADD 1 TO SUPV-COUNT
                   MOVE "SUPERVISOR" TO SOD-FLAG
               END-IF
               IF OP-ROLE-POST = "Y" AND OP-ROLE-APPR = "Y"
                   ADD 1 TO SOD-COUNT
                   MOVE "POSTER AND APPROVER" TO SOD-FLAG
               END-IF
           END-IF
           MOVE SPACE TO OPRPT01
           STRING OP-OPID " " OP-NAME " " OP-DATE-ACTIVE " "
               OP-DATE-TERM " " OP-STATUS-WS " " OP-ROLE-POST " "
               OP-ROLE-BILL " " OP-ROLE-APPR " " OP-ROLE-MAINT " "
               OP-ROLE-SUPV "  " SOD-FLAG " CHANGED " OP-DATE-CHG
               " BY " OP-CHG-OPID
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           GO TO P2-1.
       P2-9.
           MOVE SPACE TO OPRPT01
           STRING LIST-COUNT " OPERATORS, " ACT-COUNT " ACTIVE, "
               SUPV-COUNT " SUPERVISORS, " SOD-COUNT
               " POSTER AND APPROVER"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01.

      *******  PASS 3 -- OPERATORS TERMINATED IN THE QUARTER.

       P3.
           MOVE SPACE TO OPRPT01
           WRITE OPRPT01
           MOVE SPACE TO OPRPT01
           STRING "TERMINATED IN THE QUARTER"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           MOVE LOW-VALUE TO OP-OPID
           START OPFILE KEY NOT < OP-OPID
             INVALID
               GO TO P4
           END-START.
       P3-1.
           READ OPFILE NEXT
             AT END
               GO TO P4
           END-READ
           IF OP-DATE-TERM = SPACE OR OP-DATE-TERM < QTR-FROM
             OR OP-DATE-TERM > QTR-THRU
               GO TO P3-1
           END-IF
           ADD 1 TO TERM-COUNT
           MOVE SPACE TO OPRPT01
           STRING OP-OPID " " OP-NAME " TERMINATED " OP-DATE-TERM
               " BY " OP-CHG-OPID
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           GO TO P3-1.

      *******  PASS 4 -- EVERY CHANGE TO THE OPERATOR MASTER IN THE
      *******  QUARTER, OFF MCHGLOG.

       P4.
           OPEN INPUT MCHGLOG
           MOVE SPACE TO OPRPT01
           WRITE OPRPT01
           MOVE SPACE TO OPRPT01
           STRING "OPERATOR MASTER CHANGES IN THE QUARTER"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01.
       P4-1.
           READ MCHGLOG
             AT END
               CLOSE MCHGLOG
               GO TO P5
           END-READ
           IF MC-FILE NOT = "O" OR MC-DATE < QTR-FROM
             OR MC-DATE > QTR-THRU
               GO TO P4-1
           END-IF
           ADD 1 TO MCQ-COUNT
           MOVE SPACE TO OPRPT01
           STRING MC-DATE " " MC-TIME " " MC-KEY " " MC-FIELD
               " WAS [" MC-OLD "] NOW [" MC-NEW "] BY " MC-OPID
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           GO TO P4-1.

      *******  PASS 5 -- CARDS THE RUNS REFUSED IN THE QUARTER.

       P5.
           OPEN INPUT OPEXCP
           MOVE SPACE TO OPRPT01
           WRITE OPRPT01
           MOVE SPACE TO OPRPT01
           STRING "CARDS REFUSED BY OPERATOR SECURITY IN THE QUARTER"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01.
       P5-1.
           READ OPEXCP
             AT END
               CLOSE OPEXCP
               GO TO P9
           END-READ
           IF OX-DATE < QTR-FROM OR OX-DATE > QTR-THRU
               GO TO P5-1
           END-IF
           ADD 1 TO XQ-COUNT
           MOVE SPACE TO OPRPT01
           STRING OX-DATE " " OX-TIME " " OX-PGM " " OX-OPID " ROLE "
               OX-ROLE " " OX-KEY " " OX-REASON
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           GO TO P5-1.

       P9.
           MOVE SPACE TO OPRPT01
           WRITE OPRPT01
           MOVE SPACE TO OPRPT01
           STRING TERM-COUNT " TERMINATED, " MCQ-COUNT
               " MASTER CHANGES, " XQ-COUNT " CARDS REFUSED"
               DELIMITED BY SIZE INTO OPRPT01
           WRITE OPRPT01
           DISPLAY "OPERATOR RUN HAS ENDED, " UPD-COUNT " APPLIED, "
               BAD-COUNT " SKIPPED, " CHK-REJ " REFUSED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE OPIN OPFILE OPRPT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLOPR001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE UPD-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

      *******  OPERATOR SECURITY -- THE OPERATOR ON THE CARD MUST BE
      *******  ON OPFILE, ACTIVE, NOT TERMINATED, AND HOLD THE ROLE
      *******  THE CARD NEEDS (A SUPERVISOR HOLDS THEM ALL).  A REFUSED
      *******  CARD GOES ON OPEXCP FOR THE ACCESS REVIEW.

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
           MOVE "BLOPR001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
