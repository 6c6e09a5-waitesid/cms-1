      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-29 sw  new program - signature on file.  the claim runs
      *                printed "SIGNATURE ON FILE" and sent CLM08/
      *                CLM09 "Y" on every claim whether or not we held
      *                a signed form.  SIGFILE now keeps, per patient,
      *                each form signed -- release of information,
      *                assignment of benefits, lifetime medicare
      *                authorization -- with the signed date, who
      *                signed and the renewal period.  SIGIN cards
      *                from the front desk add, renew or revoke a
      *                form; SIGRPT lists every patient on an account
      *                with an order coming in over the next week
      *                whose form is missing, revoked, expired or
      *                running out, so it is signed at check-in.
      * 2026-10-11 sw  the operator recording a form must be on
      *                OPFILE, active and hold the poster role the
      *                front desk works under; any other card is
      *                refused onto OPEXCP (see blopr001).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLSIG001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGIN ASSIGN TO "S243" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SIGFILE ASSIGN TO "S242"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SIG-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT ORDFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ORDNO
           ALTERNATE RECORD KEY IS C-DATE-E WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT SIGRPT ASSIGN TO "S244" ORGANIZATION
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
      *******  ONE FORM PER CARD: "A" ADDS OR RENEWS IT, "R" RECORDS
      *******  THE PATIENT'S REVOCATION.  A BLANK SIGNED DATE IS
      *******  TODAY; A BLANK RENEWAL IS 12 MONTHS FOR "R" AND "A",
      *******  NEVER FOR THE LIFETIME MEDICARE "M".
       FD  SIGIN.
       01  SIGIN01.
           02 SI-ACTION PIC X.
           02 FILLER PIC X.
           02 SI-PATID PIC X(8).
           02 FILLER PIC X.
           02 SI-FORM PIC X.
           02 FILLER PIC X.
           02 SI-SIGNED PIC X(8).
           02 FILLER PIC X.
           02 SI-RENEW PIC XX.
           02 FILLER PIC X.
           02 SI-SIGNER PIC X(24).
           02 FILLER PIC X.
           02 SI-SIGNER-REL PIC X.
           02 FILLER PIC X.
           02 SI-OPID PIC X(8).

       FD  SIGFILE.
           COPY "sigfile.cpy".

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

       FD  ORDFILE.
           COPY "ordfile.cpy".

       FD  SIGRPT.
       01  SIGRPT01 PIC X(132).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN8 PIC 9(8).
       01  RUN-X REDEFINES RUN8.
           02 RUN-YYYY PIC 9(4).
           02 RUN-MM PIC 99.
           02 RUN-DD PIC 99.
       01  SGN8 PIC 9(8).
       01  SGN-X REDEFINES SGN8.
           02 SGN-YYYY PIC 9(4).
           02 SGN-MM PIC 99.
           02 SGN-DD PIC 99.
       01  EXP8 PIC 9(8).
       01  EXP-X REDEFINES EXP8.
           02 EXP-YYYY PIC 9(4).
           02 EXP-MM PIC 99.
           02 EXP-DD PIC 99.
       01  MONTHS-WS PIC 9(6).
       01  MONTH-REM PIC 99.
       01  RENEW-WS PIC 99.
      *******  THE LIST COVERS ORDERS DATED TODAY THROUGH LOOK-DAYS
      *******  OUT, AND CALLS A FORM "RUNNING OUT" WHEN IT EXPIRES
      *******  WITHIN WARN-DAYS OF THE ORDER.
       01  LOOK-DAYS PIC 999 VALUE 7.
       01  WARN-DAYS PIC 999 VALUE 30.
       01  LOOK-DATE PIC 9(8).
       01  WARN-DATE PIC 9(8).
       01  ASOF-DATE PIC X(8).
       01  LAST-ORD8 PIC X(8) VALUE SPACE.
       01  MEDI-FLAG PIC X.
       01  CHK-PATID PIC X(8).
       01  CHK-NAME PIC X(24).
       01  CHK-FORM PIC X.
       01  SIG-STATE PIC X.
       01  SIG-MSG PIC X(20).
       01  FORM-NAME PIC X(24).
       01  ADD-COUNT PIC 9(5) VALUE 0.
       01  REV-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  LIST-COUNT PIC 9(5) VALUE 0.

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
           OPEN INPUT SIGIN GARFILE PATFILE ORDFILE.
           OPEN I-O SIGFILE.
           OPEN OUTPUT SIGRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN8.
           COMPUTE LOOK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RUN8) + LOOK-DAYS).

      *******  PASS 1 -- APPLY THE FRONT DESK'S CARDS.

       P1.
           READ SIGIN AT END GO TO P2.
           IF SI-PATID = SPACE GO TO P1.
           MOVE SI-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING SI-PATID " " SI-FORM
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               ADD 1 TO BAD-COUNT
               GO TO P1
           END-IF
           IF SI-ACTION NOT = "A" AND SI-ACTION NOT = "R"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN ACTION " SI-ACTION " FOR " SI-PATID
               GO TO P1
           END-IF
           IF SI-FORM NOT = "R" AND SI-FORM NOT = "A"
               AND SI-FORM NOT = "M"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN FORM " SI-FORM " FOR " SI-PATID
               GO TO P1
           END-IF
           MOVE SI-PATID TO SIG-PATID
           MOVE SI-FORM TO SIG-FORM
           IF SI-ACTION = "R"
               PERFORM REVOKE-SIG THRU REVOKE-SIG-EXIT
           ELSE
               PERFORM ADD-SIG THRU ADD-SIG-EXIT
           END-IF
           GO TO P1.

      *******  THE PATIENT MUST BE ON FILE -- A PATFILE NUMBER ("P"
      *******  IN THE LAST POSITION) OR THE GUARANTOR'S OWN NUMBER
      *******  WHEN THE GUARANTOR IS THE PATIENT.  THE ACCOUNT IS
      *******  KEPT ON THE RECORD FOR THE FRONT-DESK LIST.

       ADD-SIG.
           IF SI-PATID(8:1) = "P"
               MOVE SI-PATID TO P-PATNO
               READ PATFILE
                 INVALID
                   ADD 1 TO BAD-COUNT
                   DISPLAY SI-PATID " NOT ON PATFILE"
                   GO TO ADD-SIG-EXIT
               END-READ
               MOVE P-GARNO TO G-GARNO
           ELSE
               MOVE SI-PATID TO G-GARNO
               READ GARFILE
                 INVALID
                   ADD 1 TO BAD-COUNT
                   DISPLAY SI-PATID " NOT ON GARFILE"
                   GO TO ADD-SIG-EXIT
               END-READ
           END-IF
           IF SI-SIGNED = SPACE
               MOVE RUN-DATE TO SI-SIGNED
           END-IF
           IF SI-SIGNED NOT NUMERIC
               ADD 1 TO BAD-COUNT
               DISPLAY SI-PATID " BAD SIGNED DATE " SI-SIGNED
               GO TO ADD-SIG-EXIT
           END-IF
           IF SI-RENEW = SPACE
               IF SI-FORM = "M"
                   MOVE 0 TO RENEW-WS
               ELSE
                   MOVE 12 TO RENEW-WS
               END-IF
           ELSE
               MOVE SI-RENEW TO RENEW-WS
           END-IF
           READ SIGFILE
             INVALID
               MOVE SPACE TO SIGFILE01
               MOVE SI-PATID TO SIG-PATID
               MOVE SI-FORM TO SIG-FORM
               PERFORM FILL-SIG THRU FILL-SIG-EXIT
               WRITE SIGFILE01
               ADD 1 TO ADD-COUNT
               GO TO ADD-SIG-EXIT
           END-READ
           PERFORM FILL-SIG THRU FILL-SIG-EXIT
           REWRITE SIGFILE01
           ADD 1 TO ADD-COUNT.
       ADD-SIG-EXIT.
           EXIT.

       FILL-SIG.
           MOVE G-GARNO TO SIG-GARNO
           MOVE "A" TO SIG-STATUS
           MOVE SI-SIGNED TO SIG-SIGNED
           MOVE RENEW-WS TO SIG-RENEW
           MOVE SPACE TO SIG-EXPIRES
           IF RENEW-WS NOT = 0
               PERFORM EXPIRE-DATE THRU EXPIRE-DATE-EXIT
           END-IF
           MOVE SI-SIGNER TO SIG-SIGNER
           MOVE SI-SIGNER-REL TO SIG-SIGNER-REL
           IF SI-SIGNER-REL = SPACE
               MOVE "S" TO SIG-SIGNER-REL
           END-IF
           MOVE SI-OPID TO SIG-OPID
           MOVE RUN-DATE TO SIG-UPDATED.
       FILL-SIG-EXIT.
           EXIT.

      *******  SIGNED DATE PLUS THE RENEWAL MONTHS, SAME DAY OF THE
      *******  MONTH.  A DAY PAST THE 28TH IS TAKEN BACK TO THE 28TH
      *******  SO THE DATE IS GOOD IN ANY MONTH -- THE FORM RUNS OUT
      *******  A FEW DAYS EARLY, NEVER LATE.

       EXPIRE-DATE.
           MOVE SI-SIGNED TO SGN8
           COMPUTE MONTHS-WS = (SGN-YYYY * 12) + SGN-MM - 1 + RENEW-WS
           DIVIDE MONTHS-WS BY 12 GIVING EXP-YYYY
               REMAINDER MONTH-REM
           COMPUTE EXP-MM = MONTH-REM + 1
           MOVE SGN-DD TO EXP-DD
           IF EXP-DD > 28
               MOVE 28 TO EXP-DD
           END-IF
           MOVE EXP8 TO SIG-EXPIRES.
       EXPIRE-DATE-EXIT.
           EXIT.

       REVOKE-SIG.
           READ SIGFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY SI-PATID " FORM " SI-FORM " NOT ON FILE"
               GO TO REVOKE-SIG-EXIT
           END-READ
           MOVE "R" TO SIG-STATUS
           MOVE SI-OPID TO SIG-OPID
           MOVE RUN-DATE TO SIG-UPDATED
           REWRITE SIGFILE01
           ADD 1 TO REV-COUNT.
       REVOKE-SIG-EXIT.
           EXIT.

      *******  PASS 2 -- THE FRONT-DESK LIST.  AN ORDER DOES NOT NAME
      *******  WHICH PATIENT ON THE ACCOUNT IS COMING IN, SO EVERY
      *******  PATIENT ON THE ACCOUNT IS CHECKED AGAINST THE FIRST
      *******  ORDER DATE FOUND IN THE WINDOW.

       P2.
           MOVE SPACE TO SIGRPT01
           STRING "SIGNATURES MISSING OR RUNNING OUT - ORDERS "
               RUN-DATE " THROUGH " LOOK-DATE
               DELIMITED BY SIZE INTO SIGRPT01
           WRITE SIGRPT01 AFTER ADVANCING PAGE
           MOVE SPACE TO SIGRPT01
           WRITE SIGRPT01
           MOVE SPACE TO SIGRPT01
           STRING "ORDER    ACCOUNT  PATIENT  NAME"
               "                     FORM"
               "                     STATUS"
               DELIMITED BY SIZE INTO SIGRPT01
           WRITE SIGRPT01
           MOVE LOW-VALUE TO ORDNO
           START ORDFILE KEY NOT < ORDNO
             INVALID
               GO TO P9
           END-START.
       P2-1.
           READ ORDFILE NEXT
             AT END
               GO TO P9
           END-READ
           IF ORD8 = LAST-ORD8
               GO TO P2-1
           END-IF
           IF C-DATE-T < RUN-DATE OR C-DATE-T > LOOK-DATE
               GO TO P2-1
           END-IF
           MOVE ORD8 TO LAST-ORD8
           PERFORM LIST-ACCT THRU LIST-ACCT-EXIT
           GO TO P2-1.

       LIST-ACCT.
           MOVE ORD8 TO G-GARNO
           READ GARFILE
             INVALID
               GO TO LIST-ACCT-EXIT
           END-READ
           MOVE C-DATE-T TO ASOF-DATE
           MOVE ASOF-DATE TO SGN8
           COMPUTE WARN-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(SGN8) + WARN-DAYS)
           MOVE "N" TO MEDI-FLAG
           IF G-PRINS = "003" OR G-PRINS = "093"
               MOVE "Y" TO MEDI-FLAG
           END-IF
           MOVE G-GARNO TO CHK-PATID
           MOVE G-GARNAME TO CHK-NAME
           PERFORM PAT-CHECK THRU PAT-CHECK-EXIT
           MOVE ORD8 TO P-GARNO
           START PATFILE KEY = P-GARNO
             INVALID
               GO TO LIST-ACCT-EXIT
           END-START.
       LIST-ACCT-1.
           READ PATFILE NEXT
             AT END
               GO TO LIST-ACCT-EXIT
           END-READ
           IF P-GARNO NOT = ORD8
               GO TO LIST-ACCT-EXIT
           END-IF
           MOVE P-PATNO TO CHK-PATID
           MOVE P-PATNAME TO CHK-NAME
           PERFORM PAT-CHECK THRU PAT-CHECK-EXIT
           GO TO LIST-ACCT-1.
       LIST-ACCT-EXIT.
           EXIT.

      *******  A CURRENT LIFETIME MEDICARE AUTHORIZATION COVERS A
      *******  MEDICARE-PRIMARY ACCOUNT; OTHERWISE THE RELEASE AND
      *******  THE ASSIGNMENT ARE EACH CHECKED.

       PAT-CHECK.
           IF MEDI-FLAG = "Y"
               MOVE "M" TO CHK-FORM
               PERFORM SIG-TEST THRU SIG-TEST-EXIT
               IF SIG-STATE = "C"
                   GO TO PAT-CHECK-EXIT
               END-IF
           END-IF
           MOVE "R" TO CHK-FORM
           PERFORM SIG-TEST THRU SIG-TEST-EXIT
           IF SIG-STATE NOT = "C"
               PERFORM LIST-LINE THRU LIST-LINE-EXIT
           END-IF
           MOVE "A" TO CHK-FORM
           PERFORM SIG-TEST THRU SIG-TEST-EXIT
           IF SIG-STATE NOT = "C"
               PERFORM LIST-LINE THRU LIST-LINE-EXIT
           END-IF.
       PAT-CHECK-EXIT.
           EXIT.

      *******  "C" CURRENT, "X" RUNNING OUT, "E" EXPIRED, "V" REVOKED,
      *******  "N" NONE ON FILE -- AS OF THE ORDER DATE.

       SIG-TEST.
           MOVE "C" TO SIG-STATE
           MOVE SPACE TO SIG-MSG
           MOVE CHK-PATID TO SIG-PATID
           MOVE CHK-FORM TO SIG-FORM
           READ SIGFILE
             INVALID
               MOVE "N" TO SIG-STATE
               MOVE "NONE ON FILE" TO SIG-MSG
               GO TO SIG-TEST-EXIT
           END-READ
           IF SIG-STATUS = "R"
               MOVE "V" TO SIG-STATE
               STRING "REVOKED " SIG-UPDATED
                   DELIMITED BY SIZE INTO SIG-MSG
               GO TO SIG-TEST-EXIT
           END-IF
           IF SIG-EXPIRES = SPACE
               GO TO SIG-TEST-EXIT
           END-IF
           IF SIG-EXPIRES < ASOF-DATE
               MOVE "E" TO SIG-STATE
               STRING "EXPIRED " SIG-EXPIRES
                   DELIMITED BY SIZE INTO SIG-MSG
               GO TO SIG-TEST-EXIT
           END-IF
           MOVE WARN-DATE TO EXP8
           IF SIG-EXPIRES NOT > EXP8
               MOVE "X" TO SIG-STATE
               STRING "EXPIRES " SIG-EXPIRES
                   DELIMITED BY SIZE INTO SIG-MSG
           END-IF.
       SIG-TEST-EXIT.
           EXIT.

       LIST-LINE.
           MOVE "RELEASE OF INFORMATION" TO FORM-NAME
           IF CHK-FORM = "A"
               MOVE "ASSIGNMENT OF BENEFITS" TO FORM-NAME
           END-IF
           MOVE SPACE TO SIGRPT01
           STRING ASOF-DATE " " G-GARNO " " CHK-PATID " " CHK-NAME
               " " FORM-NAME " " SIG-MSG
               DELIMITED BY SIZE INTO SIGRPT01
           WRITE SIGRPT01
           ADD 1 TO LIST-COUNT.
       LIST-LINE-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO SIGRPT01
           WRITE SIGRPT01
           MOVE SPACE TO SIGRPT01
           STRING LIST-COUNT " FORMS TO HAVE SIGNED"
               DELIMITED BY SIZE INTO SIGRPT01
           WRITE SIGRPT01
           DISPLAY "SIGNATURE RUN HAS ENDED, " ADD-COUNT " SIGNED, "
               REV-COUNT " REVOKED, " BAD-COUNT " CARDS REJECTED, "
               LIST-COUNT " LISTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE SIGIN SIGFILE GARFILE PATFILE ORDFILE SIGRPT SUMLOG
                 OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLSIG001" TO SL-PGM
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
           MOVE "BLSIG001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
