      *                them done, and the approvals register printed
      *                here shows requester, approver, amount and
      *                dates for the audit binder.
      * 2026-10-11 sw  both sides of the two-person rule are now real
      *                people: the requester on an "S" card must be an
      *                active poster on OPFILE, and whoever releases or
      *                drops an entry an active approver; any other card
      *                is refused onto OPEXCP (see blopr001).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLAPP001.
       AUTHOR. SID WAITE.
           LOCK MODE MANUAL.
           SELECT APPREG ASSIGN TO "S182" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       FD  APPREG.
       01  APPREG01 PIC X(110).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  REG-COUNT PIC 9(5) VALUE 0.
       01  NEF-9 PIC Z,ZZ9.99CR.

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
           OPEN I-O APPRVQ.
           OPEN OUTPUT APPREG.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       P1.
           READ APPUPDT AT END GO TO P2.
           IF AU-KEY8 = SPACE GO TO P1.
           MOVE AU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING AU-TYPE " " AU-KEY8 " " AU-CLAIM
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           IF AU-ACTION = "R" OR AU-ACTION = "D"
               MOVE "A" TO CHK-ROLE
           END-IF
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF

           DISPLAY "APPROVAL CONTROL HAS ENDED, " UPD-COUNT
               " CARDS, " REG-COUNT " ON REGISTER".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE APPUPDT APPRVQ APPREG SUMLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
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
           MOVE "BLAPP001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
