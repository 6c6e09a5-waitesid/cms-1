      *                on CHARCUR.  exceptions land on EDITRPT the
      *                same day the batch is keyed, instead of riding
      *                CHARNEW into CHARCUR and dying on a claim run.
      * 2026-09-19 sw  the procedure must now be in force for the date
      *                of service too, under the effective/term window
      *                procload stamps on PROCFILE, so a code deleted
      *                in january stops here instead of at the payer.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
      * 2026-10-06 sw  the PARMFILE card names the operator who keyed
      *                the batch; each staged charge goes on WORKLOG
      *                against that operator the first time it is
      *                edited (CD-KEY-LOGGED), for blprd001's
      *                productivity report.
      * 2026-10-15 sw  the PARMFILE operator is checked against OPFILE
      *                for the maintenance role; one refused goes on
      *                OPEXCP and the batch is edited without being
      *                logged to WORKLOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCED001.
       AUTHOR. SID WAITE.
           LOCK MODE MANUAL.
           SELECT EDITRPT ASSIGN TO "S117" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT WORKLOG ASSIGN TO "S273" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

           02 FILLER PIC X VALUE SPACE.
           02 ED-DIAG PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 ED-AMOUNT PIC ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 ED-REASON PIC X(30).

       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-OPID PIC X(8).

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  REC-COUNT PIC 9(7) VALUE 0.
       01  EXCP-COUNT PIC 9(7) VALUE 0.
       01  DIAG-OK PIC X.
       01  PROC-OK PIC X.
       01  KEY-OPID PIC X(8) VALUE SPACE.
       01  LOGGED-COUNT PIC 9(7) VALUE 0.

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
           OPEN INPUT CHARCUR GARFILE PATFILE PROCFILE DIAGFILE.
           OPEN I-O CHARNEW.
           OPEN OUTPUT EDITRPT.
           OPEN EXTEND SUMLOG.
           OPEN EXTEND WORKLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PM-OPID TO KEY-OPID
           END-READ
           CLOSE PARMFILE
           IF KEY-OPID NOT = SPACE
               MOVE KEY-OPID TO CHK-OPID
               MOVE "PARMFILE" TO CHK-KEY
               MOVE "M" TO CHK-ROLE
               PERFORM OP-CHECK THRU OP-CHECK-EXIT
               IF CHK-OK = "N"
                   MOVE SPACE TO KEY-OPID
               END-IF
           END-IF
           IF KEY-OPID = SPACE
               DISPLAY "NO KEYING OPERATOR ON PARMFILE - CHARGES NOT"
                   " LOGGED TO WORKLOG THIS RUN"
           END-IF.

       P1.
           READ CHARNEW AT END GO TO P9.
           ADD 1 TO REC-COUNT.
           IF KEY-OPID NOT = SPACE AND CD-KEY-LOGGED NOT = "Y"
               PERFORM KEY-LOG THRU KEY-LOG-EXIT
           END-IF.

           MOVE CD-KEY8 TO G-GARNO
           READ GARFILE
               GO TO P1
           END-READ.

           PERFORM PROC-DATE-CHECK THRU PROC-DATE-CHECK-EXIT.
           IF PROC-OK = "N"
               MOVE "PROCEDURE NOT IN FORCE FOR DOS" TO ED-REASON
               PERFORM WRITE-EDIT THRU WRITE-EDIT-EXIT
               GO TO P1
           END-IF.

           MOVE CD-DIAG TO DIAG-KEY
           READ DIAGFILE
             INVALID
       DIAG-DATE-CHECK-EXIT.
           EXIT.

       PROC-DATE-CHECK.
           MOVE "Y" TO PROC-OK
           IF PROC-DATE-EFF NOT = SPACE
               AND PROC-DATE-EFF NOT = "00000000"
               IF CD-DATE-T < PROC-DATE-EFF
                   MOVE "N" TO PROC-OK
               END-IF
           END-IF
           IF PROC-DATE-TERM NOT = SPACE
               AND PROC-DATE-TERM NOT = "00000000"
               IF CD-DATE-T > PROC-DATE-TERM
                   MOVE "N" TO PROC-OK
               END-IF
           END-IF.
       PROC-DATE-CHECK-EXIT.
           EXIT.

       WRITE-EDIT.
           ADD 1 TO EXCP-COUNT
           MOVE RUN-DATE TO ED-DATE
       WRITE-EDIT-EXIT.
           EXIT.

      *******  THE CHARGE AS KEYED, ONCE, AGAINST THE OPERATOR WHO
      *******  KEYED IT -- WHETHER OR NOT IT PASSES THE EDIT.

       KEY-LOG.
           MOVE SPACE TO WORKLOG01
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE KEY-OPID TO WL-OPID
           MOVE "BLCED001" TO WL-PGM
           MOVE "CK" TO WL-ACTION
           MOVE CD-KEY8 TO WL-KEY8
           MOVE CD-CLAIM TO WL-CLAIM
           MOVE 1 TO WL-COUNT
           MOVE CD-AMOUNT TO WL-AMOUNT
           WRITE WORKLOG01
           MOVE "Y" TO CD-KEY-LOGGED
           REWRITE CHARNEW01
           ADD 1 TO LOGGED-COUNT.
       KEY-LOG-EXIT.
           EXIT.

       P9.
           DISPLAY "CHARGE EDIT " REC-COUNT " RECORDS, "
               EXCP-COUNT " EXCEPTIONS, " LOGGED-COUNT " LOGGED TO "
               KEY-OPID.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARNEW CHARCUR GARFILE PATFILE PROCFILE DIAGFILE
                 EDITRPT SUMLOG WORKLOG OPFILE OPEXCP.
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
           MOVE "BLCED001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
