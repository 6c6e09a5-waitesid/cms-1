      *                the ad-hoc keyed hardship adjustment nobody
      *                could defend is replaced by a table with dates
      *                on it.  blfas002 applies the discounts.
      * 2026-10-15 sw  each FASUPDT card carries the approver who
      *                signed off on it, checked against OPFILE for the
      *                approver role before the card is applied; a
      *                refused card goes on OPEXCP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLFAS001.
       AUTHOR. SID WAITE.
           LOCK MODE MANUAL.
           SELECT FASRPT ASSIGN TO "S121" ORGANIZATION
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
      *******  FU-OPID IS WHO APPROVED THE APPLICATION, WHO MUST HOLD
      *******  THE APPROVER ROLE.
       FD  FASUPDT.
       01  FASUPDT01.
           02 FU-ACTION PIC X.
           02 FU-DATE-APPR PIC X(8).
           02 FILLER PIC X.
           02 FU-DATE-EXP PIC X(8).
           02 FILLER PIC X.
           02 FU-OPID PIC X(8).

      *******  THE FINANCIAL ASSISTANCE SCHEDULE, ONE RECORD PER
      *******  GUARANTOR.
       FD  FASRPT.
       01  FASRPT01 PIC X(90).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  UPD-COUNT PIC 9(5) VALUE 0.
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
           OPEN I-O FASCHED.
           OPEN OUTPUT FASRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

      *******  PASS 1 -- APPLY THE DAY'S CARDS.  AN ADD FOR A
       P1.
           READ FASUPDT AT END GO TO P2.
           IF FU-GARNO = SPACE GO TO P1.
           MOVE FU-OPID TO CHK-OPID
           MOVE FU-GARNO TO CHK-KEY
           MOVE "A" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF

           IF FU-ACTION = "D"
               MOVE FU-GARNO TO FA-GARNO
           DISPLAY "ASSISTANCE SCHEDULE MAINTENANCE HAS ENDED, "
               UPD-COUNT " CARDS, " LIST-COUNT " ON FILE".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE FASUPDT FASCHED GARFILE FASRPT SUMLOG OPFILE OPEXCP.
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
           MOVE "BLFAS001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
