      *                the date window the notice covers; blabn002
      *                reads it ahead of the claim runs to set the
      *                GA/GZ modifiers.  every run lists the file.
      * 2026-10-15 sw  each ABNUPDT card carries the operator who keyed
      *                it, checked against OPFILE for the maintenance
      *                role before the card is applied; a refused card
      *                goes on OPEXCP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLABN001.
       AUTHOR. SID WAITE.
           LOCK MODE MANUAL.
           SELECT ABNRPT ASSIGN TO "S165" ORGANIZATION
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
      *******  AU-OPID IS THE OPERATOR WHO KEYED THE CARD, WHO MUST
      *******  HOLD THE MASTER-FILE MAINTENANCE ROLE.
       FD  ABNUPDT.
       01  ABNUPDT01.
           02 AU-ACTION PIC X.
           02 AU-DATE-EFF PIC X(8).
           02 FILLER PIC X.
           02 AU-DATE-TERM PIC X(8).
           02 FILLER PIC X.
           02 AU-OPID PIC X(8).

      *******  ONE RECORD PER PATIENT/PROCEDURE -- THE SIGNED ABN AND
      *******  THE DATE WINDOW IT COVERS.
       FD  ABNRPT.
       01  ABNRPT01 PIC X(80).

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
           OPEN I-O ABNFILE.
           OPEN OUTPUT ABNRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       P1.
           READ ABNUPDT AT END GO TO P2.
           IF AU-PATID = SPACE GO TO P1.
           MOVE AU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING AU-PATID " " AU-PROC DELIMITED BY SIZE INTO CHK-KEY
           MOVE "M" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF

           IF AU-ACTION = "D"
               MOVE AU-PATID TO AB-PATID
           DISPLAY "ABN MAINTENANCE HAS ENDED, " UPD-COUNT
               " CARDS, " LIST-COUNT " ON FILE".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE ABNUPDT ABNFILE ABNRPT SUMLOG OPFILE OPEXCP.
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
           MOVE "BLABN001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
