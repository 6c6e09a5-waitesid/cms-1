      * 2026-09-02 sw  DW-FUTURE carved for blapl001's appeal-letter
      *                flag and date, so a denial flipped to "A" gets
      *                its letter generated exactly once.
      * 2026-10-06 sw  DENUPDT cards carry the operator working them,
      *                and every card applied goes on WORKLOG -- a
      *                second line when the card asks for an appeal --
      *                for blprd001's productivity report.
      * 2026-10-11 sw  a card's operator must be on OPFILE, active
      *                and hold the biller role; any other card is
      *                refused onto OPEXCP (see blopr001).
      * 2026-10-15 sw  DW-AMOUNT widened to S9(6)V99 (DENWORK converted
      *                by blcnv001), so a denial of 10,000.00 or more
      *                carries whole onto the worklist.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDEN002.
       AUTHOR. SID WAITE.
           SELECT NOTEFILE ASSIGN TO "S186" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS NT-KEY
           LOCK MODE MANUAL.
           SELECT WORKLOG ASSIGN TO "S273" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

             03 DW-CLAIM PIC X(6).
             03 DW-DENIAL PIC XX.
           02 DW-PAYCODE PIC XXX.
           02 DW-AMOUNT PIC S9(6)V99.
           02 DW-DATE-E PIC X(8).
           02 DW-STATUS PIC X.
           02 DW-BILLER PIC XXX.
           02 DU-STATUS PIC X.
           02 FILLER PIC X.
           02 DU-BILLER PIC XXX.
           02 FILLER PIC X.
           02 DU-OPID PIC X(8).

       FD  DENWRPT.
       01  DENWRPT01.
           02 FILLER PIC X VALUE SPACE.
           02 DR-DENIAL PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 DR-AMOUNT PIC ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 DR-DATE-E PIC X(8).
           02 FILLER PIC X VALUE SPACE.
       FD  NOTEFILE.
           COPY "notefile.cpy".

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  TODAY-SERIAL PIC S9(7).
       01  POST-SERIAL PIC S9(7).
       01  DAYS-LEFT PIC S9(4).
       01  LOG-ACTION PIC XX.

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

           OPEN I-O DENWORK.
           OPEN OUTPUT DENWRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           OPEN EXTEND WORKLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           COMPUTE TODAY-SERIAL =
               GO TO P3
           END-READ
           IF DU-KEY8 = SPACE GO TO P2.
           MOVE DU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING DU-KEY8 " " DU-CLAIM " " DU-DENIAL
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "B" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P2
           END-IF
           MOVE DU-KEY8 TO DW-KEY8
           MOVE DU-CLAIM TO DW-CLAIM
           MOVE DU-DENIAL TO DW-DENIAL
               MOVE DU-BILLER TO DW-BILLER
           END-IF
           REWRITE DENWORK01
           MOVE "DW" TO LOG-ACTION
           PERFORM WORK-LOG THRU WORK-LOG-EXIT
           IF DU-STATUS = "A"
               MOVE "AP" TO LOG-ACTION
               PERFORM WORK-LOG THRU WORK-LOG-EXIT
           END-IF
           GO TO P2.

       WORK-LOG.
           MOVE SPACE TO WORKLOG01
           MOVE LOG-ACTION TO WL-ACTION
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE DU-OPID TO WL-OPID
           MOVE "BLDEN002" TO WL-PGM
           MOVE DW-KEY8 TO WL-KEY8
           MOVE DW-CLAIM TO WL-CLAIM
           MOVE 1 TO WL-COUNT
           MOVE DW-AMOUNT TO WL-AMOUNT
           WRITE WORKLOG01.
       WORK-LOG-EXIT.
           EXIT.

      *******  PASS 3 -- THE WORKLIST.  EVERYTHING NOT RE-BILLED OR
      *******  WRITTEN OFF IS OPEN, AGED AGAINST A 60-DAY APPEAL
      *******  WINDOW FROM THE POSTING DATE; A NEGATIVE DAYS-LEFT IS
           DISPLAY "DENIAL WORKLIST: " NEW-COUNT " NEW, "
               OPEN-COUNT " OPEN".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PAYCUR DENWORK DENUPDT NOTEFILE DENWRPT SUMLOG
                 WORKLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
       NOTE-CHECK-EXIT.
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
           MOVE "BLDEN002" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
