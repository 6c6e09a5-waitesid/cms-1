      *                the control log printed here shows promised
      *                against sent, so the follow-up worklist can say
      *                "records sent" instead of a shrug.
      * 2026-09-28 sw  each new promise is logged to DISCLOG, the
      *                accounting of disclosures: the claim's patient
      *                and payer off CHARCUR and INSFILE, and the
      *                records promised.
      * 2026-10-12 sw  an attachment going by mail ("BM") carries its
      *                mailing address on the control log -- the
      *                payer's correspondence address off PAYADDR when
      *                one is keyed, else the INSFILE address.
      * 2026-10-15 sw  each ATTUPDT card carries the operator who keyed
      *                it, checked against OPFILE for the maintenance
      *                role before the card is applied; a refused card
      *                goes on OPEXCP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLATT001.
       AUTHOR. SID WAITE.
           LINE SEQUENTIAL.
           SELECT ATTLOG ASSIGN TO "S142" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYADDR ASSIGN TO "S300"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS AD-KEY
           LOCK MODE MANUAL.
           SELECT DISCLOG ASSIGN TO "S239" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

      *******  TYPE (PWK01, E.G. "RR" RADIOLOGY REPORT) AND
      *******  TRANSMISSION METHOD (PWK02, E.G. "BM" BY MAIL, "FX"
      *******  FAX, "EL" ELECTRONIC).  "D" DROPS THE PROMISE.
      *******  AU-OPID IS THE OPERATOR WHO KEYED THE CARD, WHO MUST
      *******  HOLD THE MASTER-FILE MAINTENANCE ROLE.
       FD  ATTUPDT.
       01  ATTUPDT01.
           02 AU-ACTION PIC X.
           02 AU-RPTTYPE PIC XX.
           02 FILLER PIC X.
           02 AU-TRANS PIC XX.
           02 FILLER PIC X.
           02 AU-OPID PIC X(8).

       FD  ATTFILE.
       01  ATTFILE01.
       FD  ATTLOG.
       01  ATTLOG01 PIC X(80).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

       FD  PAYADDR.
           COPY "payaddr.cpy".

       FD  DISCLOG.
           COPY "disclog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  LIST-COUNT PIC 9(5) VALUE 0.
       01  CTL-NO PIC 9(9) VALUE 0.

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
           OPEN INPUT ATTUPDT.
           OPEN I-O ATTFILE.
           OPEN OUTPUT ATTLOG.
           OPEN INPUT CHARCUR INSFILE PAYADDR.
           OPEN EXTEND DISCLOG.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CTL-READ THRU CTL-READ-EXIT.

       P1.
           READ ATTUPDT AT END GO TO P2.
           IF AU-KEY8 = SPACE GO TO P1.
           MOVE AU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING AU-KEY8 " " AU-CLAIM DELIMITED BY SIZE INTO CHK-KEY
           MOVE "M" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P1
           END-IF

           IF AU-ACTION = "D"
               MOVE AU-KEY8 TO AT-KEY8
               MOVE "P" TO AT-STATUS
               MOVE SPACE TO AT-DATE-SENT
               WRITE ATTFILE01
               PERFORM LOG-DISC THRU LOG-DISC-EXIT
             NOT INVALID
               MOVE AU-RPTTYPE TO AT-RPTTYPE
               MOVE AU-TRANS TO AT-TRANS
               " STATUS " AT-STATUS " SENT " AT-DATE-SENT
               DELIMITED BY SIZE INTO ATTLOG01
           WRITE ATTLOG01
           IF AT-TRANS = "BM"
               PERFORM MAIL-TO THRU MAIL-TO-EXIT
           END-IF
           ADD 1 TO LIST-COUNT
           GO TO P2-1.

      *******  WHERE MAILED RECORDS GO -- THE CORRESPONDENCE ADDRESS
      *******  OF THE PAYER THE CLAIM BILLED, OFF THE CLAIM'S FIRST
      *******  LINE, ELSE THAT PAYER'S INSFILE ADDRESS.

       MAIL-TO.
           MOVE AT-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO MAIL-TO-EXIT
           END-START.
       MAIL-TO-1.
           READ CHARCUR NEXT
             AT END
               GO TO MAIL-TO-EXIT
           END-READ
           IF CC-KEY8 NOT = AT-KEY8
               GO TO MAIL-TO-EXIT
           END-IF
           IF CC-CLAIM NOT = AT-CLAIM
               GO TO MAIL-TO-1
           END-IF
           MOVE CC-PAYCODE TO INS-KEY
           READ INSFILE
             INVALID
               GO TO MAIL-TO-EXIT
           END-READ
           MOVE INS-KEY TO AD-INS-KEY
           MOVE "M" TO AD-TYPE
           READ PAYADDR
             INVALID
               MOVE SPACE TO AD-STREET
           END-READ
           IF AD-STREET = SPACE
               MOVE SPACE TO AD-ATTN
               MOVE INS-STREET TO AD-STREET
               MOVE INS-CITY TO AD-CITY
               MOVE INS-STATE TO AD-STATE
               MOVE INS-ZIP TO AD-ZIP
           END-IF
           MOVE SPACE TO ATTLOG01
           STRING "    MAIL TO " INS-NAME " " AD-ATTN
               DELIMITED BY SIZE INTO ATTLOG01
           WRITE ATTLOG01
           MOVE SPACE TO ATTLOG01
           STRING "            " AD-STREET " " AD-CITY " " AD-STATE
               " " AD-ZIP
               DELIMITED BY SIZE INTO ATTLOG01
           WRITE ATTLOG01.
       MAIL-TO-EXIT.
           EXIT.

      *******  THE RECORDS GO TO THE PAYER THE CLAIM BILLED, ABOUT
      *******  THE CLAIM'S PATIENT -- BOTH OFF THE CLAIM'S FIRST LINE.

       LOG-DISC.
           MOVE SPACE TO DISCLOG01
           MOVE AT-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LOG-DISC-2
           END-START.
       LOG-DISC-1.
           READ CHARCUR NEXT
             AT END
               GO TO LOG-DISC-2
           END-READ
           IF CC-KEY8 NOT = AT-KEY8
               GO TO LOG-DISC-2
           END-IF
           IF CC-CLAIM NOT = AT-CLAIM
               GO TO LOG-DISC-1
           END-IF
           MOVE CC-PATID TO DL-PATID
           MOVE CC-PAYCODE TO INS-KEY
           READ INSFILE
             INVALID
               MOVE CC-PAYCODE TO DL-RECIP
             NOT INVALID
               MOVE INS-NAME TO DL-RECIP
           END-READ.
       LOG-DISC-2.
           MOVE RUN-DATE TO DL-DATE
           ACCEPT DL-TIME FROM TIME
           MOVE AT-KEY8 TO DL-GARNO
           MOVE "BLATT001" TO DL-PGM
           MOVE "CLAIM" TO DL-PURPOSE
           STRING "RECORDS " AT-RPTTYPE " BY " AT-TRANS ", CLAIM "
               AT-CLAIM " CTL " AT-CTLNO
               DELIMITED BY SIZE INTO DL-SENT
           WRITE DISCLOG01.
       LOG-DISC-EXIT.
           EXIT.

       CTL-READ.
           OPEN INPUT ATTCTL
           READ ATTCTL
           DISPLAY "ATTACHMENT CONTROL HAS ENDED, " UPD-COUNT
               " CARDS, " LIST-COUNT " ON FILE".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE ATTUPDT ATTFILE ATTLOG CHARCUR INSFILE DISCLOG
                 SUMLOG PAYADDR OPFILE OPEXCP.
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
           MOVE "BLATT001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
