      *                the CHKCTL counter (carried run to run like
      *                CCNFILE), a line on the check-print/positive-pay
      *                export, and a line on the refund register.
      * 2026-09-25 sw  a PREPAY entry (claim "PPY" + sequence) is
      *                unapplied money on account, never posted to
      *                PAYCUR -- issuing it closes the PREPAY record
      *                out as refunded instead of posting a debit.
      * 2026-09-28 sw  every check issued is logged to DISCLOG, the
      *                accounting of disclosures -- the payee, and the
      *                account and claim the check stub carries.
      * 2026-10-06 sw  RFDUPDT cards carry the operator working them,
      *                and every status change a card makes goes on
      *                WORKLOG for blprd001's productivity report.
      * 2026-10-11 sw  a status card's operator must be on OPFILE and
      *                active, and hold the approver role to approve
      *                ("A") or the poster role to void or clear; any
      *                other card is refused onto OPEXCP (see blopr001).
      * 2026-10-12 sw  a payer refund check goes to the payer's
      *                refund address off PAYADDR when one is keyed,
      *                else the INSFILE address blcrd001 queued it
      *                with; the address used stays on RFDSTAT.
      * 2026-10-15 sw  a refund debit posted to PAYCUR has its
      *                claim's CLMSUM row added back up.
      * 2026-10-15 sw  an approved refund on a claim under a RAC / ADR
      *                audit (AUDCLM, see blaud001) is held, not
      *                issued, until the audit releases the claim.
      * 2026-10-15 sw  refund amounts widened past 9,999.99 --
      *                REFUNDQ's amount, RF-AMOUNT on RFDSTAT
      *                (converted by blcnv001), the check and the
      *                register.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY)
      *                counts as patient cash on the claim summary, the
      *                way blppy001 now posts it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLRFD001.
       AUTHOR. SID WAITE.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PREPAY ASSIGN TO "S226"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PPY-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYADDR ASSIGN TO "S300"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS AD-KEY
           LOCK MODE MANUAL.
           SELECT CHKPRINT ASSIGN TO "S103" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RFDREG ASSIGN TO "S104" ORGANIZATION
           SELECT APPRVQ ASSIGN TO "S181" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AP-KEY
           LOCK MODE MANUAL.
           SELECT DISCLOG ASSIGN TO "S239" ORGANIZATION
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
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL AUDCLM ASSIGN TO "S320"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AK-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER PIC X.
           02 RQ-TYPE PIC X(7).
           02 FILLER PIC X.
           02 RQ-AMOUNT PIC X(14).
           02 FILLER PIC X.
           02 RQ-PAYEE PIC X(24).
           02 FILLER PIC X.
             03 RF-KEY8 PIC X(8).
             03 RF-CLAIM PIC X(6).
           02 RF-TYPE PIC X(7).
           02 RF-AMOUNT PIC S9(6)V99.
           02 RF-PAYCODE PIC XXX.
           02 RF-PAYEE PIC X(24).
           02 RF-STREET PIC X(24).
           02 RF-DATE-I PIC X(8).

      *******  STATUS CARDS: ACCOUNT, CLAIM, ACTION -- "A" APPROVE,
      *******  "V" VOID, "C" CLEARED (OFF THE BANK STATEMENT) -- AND
      *******  THE OPERATOR WORKING THE CARD.
       FD  RFDUPDT.
       01  RFDUPDT01.
           02 RU-KEY8 PIC X(8).
           02 RU-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 RU-ACTION PIC X.
           02 FILLER PIC X.
           02 RU-OPID PIC X(8).

       FD  PAYADDR.
           COPY "payaddr.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

       FD  AUDCLM.
           COPY "audclm.cpy".

       FD  PREPAY.
           COPY "prepay.cpy".

       FD  CHKPRINT.
       01  CHKPRINT01.
           02 CK-NO PIC 9(9).
           02 FILLER PIC X VALUE SPACE.
           02 CK-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CK-AMOUNT PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 CK-PAYEE PIC X(24).
           02 FILLER PIC X VALUE SPACE.
       01  CHKCTL01.
           02 CT-LAST PIC 9(9).

       FD  DISCLOG.
           COPY "disclog.cpy".

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  CHECK-NO PIC 9(9) VALUE 0.
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  NEF-9 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.
       01  APPROVED-FLAG PIC X.

      *******  THE AUDIT HOLD -- THE ACCOUNT AND CLAIM TO ASK ABOUT IN,
      *******  AUDIT-FLAG "Y" OUT WHEN IT IS UNDER A RAC / ADR AUDIT.
       01  AUD-KEY8 PIC X(8).
       01  AUD-CLAIM PIC X(6).
       01  AUDIT-FLAG PIC X.
       01  AUDIT-HELD PIC 9(5) VALUE 0.

      *******  THE OPERATOR SECURITY CHECK -- THE CARD'S OPERATOR,
      *******  ITS KEY FOR THE EXCEPTION LINE AND THE ROLE NEEDED IN;
      *******  CHK-OK "Y" OR "N" AND THE REASON OUT.
       01  CHK-OPID PIC X(8).
       01  CHK-KEY PIC X(16).
       01  CHK-ROLE PIC X.
       01  CHK-OK PIC X.
       01  CHK-WHY PIC X(24).
       01  CHK-REJ PIC 9(5) VALUE 0.

      *******  CLAIM SUMMARY UPKEEP -- THE ACCOUNT AND CLAIM TO ADD
      *******  BACK UP, AND THE CALLER'S RECORDS PARKED MEANWHILE.
       01  SYNC-KEY8 PIC X(8).
       01  SYNC-CLAIM PIC X(6).
       01  SYNC-FOUND PIC X.
       01  SYNC-CC-SAVE PIC X(172).
       01  SYNC-PC-SAVE PIC X(52).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT REFUNDQ RFDUPDT PAYADDR.
           OPEN I-O RFDSTAT PAYCUR APPRVQ PREPAY CLMSUM.
           OPEN INPUT CHARCUR.
           OPEN INPUT AUDCLM.
           OPEN OUTPUT CHKPRINT RFDREG.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           OPEN EXTEND DISCLOG.
           OPEN EXTEND WORKLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHK-READ THRU CHK-READ-EXIT.

               GO TO P3
           END-READ
           IF RU-KEY8 = SPACE GO TO P2.
           MOVE RU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING RU-KEY8 " " RU-CLAIM
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "P" TO CHK-ROLE
           IF RU-ACTION = "A"
               MOVE "A" TO CHK-ROLE
           END-IF
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P2
           END-IF
           MOVE RU-KEY8 TO RF-KEY8
           MOVE RU-CLAIM TO RF-CLAIM
           READ RFDSTAT
           IF RU-ACTION = "A" AND RF-STATUS = "Q"
               MOVE "A" TO RF-STATUS
               REWRITE RFDSTAT01
               PERFORM WORK-LOG THRU WORK-LOG-EXIT
               GO TO P2
           END-IF
           IF RU-ACTION = "V" AND (RF-STATUS = "I" OR "A")
               MOVE "V" TO RF-STATUS
               REWRITE RFDSTAT01
               PERFORM WORK-LOG THRU WORK-LOG-EXIT
               GO TO P2
           END-IF
           IF RU-ACTION = "C" AND RF-STATUS = "I"
               MOVE "C" TO RF-STATUS
               REWRITE RFDSTAT01
               PERFORM WORK-LOG THRU WORK-LOG-EXIT
               GO TO P2
           END-IF
           DISPLAY RU-KEY8 " " RU-CLAIM " ACTION " RU-ACTION
               " NOT VALID FROM STATUS " RF-STATUS
           GO TO P2.

       WORK-LOG.
           MOVE SPACE TO WORKLOG01
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE RU-OPID TO WL-OPID
           MOVE "BLRFD001" TO WL-PGM
           MOVE "RF" TO WL-ACTION
           MOVE RF-KEY8 TO WL-KEY8
           MOVE RF-CLAIM TO WL-CLAIM
           MOVE 1 TO WL-COUNT
           MOVE RF-AMOUNT TO WL-AMOUNT
           WRITE WORKLOG01.
       WORK-LOG-EXIT.
           EXIT.

      *******  PASS 3 -- ISSUE EVERY APPROVED ENTRY: THE OFFSETTING
      *******  PAYCUR DEBIT CLEARS THE CREDIT BALANCE, THE CHECK
      *******  NUMBER COMES OFF THE COUNTER, AND THE CHECK GOES ON THE
               GO TO P9
           END-READ

           MOVE "N" TO AUDIT-FLAG
           IF RF-STATUS = "A" AND RF-CLAIM(1:3) NOT = "PPY"
               MOVE RF-KEY8 TO AUD-KEY8
               MOVE RF-CLAIM TO AUD-CLAIM
               PERFORM AUDIT-CHECK THRU AUDIT-CHECK-EXIT
           END-IF
           IF AUDIT-FLAG = "Y"
               ADD 1 TO AUDIT-HELD
               MOVE SPACE TO RFDREG01
               STRING RF-KEY8 " " RF-CLAIM
                   " CLAIM UNDER AUDIT - HELD"
                   DELIMITED BY SIZE INTO RFDREG01
               WRITE RFDREG01
           END-IF

           IF RF-STATUS = "A" AND AUDIT-FLAG = "N"
               PERFORM APPROVAL-CHECK THRU APPROVAL-CHECK-EXIT
               IF APPROVED-FLAG = "Y"
                   PERFORM ISSUE-ONE THRU ISSUE-ONE-EXIT
           GO TO P3-1.

       ISSUE-ONE.
           IF RF-CLAIM(1:3) = "PPY"
               PERFORM PREPAY-DONE THRU PREPAY-DONE-EXIT
               IF PPY-STATUS NOT = "F"
                   GO TO ISSUE-ONE-EXIT
               END-IF
               ADD 1 TO CHECK-NO
               GO TO ISSUE-ONE-1
           END-IF
           PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
           IF SLOT-N = 0
               GO TO ISSUE-ONE-EXIT
           MOVE RUN-DATE TO PC-DATE-E
           MOVE "REFUND" TO PC-BATCH
           WRITE PAYCUR01
           MOVE RF-KEY8 TO SYNC-KEY8
           MOVE RF-CLAIM TO SYNC-CLAIM
           PERFORM CLMSUM-SYNC THRU CLMSUM-SYNC-EXIT.
       ISSUE-ONE-1.
           IF RF-TYPE = "PAYER"
               PERFORM REFUND-ADDR THRU REFUND-ADDR-EXIT
           END-IF
           MOVE "I" TO RF-STATUS
           MOVE CHECK-NO TO RF-CHECKNO
           MOVE RUN-DATE TO RF-DATE-I
           MOVE RF-CITY TO CK-CITY
           MOVE RF-STATE TO CK-STATE
           MOVE RF-ZIP TO CK-ZIP
           WRITE CHKPRINT01
           MOVE SPACE TO DISCLOG01
           MOVE RUN-DATE TO DL-DATE
           ACCEPT DL-TIME FROM TIME
           MOVE RF-KEY8 TO DL-GARNO
           MOVE "BLRFD001" TO DL-PGM
           MOVE RF-PAYEE TO DL-RECIP
           MOVE "REFUND" TO DL-PURPOSE
           STRING "REFUND CHECK " CHECK-NO ", CLAIM " RF-CLAIM
               DELIMITED BY SIZE INTO DL-SENT
           WRITE DISCLOG01.
       ISSUE-ONE-EXIT.
           EXIT.

      *******  CLAIM SUMMARY UPKEEP -- ONE CLAIM'S CHARCUR LINES AND
      *******  PAYCUR POSTINGS ARE ADDED BACK UP INTO ITS CLMSUM ROW,
      *******  THE SAME ARITHMETIC BLCSM001 PROVES THE FILE WITH.  A
      *******  CLAIM WITH NO LINES LEFT LOSES ITS ROW.  THE CALLER'S
      *******  CHARCUR AND PAYCUR RECORDS ARE PUT BACK AFTERWARD; A
      *******  SEQUENTIAL WALK IN PROGRESS MUST RESTART ITS OWN
      *******  POSITION.

       CLMSUM-SYNC.
           MOVE CHARCUR01 TO SYNC-CC-SAVE
           MOVE PAYCUR01 TO SYNC-PC-SAVE
           MOVE SYNC-KEY8 TO CS-KEY8
           MOVE SYNC-CLAIM TO CS-CLAIM
           MOVE "Y" TO SYNC-FOUND
           READ CLMSUM
             INVALID
               MOVE "N" TO SYNC-FOUND
           END-READ
           MOVE SPACE TO CLMSUM01
           MOVE SYNC-KEY8 TO CS-KEY8
           MOVE SYNC-CLAIM TO CS-CLAIM
           MOVE 0 TO CS-CHARGES CS-PAYMENTS CS-ADJUST CS-BALANCE
               CS-LINES CS-UNBILLED CS-POSTINGS
           MOVE SYNC-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CLMSUM-SYNC-2
           END-START.
       CLMSUM-SYNC-1.
           READ CHARCUR NEXT
             AT END
               GO TO CLMSUM-SYNC-2
           END-READ
           IF CC-KEY8 NOT = SYNC-KEY8
               GO TO CLMSUM-SYNC-2
           END-IF
           IF CC-CLAIM NOT = SYNC-CLAIM
               GO TO CLMSUM-SYNC-1
           END-IF
           IF CS-LINES = 0
               MOVE CC-PAYCODE TO CS-PAYCODE
               MOVE CC-PATID TO CS-PATID
               MOVE CC-DATE-T TO CS-DATE-T
           END-IF
           ADD 1 TO CS-LINES
           ADD CC-AMOUNT TO CS-CHARGES
           IF CC-DATE-T < CS-DATE-T
               MOVE CC-DATE-T TO CS-DATE-T
           END-IF
           IF CC-REC-STAT = "0" OR "1"
               ADD 1 TO CS-UNBILLED
           ELSE
               IF CC-DATE-A NUMERIC AND CC-DATE-A > CS-DATE-A
                   MOVE CC-DATE-A TO CS-DATE-A
               END-IF
           END-IF
           IF CC-DATE-A NUMERIC AND CC-DATE-A > CS-DATE-LAST
               MOVE CC-DATE-A TO CS-DATE-LAST
           END-IF
           IF CC-ADJ-DATE NUMERIC AND CC-ADJ-DATE > CS-DATE-LAST
               MOVE CC-ADJ-DATE TO CS-DATE-LAST
           END-IF
           GO TO CLMSUM-SYNC-1.
       CLMSUM-SYNC-2.
           IF CS-LINES = 0
               IF SYNC-FOUND = "Y"
                   DELETE CLMSUM RECORD
               END-IF
               GO TO CLMSUM-SYNC-9
           END-IF
           MOVE SYNC-KEY8 TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO CLMSUM-SYNC-4
           END-START.
       CLMSUM-SYNC-3.
           READ PAYCUR NEXT
             AT END
               GO TO CLMSUM-SYNC-4
           END-READ
           IF PC-KEY8 NOT = SYNC-KEY8
               GO TO CLMSUM-SYNC-4
           END-IF
           IF PC-CLAIM NOT = SYNC-CLAIM
               GO TO CLMSUM-SYNC-3
           END-IF
           ADD 1 TO CS-POSTINGS
           IF PC-BATCH = "REVRSL"
               OR PC-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14"
               OR PC-DENIAL = "RF" OR PC-BATCH = "PREPAY"
               ADD PC-AMOUNT TO CS-PAYMENTS
           ELSE
               ADD PC-AMOUNT TO CS-ADJUST
           END-IF
           IF PC-DATE-E NUMERIC AND PC-DATE-E > CS-DATE-LAST
               MOVE PC-DATE-E TO CS-DATE-LAST
           END-IF
           GO TO CLMSUM-SYNC-3.
       CLMSUM-SYNC-4.
           COMPUTE CS-BALANCE = CS-CHARGES + CS-PAYMENTS + CS-ADJUST
           MOVE "B" TO CS-STATUS
           IF CS-BALANCE = 0
               MOVE "Z" TO CS-STATUS
           END-IF
           IF CS-BALANCE < 0
               MOVE "C" TO CS-STATUS
           END-IF
           IF CS-UNBILLED > 0
               MOVE "U" TO CS-STATUS
           END-IF
           MOVE RUN-DATE TO CS-DATE-SYNC
           MOVE "BLRFD001" TO CS-PGM
           IF SYNC-FOUND = "Y"
               REWRITE CLMSUM01
           ELSE
               WRITE CLMSUM01
           END-IF.
       CLMSUM-SYNC-9.
           MOVE SYNC-CC-SAVE TO CHARCUR01
           MOVE SYNC-PC-SAVE TO PAYCUR01.
       CLMSUM-SYNC-EXIT.
           EXIT.

      *******  THE PAYER'S REFUND ADDRESS OFF PAYADDR, WHEN ONE IS
      *******  KEYED, OVER THE INSFILE ADDRESS THE ENTRY CAME IN WITH.

       REFUND-ADDR.
           MOVE RF-PAYCODE TO AD-INS-KEY
           MOVE "R" TO AD-TYPE
           READ PAYADDR
             INVALID
               GO TO REFUND-ADDR-EXIT
           END-READ
           IF AD-STREET = SPACE
               GO TO REFUND-ADDR-EXIT
           END-IF
           MOVE AD-STREET TO RF-STREET
           MOVE AD-CITY TO RF-CITY
           MOVE AD-STATE TO RF-STATE
           MOVE AD-ZIP TO RF-ZIP.
       REFUND-ADDR-EXIT.
           EXIT.

      *******  A REFUNDED PREPAYMENT IS CLOSED ON PREPAY -- NOTHING WAS
      *******  EVER POSTED FOR IT, SO THERE IS NO CREDIT TO OFFSET.
      *******  ONE NO LONGER REFERRED (ALREADY REFUNDED OR PUT BACK
      *******  BY HAND) IS HELD AND SAID SO ON THE REGISTER.

       PREPAY-DONE.
           MOVE RF-KEY8 TO PPY-GARNO
           MOVE RF-CLAIM(4:3) TO PPY-SEQ
           READ PREPAY
             INVALID
               MOVE SPACE TO PPY-STATUS
               GO TO PREPAY-DONE-1
           END-READ
           IF PPY-STATUS = "R"
               MOVE 0 TO PPY-BALANCE
               MOVE "F" TO PPY-STATUS
               REWRITE PREPAY01
               GO TO PREPAY-DONE-EXIT
           END-IF
           MOVE SPACE TO PPY-STATUS.
       PREPAY-DONE-1.
           MOVE SPACE TO RFDREG01
           STRING RF-KEY8 " " RF-CLAIM
               " PREPAYMENT NOT REFERRED ON PREPAY - HELD"
               DELIMITED BY SIZE INTO RFDREG01
           WRITE RFDREG01.
       PREPAY-DONE-EXIT.
           EXIT.

      *******  THE SEGREGATION-OF-DUTIES GATE BLAPP001 WORKS.

       APPROVAL-CHECK.
               PERFORM CHK-WRITE THRU CHK-WRITE-EXIT
           END-IF
           DISPLAY "REFUND DISBURSEMENT HAS ENDED, " NEW-COUNT
               " QUEUED, " ISSUE-COUNT " ISSUED, " AUDIT-HELD
               " HELD UNDER AUDIT".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE REFUNDQ RFDSTAT RFDUPDT PAYCUR APPRVQ PREPAY PAYADDR
                 CHKPRINT RFDREG DISCLOG SUMLOG WORKLOG OPFILE
                 OPEXCP CHARCUR CLMSUM AUDCLM.
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
           MOVE "BLRFD001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.

      *******  IS THE CLAIM UNDER A RAC / ADR AUDIT?  ANY AUDCLM ROW
      *******  FOR THE ACCOUNT AND CLAIM STILL "A" HOLDS IT -- THE
      *******  MONEY MAY YET GO BACK TO THE AUDITOR (SEE BLAUD001).

       AUDIT-CHECK.
           MOVE "N" TO AUDIT-FLAG
           MOVE AUD-KEY8 TO AK-KEY8
           MOVE AUD-CLAIM TO AK-CLAIM
           MOVE LOW-VALUE TO AK-CASE
           START AUDCLM KEY NOT < AK-KEY
             INVALID
               GO TO AUDIT-CHECK-EXIT
           END-START.
       AUDIT-CHECK-1.
           READ AUDCLM NEXT
             AT END
               GO TO AUDIT-CHECK-EXIT
           END-READ
           IF AK-KEY8 NOT = AUD-KEY8 OR AK-CLAIM NOT = AUD-CLAIM
               GO TO AUDIT-CHECK-EXIT
           END-IF
           IF AK-STATUS = "A"
               MOVE "Y" TO AUDIT-FLAG
               GO TO AUDIT-CHECK-EXIT
           END-IF
           GO TO AUDIT-CHECK-1.
       AUDIT-CHECK-EXIT.
           EXIT.
