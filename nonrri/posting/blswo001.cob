      * 2026-09-02 sw  posting-period lock: when blpcl001 has closed
      *                the month today falls in, the run refuses
      *                instead of changing reported numbers.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
      * 2026-10-15 sw  a claim written off has its CLMSUM row added
      *                back up before the walk moves on.
      * 2026-10-15 sw  a claim under a RAC / ADR audit (AUDCLM, see
      *                blaud001) is neither staged nor written off;
      *                it is listed on WOFRPT as held.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY)
      *                counts as patient cash on the claim summary, the
      *                way blppy001 now posts it.
      * 2026-10-15 sw  the walk reads the claim summary (CLMSUM) for
      *                billed claims whose balance is within the
      *                threshold instead of adding every claim up off
      *                all of CHARCUR and PAYCUR; only a candidate's
      *                own lines are read, for the insurance-paycode
      *                check.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLSWO001.
       AUTHOR. SID WAITE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
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
       FD  PERCTL.
           COPY "perctl.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

       FD  AUDCLM.
           COPY "audclm.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  THRESH PIC 9(3)V99 VALUE 0.
       01  WOF-COUNT PIC 9(7) VALUE 0.
       01  WOF-TOTAL PIC S9(7)V99 VALUE 0.
       01  CLAIM-RESTART-KEY PIC X(14).
       01  WOF-KEY8 PIC X(8).
       01  WOF-CLAIM PIC X(6).
       01  WOF-PAYCODE PIC XXX.
       01  WOF-ELIG PIC X.
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  NEF-9 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.
       01  PERIOD-CLOSED PIC X VALUE "N".
       01  APPROVED-FLAG PIC X.
       01  STAGE-COUNT PIC 9(5) VALUE 0.

      *******  THE AUDIT HOLD -- THE ACCOUNT AND CLAIM TO ASK ABOUT IN,
      *******  AUDIT-FLAG "Y" OUT WHEN IT IS UNDER A RAC / ADR AUDIT.
       01  AUD-KEY8 PIC X(8).
       01  AUD-CLAIM PIC X(6).
       01  AUDIT-FLAG PIC X.
       01  AUDIT-HELD PIC 9(5) VALUE 0.

      *******  CLAIM SUMMARY UPKEEP -- THE ACCOUNT AND CLAIM TO ADD
      *******  BACK UP, AND THE CALLER'S RECORDS PARKED MEANWHILE.
       01  SYNC-KEY8 PIC X(8).
       01  SYNC-CLAIM PIC X(6).
       01  SYNC-FOUND PIC X.
       01  SYNC-CC-SAVE PIC X(172).
       01  SYNC-PC-SAVE PIC X(52).

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O CHARCUR PAYCUR APPRVQ CLMSUM.
           OPEN INPUT AUDCLM.
           OPEN OUTPUT WOFRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               DELIMITED BY SIZE INTO WOFRPT01
           WRITE WOFRPT01.

      *******  THE CLAIMS COME OFF THE CLAIM SUMMARY -- A BILLED,
      *******  OPEN CLAIM ("B") WHOSE BALANCE IS OVER ZERO AND NOT OVER
      *******  THE THRESHOLD, CURRENT PAYER A PATIENT-RESPONSIBILITY
      *******  PAYCODE (THE 001/010-020 SET EVERY PROGRAM HERE USES).
      *******  A CLAIM WITH A LINE STILL UNBILLED IS "U" AND WAITS.

           MOVE LOW-VALUE TO CS-KEY
           START CLMSUM KEY NOT < CS-KEY
             INVALID
               GO TO P2
           END-START.

       P1.
           READ CLMSUM NEXT
             AT END
               GO TO P2
           END-READ

           IF CS-STATUS NOT = "B" GO TO P1.
           IF CS-BALANCE NOT > 0 OR CS-BALANCE > THRESH GO TO P1.
           IF CS-PAYCODE NOT = "001"
               AND NOT (CS-PAYCODE > "009" AND CS-PAYCODE < "021")
               GO TO P1
           END-IF

           MOVE CS-KEY TO CLAIM-RESTART-KEY
           MOVE CS-KEY8 TO WOF-KEY8
           MOVE CS-CLAIM TO WOF-CLAIM
           MOVE CS-PAYCODE TO WOF-PAYCODE
           MOVE CS-DATE-T TO WOF-DATE-T
           PERFORM TOTAL-CLAIM THRU TOTAL-CLAIM-EXIT

           IF WOF-ELIG = "Y"
               AND CLAIM-TOT > 0 AND CLAIM-TOT NOT > THRESH
               MOVE WOF-KEY8 TO AUD-KEY8
               MOVE WOF-CLAIM TO AUD-CLAIM
               PERFORM AUDIT-CHECK THRU AUDIT-CHECK-EXIT
               IF AUDIT-FLAG = "Y"
                   ADD 1 TO AUDIT-HELD
                   MOVE SPACE TO WOFRPT01
                   STRING WOF-KEY8 " " WOF-CLAIM
                       " UNDER AUDIT - HELD, NOT WRITTEN OFF"
                       DELIMITED BY SIZE INTO WOFRPT01
                   WRITE WOFRPT01
                   GO TO P1
               END-IF
               PERFORM APPROVAL-CHECK THRU APPROVAL-CHECK-EXIT
               IF APPROVED-FLAG = "Y"
                   PERFORM WRITE-OFF THRU WRITE-OFF-EXIT
       APPROVAL-DONE-EXIT.
           EXIT.

      *******  THE CLAIM'S REMAINING BALANCE IS THE SUMMARY'S -- THE
      *******  SAME ARITHMETIC BLUI005'S A6 RUNS.  ONLY THE CANDIDATE'S
      *******  OWN LINES ARE READ, TO DOUBLE-CHECK THAT NONE OF THEM
      *******  STILL SITS UNDER AN INSURANCE PAYCODE.

       TOTAL-CLAIM.
           MOVE CS-BALANCE TO CLAIM-TOT
           MOVE "Y" TO WOF-ELIG
           MOVE WOF-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO TOTAL-CLAIM-EXIT
           END-START.
       TOTAL-CLAIM-1.
           READ CHARCUR NEXT
             AT END
               GO TO TOTAL-CLAIM-EXIT
           END-READ
           IF CC-KEY8 NOT = WOF-KEY8
               GO TO TOTAL-CLAIM-EXIT
           END-IF
           IF CC-CLAIM NOT = WOF-CLAIM
               GO TO TOTAL-CLAIM-1
           IF CC-PAYCODE NOT = "001"
               AND NOT (CC-PAYCODE > "009" AND CC-PAYCODE < "021")
               MOVE "N" TO WOF-ELIG
               GO TO TOTAL-CLAIM-EXIT
           END-IF
           GO TO TOTAL-CLAIM-1.
       TOTAL-CLAIM-EXIT.
           EXIT.

               DELIMITED BY SIZE INTO WOFRPT01
           WRITE WOFRPT01
           PERFORM STAMP-LINES THRU STAMP-LINES-EXIT
           MOVE WOF-KEY8 TO SYNC-KEY8
           MOVE WOF-CLAIM TO SYNC-CLAIM
           PERFORM CLMSUM-SYNC THRU CLMSUM-SYNC-EXIT
      *    THE SUMMARY PASS RE-READ THE CLAIM'S ROW; PUT THE MAIN
      *    WALK BACK JUST PAST IT.
           MOVE CLAIM-RESTART-KEY TO CS-KEY
           START CLMSUM KEY > CS-KEY
             INVALID CONTINUE
           END-START.
       WRITE-OFF-EXIT.
           EXIT.

       STAMP-LINES-EXIT.
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
           MOVE "BLSWO001" TO CS-PGM
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

       P2.
           MOVE WOF-COUNT TO NEF-CNT
           MOVE WOF-TOTAL TO NEF-11
           MOVE SPACE TO WOFRPT01
           STRING STAGE-COUNT " CANDIDATES STAGED, AWAITING RELEASE"
               DELIMITED BY SIZE INTO WOFRPT01
           WRITE WOFRPT01
           MOVE SPACE TO WOFRPT01
           STRING AUDIT-HELD " CANDIDATES HELD UNDER AUDIT"
               DELIMITED BY SIZE INTO WOFRPT01
           WRITE WOFRPT01.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR PAYCUR APPRVQ WOFRPT SUMLOG CLMSUM AUDCLM.
           DISPLAY "SMALL BALANCE WRITE-OFF RUN HAS ENDED".
           STOP RUN.

           CLOSE PERCTL.
       PERIOD-CHECK-EXIT.
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
