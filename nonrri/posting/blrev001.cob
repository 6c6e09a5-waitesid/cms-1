      * 2026-09-02 sw  posting-period lock: when blpcl001 has closed
      *                the month today falls in, the run refuses
      *                instead of changing reported numbers.
      * 2026-10-03 sw  reversal amounts and edit widened to six dollar
      *                digits.
      * 2026-10-15 sw  a reversed claim has its CLMSUM row added back
      *                up once the offsets post and the lines are
      *                restored.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY)
      *                counts as patient cash on the claim summary, the
      *                way blppy001 now posts it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLREV001.
       AUTHOR. SID WAITE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER PIC X VALUE SPACE.
           02 RL-PAYCODE PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 RL-AMOUNT PIC ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 RL-REASON PIC XX.
           02 FILLER PIC X VALUE SPACE.
       FD  PERCTL.
           COPY "perctl.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  REV-COUNT PIC 9(7) VALUE 0.
       01  REV-AMOUNT PIC S9(6)V99.
       01  REV-DATE-T PIC X(8).
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
      *******  FINDS NOTHING LEFT TO REVERSE INSTEAD OF DOUBLING UP.
       01  REV-TAB01.
           02 REV-ENT OCCURS 50 TIMES.
              03 RT-AMOUNT PIC S9(6)V99.
              03 RT-DATE-T PIC X(8).
       01  REV-NDX PIC 99 VALUE 0.
       01  RX PIC 99.
       01  OFF-TAB01.
           02 OFF-AMOUNT PIC S9(6)V99 OCCURS 50 TIMES.
       01  OFF-NDX PIC 99 VALUE 0.
       01  OX PIC 99.

      *******  CLAIM SUMMARY UPKEEP -- THE ACCOUNT AND CLAIM TO ADD
      *******  BACK UP, AND THE CALLER'S RECORDS PARKED MEANWHILE.
       01  SYNC-KEY8 PIC X(8).
       01  SYNC-CLAIM PIC X(6).
       01  SYNC-FOUND PIC X.
       01  SYNC-CC-SAVE PIC X(172).
       01  SYNC-PC-SAVE PIC X(52).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT REVIN.
           OPEN I-O PAYCUR CHARCUR APPRVQ CLMSUM.
           OPEN EXTEND REVLOG.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM WRITE-OFFSETS THRU WRITE-OFFSETS-EXIT.
           PERFORM RESTORE-CHARGES THRU RESTORE-CHARGES-EXIT.
           MOVE RV-GARNO TO SYNC-KEY8
           MOVE RV-CLAIM TO SYNC-CLAIM
           PERFORM CLMSUM-SYNC THRU CLMSUM-SYNC-EXIT.
           PERFORM APPROVAL-DONE THRU APPROVAL-DONE-EXIT.
           GO TO P1.

       RESTORE-CHARGES-EXIT.
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
           MOVE "BLREV001" TO CS-PGM
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

       WRITE-REVLOG.
           MOVE SPACE TO REVLOG01
           MOVE RUN-DATE TO RL-DATE
           DISPLAY "PAYMENT REVERSAL RUN HAS ENDED, " REV-COUNT
               " OFFSETS POSTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE REVIN PAYCUR CHARCUR APPRVQ REVLOG SUMLOG CLMSUM.
           STOP RUN.

       RUN-SUMMARY.
