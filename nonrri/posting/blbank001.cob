      *                STARTs past the blank batches on PC-BATCH and
      *                reconciles each batch at its key break, the
      *                way it was meant to work all along.
      * 2026-09-16 sw  remit money blui006 could not match sits on
      *                SUSPFILE, not PAYCUR, yet it was deposited with
      *                its batch.  each batch now reconciles posted
      *                plus still-open suspense against the deposit,
      *                the suspense shown on its own line, and a batch
      *                that went entirely to suspense is reconciled
      *                too instead of never being visited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLBANK001.
       AUTHOR. SID WAITE.
	   LOCK MODE MANUAL.
	   SELECT BANKRPT ASSIGN TO "S158" ORGANIZATION
	   LINE SEQUENTIAL.
	   SELECT OPTIONAL SUSPFILE ASSIGN TO "S196"
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC RECORD KEY IS SU-KEY
	   LOCK MODE MANUAL.
	   SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
	   LINE SEQUENTIAL.

       FD  BANKRPT.
       01  BANKRPT01 PIC X(80).

       FD  SUSPFILE.
           COPY "suspfile.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".


       01  NEF-9 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-10 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-8 PIC Z,ZZZ,ZZ9.99CR.

      *******  OPEN SUSPENSE BY THE BATCH IT WAS DEPOSITED WITH,
      *******  LOADED ONCE AT START-UP.
       01  SUSP-TAB01.
           02 SUSP-ENT OCCURS 200 TIMES.
             03 ST-BATCH PIC X(6).
             03 ST-AMT PIC S9(8)V99.
             03 ST-USED PIC X.
       01  SUSP-NDX PIC 999 VALUE 0.
       01  SX PIC 999.
       01  SUSP-TOTAL PIC S9(8)V99 VALUE 0.


       PROCEDURE DIVISION.
           OPEN OUTPUT BANKRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SUSPENSE THRU LOAD-SUSPENSE-EXIT.

           MOVE SPACE TO BANKRPT01
           STRING "BANK DEPOSIT RECONCILIATION FOR " RUN-DATE
           MOVE SPACE TO PC-BATCH
           START PAYCUR KEY > PC-BATCH
             INVALID
               GO TO P1-LAST
           END-START.

      *******  THE WALK RIDES THE PC-BATCH ALTERNATE INDEX BLIDX001
       P1-LAST.
           IF HOLD-BATCH NOT = SPACE
               PERFORM CHECK-DEPOSIT THRU CHECK-DEPOSIT-EXIT
           END-IF
           MOVE 1 TO SX.

      *******  A BATCH WHOSE WHOLE REMIT WENT TO SUSPENSE HAS NO
      *******  PAYCUR RECORDS TO BREAK ON -- RECONCILE IT HERE.

       P1-SUSP.
           IF SX > SUSP-NDX GO TO P2.
           IF ST-USED(SX) = "N"
               MOVE ST-BATCH(SX) TO HOLD-BATCH
               MOVE 0 TO BATCH-TOTAL
               PERFORM CHECK-DEPOSIT THRU CHECK-DEPOSIT-EXIT
           END-IF
           ADD 1 TO SX
           GO TO P1-SUSP.

       P2.
           MOVE SPACE TO BANKRPT01
           GO TO P9.

       CHECK-DEPOSIT.
           PERFORM FIND-SUSPENSE THRU FIND-SUSPENSE-EXIT
           MOVE HOLD-BATCH TO DEP-BATCH
           READ DEPOSIT
             INVALID
                   " -- NO BANK DEPOSIT ON FILE"
                   DELIMITED BY SIZE INTO BANKRPT01
               WRITE BANKRPT01
               PERFORM SUSPENSE-LINE THRU SUSPENSE-LINE-EXIT
               GO TO CHECK-DEPOSIT-EXIT
           END-READ

           IF DEP-AMOUNT NOT = BATCH-TOTAL + SUSP-TOTAL
               ADD 1 TO MISMATCH-COUNT
               MOVE BATCH-TOTAL TO NEF-9
               MOVE DEP-AMOUNT TO NEF-10
                   " DEPOSITED " NEF-10
                   DELIMITED BY SIZE INTO BANKRPT01
               WRITE BANKRPT01
               PERFORM SUSPENSE-LINE THRU SUSPENSE-LINE-EXIT
           END-IF.
       CHECK-DEPOSIT-EXIT.
           EXIT.

       SUSPENSE-LINE.
           IF SUSP-TOTAL = 0 GO TO SUSPENSE-LINE-EXIT.
           MOVE SUSP-TOTAL TO NEF-8
           MOVE SPACE TO BANKRPT01
           STRING "       " HOLD-BATCH " IN SUSPENSE " NEF-8
               DELIMITED BY SIZE INTO BANKRPT01
           WRITE BANKRPT01.
       SUSPENSE-LINE-EXIT.
           EXIT.

       FIND-SUSPENSE.
           MOVE 0 TO SUSP-TOTAL
           MOVE 1 TO SX.
       FIND-SUSPENSE-1.
           IF SX > SUSP-NDX GO TO FIND-SUSPENSE-EXIT.
           IF ST-BATCH(SX) = HOLD-BATCH
               MOVE ST-AMT(SX) TO SUSP-TOTAL
               MOVE "Y" TO ST-USED(SX)
               GO TO FIND-SUSPENSE-EXIT
           END-IF
           ADD 1 TO SX
           GO TO FIND-SUSPENSE-1.
       FIND-SUSPENSE-EXIT.
           EXIT.

      *******  EVERY STILL-OPEN SUSPENSE ITEM, TOTALLED BY BATCH.  A
      *******  WORKED-OFF ITEM IS ALREADY IN ITS BATCH'S PAYFILE/PAYCUR
      *******  TOTAL AND IS NOT COUNTED AGAIN.

       LOAD-SUSPENSE.
           OPEN INPUT SUSPFILE
           MOVE LOW-VALUE TO SU-KEY
           START SUSPFILE KEY NOT < SU-KEY
             INVALID
               GO TO LOAD-SUSPENSE-2
           END-START.
       LOAD-SUSPENSE-1.
           READ SUSPFILE NEXT
             AT END
               GO TO LOAD-SUSPENSE-2
           END-READ
           IF SU-STATUS NOT = "O" GO TO LOAD-SUSPENSE-1.
           MOVE 1 TO SX.
       LOAD-SUSPENSE-1A.
           IF SX > SUSP-NDX
               IF SUSP-NDX = 200
                   DISPLAY "SUSPENSE BATCH TABLE FULL, " SU-BATCH
                       " NOT RECONCILED"
                   GO TO LOAD-SUSPENSE-1
               END-IF
               ADD 1 TO SUSP-NDX
               MOVE SU-BATCH TO ST-BATCH(SUSP-NDX)
               MOVE 0 TO ST-AMT(SUSP-NDX)
               MOVE "N" TO ST-USED(SUSP-NDX)
           END-IF
           IF ST-BATCH(SX) NOT = SU-BATCH
               ADD 1 TO SX
               GO TO LOAD-SUSPENSE-1A
           END-IF
           ADD SU-AMOUNT TO ST-AMT(SX)
           GO TO LOAD-SUSPENSE-1.
       LOAD-SUSPENSE-2.
           CLOSE SUSPFILE.
       LOAD-SUSPENSE-EXIT.
           EXIT.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PAYCUR DEPOSIT BANKRPT SUMLOG.
