      *                new277) now rides each worklist line -- so the
      *                biller dials only when the electronic answer is
      *                bad or there is no answer at all.
      * 2026-09-26 sw  client-billed lines (paycode 900-949) are the
      *                facility's, invoiced by blcli001, and are passed
      *                over like self-pay.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
      * 2026-10-15 sw  the worklist reads the claim summary (CLMSUM) --
      *                billed claims ("B") with a balance left --
      *                instead of every CHARCUR line, one row per
      *                claim, and shows the claim's open balance and
      *                latest billed date rather than the first line's.
      *                the CLMSTAT fields are renamed ST- to stand
      *                clear of the summary's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLFOL001.
       AUTHOR. SID WAITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           SELECT FOLRPT ASSIGN TO "S49" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CLMSTAT ASSIGN TO "S88" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ST-KEY
           LOCK MODE MANUAL.
           SELECT ATTFILE ASSIGN TO "S173" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AT-KEY

       DATA DIVISION.
       FILE SECTION.
       FD  CLMSUM.
           COPY "clmsum.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           02 FILLER PIC X VALUE SPACE.
           02 FR-DATE-A PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 FR-AMOUNT PIC ZZZ,ZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 FR-DAYS PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
      *******  NEW277 OFF THE PAYER'S 277.
       FD  CLMSTAT.
       01  CLMSTAT01.
           02 ST-KEY.
             03 ST-KEY8 PIC X(8).
             03 ST-CLAIM PIC X(6).
           02 ST-STCAT PIC XX.
           02 ST-CODE PIC X(10).
           02 ST-DATE PIC X(8).
           02 ST-GOOD PIC X.

       FD  ATTFILE.
       01  ATTFILE01.
       01  AGE-DAYS PIC S9(6).
       01  FOLLOW-DAYS PIC 9(3).
       01  PAY-FOUND PIC X.
       01  RPT-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CLMSUM PAYCUR GARFILE INSFILE CLMSTAT
                ATTFILE NOTEFILE.
           OPEN OUTPUT FOLRPT.
           OPEN EXTEND SUMLOG.
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.

           MOVE LOW-VALUE TO CS-KEY
           START CLMSUM KEY NOT < CS-KEY
             INVALID
               GO TO P9
           END-START.

      *******  ONLY BILLED, STILL-OPEN INSURANCE CLAIMS MATTER HERE:
      *******  CLAIM SUMMARY STATUS "B" WITH A BALANCE LEFT AND AN
      *******  INSURANCE PAYER.  PATIENT CODES (001 AND THE 010-020
      *******  RANGE) ARE THE SAME SET BLUI005'S A1 PASSES THROUGH
      *******  WITHOUT CONVERSION.  ONE ROW PER CLAIM, SO A MULTI-LINE
      *******  CLAIM SHOWS UP ON THE WORKLIST ONCE.

       P1.
           READ CLMSUM NEXT
             AT END
               GO TO P9
           END-READ

           IF CS-STATUS NOT = "B" OR CS-BALANCE NOT > 0
               GO TO P1
           END-IF

           IF CS-PAYCODE = "001"
               OR CS-PAYCODE > "009" AND < "021"
               OR CS-PAYCODE > "899" AND < "950"
               GO TO P1
           END-IF

           IF CS-DATE-A NOT NUMERIC OR CS-DATE-A = "00000000"
               GO TO P1
           END-IF

           PERFORM WRITE-FOLRPT THRU WRITE-FOLRPT-EXIT
           GO TO P1.

      *******  HOW LONG SINCE THE CLAIM BILLED, AGAINST THE PAYER'S OWN
      *******  FOLLOW-UP DAYS.  THE SAME 360-DAY-YEAR SERIAL BLCO001
      *******  USES FOR ITS AGING BUCKETS IS ACCURATE ENOUGH HERE TOO.

       AGE-CHECK.
           MOVE CS-DATE-A TO BILLED8
           COMPUTE BILLED-SERIAL =
               (BILLED-YYYY * 360) + (BILLED-MM * 30) + BILLED-DD
           COMPUTE AGE-DAYS = TODAY-SERIAL - BILLED-SERIAL
           MOVE 30 TO FOLLOW-DAYS
           MOVE CS-PAYCODE TO INS-KEY
           READ INSFILE
             INVALID
               MOVE "*NO NAME*" TO INS-NAME

       PAY-SCAN.
           MOVE "N" TO PAY-FOUND
           MOVE CS-KEY8 TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
             AT END
               GO TO PAY-SCAN-EXIT
           END-READ
           IF PC-KEY8 NOT = CS-KEY8
               GO TO PAY-SCAN-EXIT
           END-IF
           IF PC-CLAIM NOT = CS-CLAIM
               GO TO PAY-SCAN-1
           END-IF
           IF PC-PAYCODE NOT = CS-PAYCODE
               GO TO PAY-SCAN-1
           END-IF
           MOVE "Y" TO PAY-FOUND.
           EXIT.

       WRITE-FOLRPT.
           MOVE CS-KEY8 TO G-GARNO
           READ GARFILE INVALID MOVE SPACE TO G-GARNAME.
           MOVE SPACE TO FOLRPT01
           MOVE CS-KEY8 TO FR-GARNO
           MOVE G-GARNAME TO FR-GARNAME
           MOVE CS-CLAIM TO FR-CLAIM
           MOVE CS-PAYCODE TO FR-PAYCODE
           MOVE INS-NAME TO FR-INSNAME
           MOVE CS-DATE-A TO FR-DATE-A
           MOVE CS-BALANCE TO FR-AMOUNT
           MOVE AGE-DAYS TO FR-DAYS
           PERFORM STAT-CHECK THRU STAT-CHECK-EXIT
           PERFORM ATT-CHECK THRU ATT-CHECK-EXIT
      *******  LINE SAYS SO, AND THAT CLAIM IS STILL A PHONE CALL.

       STAT-CHECK.
           MOVE CS-KEY8 TO ST-KEY8
           MOVE CS-CLAIM TO ST-CLAIM
           READ CLMSTAT
             INVALID
               MOVE "*NO ANS*" TO FR-STCODE
               MOVE SPACE TO FR-STDATE
               GO TO STAT-CHECK-EXIT
           END-READ
           MOVE ST-CODE TO FR-STCODE
           MOVE ST-DATE TO FR-STDATE.
       STAT-CHECK-EXIT.
           EXIT.


       ATT-CHECK.
           MOVE SPACE TO FR-ATT
           MOVE CS-KEY8 TO AT-KEY8
           MOVE CS-CLAIM TO AT-CLAIM
           READ ATTFILE
             INVALID
               GO TO ATT-CHECK-EXIT

       NOTE-CHECK.
           MOVE SPACE TO FR-NOTE
           MOVE CS-KEY8 TO NT-KEY8
           MOVE CS-CLAIM TO NT-CLAIM
           MOVE 0 TO NT-SEQ
           START NOTEFILE KEY > NT-KEY
             INVALID
             AT END
               GO TO NOTE-CHECK-EXIT
           END-READ
           IF NT-KEY8 NOT = CS-KEY8
               GO TO NOTE-CHECK-EXIT
           END-IF
           IF NT-CLAIM NOT = CS-CLAIM
               GO TO NOTE-CHECK-EXIT
           END-IF
           MOVE NT-TEXT TO FR-NOTE

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CLMSUM PAYCUR GARFILE INSFILE CLMSTAT ATTFILE
                 NOTEFILE FOLRPT SUMLOG.
           DISPLAY "CLAIM FOLLOW-UP RUN HAS ENDED".
           STOP RUN.
