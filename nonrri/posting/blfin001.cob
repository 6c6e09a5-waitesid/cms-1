      *                paying as agreed is not charged for the
      *                privilege.  one month's interest posts as a
      *                CHARCUR line in the account's next free slot.
      * 2026-10-03 sw  finance charge amount and edit widened to six
      *                dollar digits.
      * 2026-10-15 sw  an open liability case under lien (LIABFILE) is
      *                exempt, the same hold blco001 puts on it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLFIN001.
       AUTHOR. SID WAITE.
           SELECT PPLAN ASSIGN TO "S64" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL LIABFILE ASSIGN TO "S235"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LB-GARNO
           LOCK MODE MANUAL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT FINRPT ASSIGN TO "S118" ORGANIZATION
       FD  PPLAN.
           COPY "pplan.cpy".

       FD  LIABFILE.
           COPY "liabfile.cpy".

       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-RATE PIC X(6).
       01  LAST-SERIAL PIC S9(7).
       01  SINCE-DAYS PIC S9(6).
       01  BALANCE-WS PIC S9(7)V99 VALUE 0.
       01  FIN-AMT PIC 9(6)V99.
       01  PAY-SINCE PIC X.
       01  LIEN-FLAG PIC X.
       01  SLOT-N PIC 999.
       01  HOLD-CCKEY PIC X(11).
       01  NEF-9 PIC ZZZ,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT GARFILE PAYCUR PPLAN LIABFILE.
           OPEN I-O CHARCUR.
           OPEN OUTPUT FINRPT.
           OPEN EXTEND SUMLOG.
               END-IF
           END-READ.

      *******  SO IS AN OPEN LIABILITY CASE UNDER LIEN -- THE BALANCE
      *******  COMES OUT OF THE SETTLEMENT, AS BLCO001 HOLDS IT.

           PERFORM LIEN-CHECK THRU LIEN-CHECK-EXIT.
           IF LIEN-FLAG = "Y" GO TO P1.

           PERFORM PAY-SINCE-CHECK THRU PAY-SINCE-CHECK-EXIT.
           IF PAY-SINCE = "Y" GO TO P1.

       PAY-SINCE-CHECK-EXIT.
           EXIT.

      *******  AN OPEN THIRD-PARTY LIABILITY CASE WITH OUR LIEN FILED
      *******  IS WAITING ON A SETTLEMENT -- BLLIA001'S LIABFILE.

       LIEN-CHECK.
           MOVE "N" TO LIEN-FLAG
           MOVE G-GARNO TO LB-GARNO
           READ LIABFILE
             INVALID
               GO TO LIEN-CHECK-EXIT
           END-READ
           IF LB-STATUS NOT = "C" AND LB-LIEN-DATE NOT = SPACE
               MOVE "Y" TO LIEN-FLAG
           END-IF.
       LIEN-CHECK-EXIT.
           EXIT.

       SUM-BALANCE.
           MOVE 0 TO BALANCE-WS
           MOVE G-GARNO TO CC-KEY8

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE GARFILE CHARCUR PAYCUR PPLAN LIABFILE FINRPT
               SUMLOG.
           DISPLAY "FINANCE CHARGE RUN HAS ENDED".
           STOP RUN.

