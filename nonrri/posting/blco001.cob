      *                status not defaulted) stays off the collections
      *                report -- blpln001 is what decides who actually
      *                defaulted.
      * 2026-09-27 sw  an account with an open liability case and
      *                our lien filed (bllia001's LIABFILE) stays off
      *                the collections report and goes on SUPPRPT
      *                while it waits on the settlement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCO001.
       AUTHOR. SID WAITE.
           SELECT PPLAN ASSIGN TO "S49" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL LIABFILE ASSIGN TO "S235"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LB-GARNO
           LOCK MODE MANUAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       FD  PPLAN.
           COPY "pplan.cpy".

       FD  LIABFILE.
           COPY "liabfile.cpy".

       FD  SUPPRPT.
       01  SUPPRPT01.
           02 SU-DATE PIC X(8).
       01  BALANCE-WS PIC S9(7)V99 VALUE 0.
       01  AGERPT-COUNT PIC 9(7) VALUE 0.
       01  RUN-DATE-8 PIC X(8).
       01  LIEN-FLAG PIC X.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT GARFILE CHARCUR.
           OPEN OUTPUT AGERPT SUPPRPT.
           OPEN INPUT PPLAN LIABFILE.
           OPEN EXTEND SUMLOG.
           ACCEPT TODAY8 FROM DATE YYYYMMDD.
           MOVE TODAY8 TO RUN-DATE-8.
               GO TO P1
           END-IF.

      *******  SO DOES AN OPEN LIABILITY CASE UNDER LIEN -- THE
      *******  BALANCE COMES OUT OF THE SETTLEMENT.

           PERFORM LIEN-CHECK THRU LIEN-CHECK-EXIT.

           IF LIEN-FLAG = "Y"
               MOVE SPACE TO SUPPRPT01
               MOVE RUN-DATE-8 TO SU-DATE
               MOVE G-GARNO TO SU-GARNO
               MOVE G-GARNAME TO SU-GARNAME
               MOVE "L" TO SU-STAT
               MOVE "LIEN - COLL HELD" TO SU-ACTION
               MOVE BALANCE-WS TO SU-BALANCE
               WRITE SUPPRPT01
               GO TO P1
           END-IF.

           IF G-DUNNING = SPACE AND G-COLLT NOT = "Y" GO TO P1.

      *******  A GUARANTOR PAYING A BUDGET PLAN AS AGREED DOES NOT
       WRITE-AGERPT-EXIT.
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

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE GARFILE CHARCUR PPLAN LIABFILE AGERPT SUPPRPT
                 SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
