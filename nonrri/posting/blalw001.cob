      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-13 sw  new program - charge master below contracted
      *                allowable.  when our PROCFILE fee is under what
      *                a payer's contract allows, the payer pays our
      *                lower billed charge and blvar001/blgap001 never
      *                see it -- the payment matches the bill.  every
      *                PROCFILE row (global, -26 and -TC alike) is
      *                compared to every PROCRATE rate for it in force
      *                today: PROC-AMOUNT against the commercial
      *                payers, CARE-AMOUNT (when keyed) against
      *                Medicare 003/093.  each rate above our fee is
      *                listed with the payer's last-year CHARFILE
      *                units and the dollars lost at that volume, then
      *                the procedure's total.  every such row also
      *                goes on FEEPROP at the highest allowable, which
      *                blfee001 change type "L" prices and applies.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLALW001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT PROCRATE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PROCRATE-KEY
           LOCK MODE MANUAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT ALWRPT ASSIGN TO "S303" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT FEEPROP ASSIGN TO "S302" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  PROCRATE.
           COPY "procrate.cpy".

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".
       FD  ALWRPT.
       01  ALWRPT01 PIC X(110).

       FD  FEEPROP.
           COPY "feeprop.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  CUTOFF PIC X(8).
       01  CUT8 PIC 9(8).
       01  CUT-X REDEFINES CUT8.
           02 CUT-YYYY PIC 9(4).
           02 CUT-MMDD PIC 9(4).
       01  LOW-COUNT PIC 9(5) VALUE 0.
       01  OUR-FEE PIC 9(4)V99.
       01  SHORT-AMT PIC 9(4)V99.
       01  HI-AMOUNT PIC 9(4)V99.
       01  HI-CARE PIC 9(4)V99.
       01  ROW-LOW PIC X.
       01  VOL-N PIC 9(7).
       01  VOL-ALL PIC 9(7).
       01  LOSS-AMT PIC 9(7)V99.
       01  ROW-LOSS PIC 9(7)V99.
       01  TOT-LOSS PIC 9(9)V99 VALUE 0.
       01  NEF-7 PIC Z,ZZ9.99.
       01  NEF-8 PIC Z,ZZ9.99.
       01  NEF-9 PIC Z,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZZ,ZZ9.99.
       01  NEF-CNT PIC ZZZ,ZZ9.

      *******  LAST YEAR'S BILLED UNITS BY PROCEDURE AND THE PAYER THE
      *******  CHARGE WAS ENTERED TO, OFF THE CHARFILE MASTER.
       01  VOL-TAB01.
           02 VOL-ENT OCCURS 30000 TIMES.
              03 VT-PROC PIC X(7).
              03 VT-PAYCODE PIC XXX.
              03 VT-COUNT PIC 9(7).
       01  VOL-CNT PIC 9(5) VALUE 0.
       01  VX PIC 9(5).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT PROCFILE PROCRATE CHARFILE INSFILE.
           OPEN OUTPUT ALWRPT FEEPROP.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO CUT8
           SUBTRACT 1 FROM CUT-YYYY
           MOVE CUT8 TO CUTOFF.

           MOVE SPACE TO ALWRPT01
           STRING "CHARGE MASTER BELOW CONTRACT ALLOWABLE " RUN-DATE
               " VOLUME SINCE " CUTOFF
               DELIMITED BY SIZE INTO ALWRPT01
           WRITE ALWRPT01.

           PERFORM LOAD-VOLUME THRU LOAD-VOLUME-EXIT.

           MOVE LOW-VALUE TO PROC-KEY
           START PROCFILE KEY NOT < PROC-KEY
             INVALID
               GO TO P9
           END-START.

      *******  EVERY FEE ROW STILL IN FORCE, AGAINST EVERY PAYER'S
      *******  RATE FOR THE SAME ROW.

       P1.
           READ PROCFILE NEXT
             AT END
               GO TO P9
           END-READ
           IF PROC-AMOUNT = 0
               GO TO P1
           END-IF
           IF PROC-DATE-TERM NOT = SPACE
               AND PROC-DATE-TERM NOT = "00000000"
               AND PROC-DATE-TERM < RUN-DATE
               GO TO P1
           END-IF
           MOVE "N" TO ROW-LOW
           MOVE 0 TO HI-AMOUNT HI-CARE ROW-LOSS
           MOVE PROC-KEY TO PR-PROC
           MOVE LOW-VALUE TO PR-PAYCODE
           START PROCRATE KEY NOT < PROCRATE-KEY
             INVALID
               GO TO P1
           END-START.
       P1-1.
           READ PROCRATE NEXT
             AT END
               GO TO P2
           END-READ
           IF PR-PROC NOT = PROC-KEY
               GO TO P2
           END-IF
           IF PR-DATE-EFF NOT = SPACE
               AND PR-DATE-EFF NOT = "00000000"
               AND PR-DATE-EFF > RUN-DATE
               GO TO P1-1
           END-IF
           IF PR-DATE-TERM NOT = SPACE
               AND PR-DATE-TERM NOT = "00000000"
               AND PR-DATE-TERM < RUN-DATE
               GO TO P1-1
           END-IF
           MOVE PROC-AMOUNT TO OUR-FEE
           IF (PR-PAYCODE = "003" OR "093") AND CARE-AMOUNT NOT = 0
               MOVE CARE-AMOUNT TO OUR-FEE
           END-IF
           IF PR-AMOUNT NOT > OUR-FEE
               GO TO P1-1
           END-IF
           IF ROW-LOW = "N"
               MOVE "Y" TO ROW-LOW
               MOVE SPACE TO ALWRPT01
               WRITE ALWRPT01
               MOVE PROC-AMOUNT TO NEF-7
               MOVE CARE-AMOUNT TO NEF-8
               MOVE SPACE TO ALWRPT01
               STRING "PROC " PROC-KEY " " PROC-TITLE " FEE " NEF-7
                   " MEDICARE FEE " NEF-8
                   DELIMITED BY SIZE INTO ALWRPT01
               WRITE ALWRPT01
           END-IF
           COMPUTE SHORT-AMT = PR-AMOUNT - OUR-FEE
           IF (PR-PAYCODE = "003" OR "093") AND CARE-AMOUNT NOT = 0
               IF PR-AMOUNT > HI-CARE
                   MOVE PR-AMOUNT TO HI-CARE
               END-IF
           ELSE
               IF PR-AMOUNT > HI-AMOUNT
                   MOVE PR-AMOUNT TO HI-AMOUNT
               END-IF
           END-IF
           PERFORM FIND-VOLUME THRU FIND-VOLUME-EXIT
           COMPUTE LOSS-AMT = VOL-N * SHORT-AMT
           ADD LOSS-AMT TO ROW-LOSS
           MOVE PR-PAYCODE TO INS-KEY
           READ INSFILE INVALID MOVE "*NO NAME*" TO INS-NAME.
           MOVE OUR-FEE TO NEF-7
           MOVE PR-AMOUNT TO NEF-8
           MOVE SHORT-AMT TO NEF-9
           MOVE VOL-N TO NEF-CNT
           MOVE LOSS-AMT TO NEF-11
           MOVE SPACE TO ALWRPT01
           STRING "   PAYER " PR-PAYCODE " " INS-NAME(1:16)
               " BILLED " NEF-7 " ALLOWS " NEF-8 " SHORT " NEF-9
               " UNITS " NEF-CNT " LOST " NEF-11
               DELIMITED BY SIZE INTO ALWRPT01
           WRITE ALWRPT01
           GO TO P1-1.

      *******  THE ROW'S TOTAL, AND ITS PROPOSED FEES FOR BLFEE001.

       P2.
           IF ROW-LOW = "N"
               GO TO P1
           END-IF
           ADD 1 TO LOW-COUNT
           ADD ROW-LOSS TO TOT-LOSS
           PERFORM ROW-VOLUME THRU ROW-VOLUME-EXIT
           MOVE VOL-ALL TO NEF-CNT
           MOVE ROW-LOSS TO NEF-11
           MOVE SPACE TO ALWRPT01
           STRING "   ALL PAYERS UNITS " NEF-CNT
               " ESTIMATED LOST " NEF-11
               DELIMITED BY SIZE INTO ALWRPT01
           WRITE ALWRPT01
           MOVE SPACE TO FEEPROP01
           MOVE PROC-KEY TO FP-PROC
           MOVE PROC-AMOUNT TO FP-OLD-AMOUNT
           MOVE HI-AMOUNT TO FP-AMOUNT
           MOVE CARE-AMOUNT TO FP-OLD-CARE
           MOVE HI-CARE TO FP-CARE
           MOVE VOL-ALL TO FP-VOLUME
           MOVE ROW-LOSS TO FP-LOSS
           MOVE RUN-DATE TO FP-DATE
           WRITE FEEPROP01
           GO TO P1.

       P9.
           MOVE TOT-LOSS TO NEF-11
           MOVE SPACE TO ALWRPT01
           WRITE ALWRPT01
           MOVE SPACE TO ALWRPT01
           STRING "FEE ROWS BELOW AN ALLOWABLE: " LOW-COUNT
               "  ESTIMATED ANNUAL DOLLARS LOST " NEF-11
               DELIMITED BY SIZE INTO ALWRPT01
           WRITE ALWRPT01
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PROCFILE PROCRATE CHARFILE INSFILE ALWRPT FEEPROP
                 SUMLOG.
           DISPLAY "CHARGE MASTER ALLOWABLE REVIEW HAS ENDED, "
               LOW-COUNT " ROWS BELOW CONTRACT".
           STOP RUN.

      *******  ONE PASS OVER THE CHARGE MASTER: EVERY LINE OF THE
      *******  LAST YEAR COUNTS ONE UNIT AGAINST ITS PROCEDURE AND
      *******  PAYER -- THE SAME WINDOW BLFEE001 MODELS ON.

       LOAD-VOLUME.
           MOVE SPACE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO LOAD-VOLUME-EXIT
           END-START.
       LOAD-VOLUME-1.
           READ CHARFILE NEXT
             AT END
               GO TO LOAD-VOLUME-EXIT
           END-READ
           IF CD-DATE-T OF CHARFILE01 NOT NUMERIC
               GO TO LOAD-VOLUME-1
           END-IF
           IF CD-DATE-T OF CHARFILE01 < CUTOFF
               GO TO LOAD-VOLUME-1
           END-IF
           PERFORM POST-VOLUME THRU POST-VOLUME-EXIT
           GO TO LOAD-VOLUME-1.
       LOAD-VOLUME-EXIT.
           EXIT.

       POST-VOLUME.
           MOVE 1 TO VX.
       POST-VOLUME-1.
           IF VX > VOL-CNT GO TO POST-VOLUME-NEW.
           IF VT-PROC(VX) = CD-PROC1 OF CHARFILE01
               AND VT-PAYCODE(VX) = CD-PAYCODE OF CHARFILE01
               GO TO POST-VOLUME-ADD
           END-IF
           ADD 1 TO VX
           GO TO POST-VOLUME-1.
       POST-VOLUME-NEW.
           IF VOL-CNT = 30000
               DISPLAY "VOLUME TABLE FULL, " CD-PROC1 OF CHARFILE01
                   " " CD-PAYCODE OF CHARFILE01 " NOT COUNTED"
               GO TO POST-VOLUME-EXIT
           END-IF
           ADD 1 TO VOL-CNT
           MOVE VOL-CNT TO VX
           MOVE CD-PROC1 OF CHARFILE01 TO VT-PROC(VX)
           MOVE CD-PAYCODE OF CHARFILE01 TO VT-PAYCODE(VX)
           MOVE 0 TO VT-COUNT(VX).
       POST-VOLUME-ADD.
           ADD 1 TO VT-COUNT(VX).
       POST-VOLUME-EXIT.
           EXIT.

      *******  THE PAYER'S UNITS FOR THE ROW IN HAND.

       FIND-VOLUME.
           MOVE 0 TO VOL-N
           MOVE 1 TO VX.
       FIND-VOLUME-1.
           IF VX > VOL-CNT GO TO FIND-VOLUME-EXIT.
           IF VT-PROC(VX) = PROC-KEY AND VT-PAYCODE(VX) = PR-PAYCODE
               MOVE VT-COUNT(VX) TO VOL-N
               GO TO FIND-VOLUME-EXIT
           END-IF
           ADD 1 TO VX
           GO TO FIND-VOLUME-1.
       FIND-VOLUME-EXIT.
           EXIT.

      *******  THE ROW'S UNITS ACROSS EVERY PAYER AND SELF-PAY.

       ROW-VOLUME.
           MOVE 0 TO VOL-ALL
           MOVE 1 TO VX.
       ROW-VOLUME-1.
           IF VX > VOL-CNT GO TO ROW-VOLUME-EXIT.
           IF VT-PROC(VX) = PROC-KEY
               ADD VT-COUNT(VX) TO VOL-ALL
           END-IF
           ADD 1 TO VX
           GO TO ROW-VOLUME-1.
       ROW-VOLUME-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLALW001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE LOW-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
