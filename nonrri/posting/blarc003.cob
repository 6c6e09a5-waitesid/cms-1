      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-02 sw  new program - inactive account archive, the
      *                third of the year-end archives after blarc001
      *                (PAYCUR) and blarc002 (CHARCUR).  GARFILE and
      *                PATFILE still carried every guarantor and
      *                patient we have ever seen, and every statement,
      *                aging and integrity sweep walked them.  an
      *                account moves, with every patient under it, to
      *                ACCTHIST when it has nothing left on CHARCUR or
      *                PAYCUR, no insurance pending, no claim on
      *                HOLDFILE, no PPLAN budget plan and no liability
      *                case that is not closed, and its last charge,
      *                payment or statement is older than the PARMFILE
      *                number of years.  a merged-away account
      *                (G-DELETE "Y") goes on the first three tests
      *                alone.  written first, deleted only on a clean
      *                write, with control totals on ARCRPT.  an "R"
      *                card on ARCIN puts an account back when the
      *                patient returns.  the charge and payment history
      *                stays where it is, and blldg001 reads the name
      *                off ACCTHIST.
      * 2026-10-03 sw  PH-AMOUNT widened to S9(6)V99 with the converted
      *                PAYHIST.
      * 2026-10-11 sw  a restore card's operator must be on OPFILE,
      *                active and hold the maintenance role; any other
      *                card is refused onto OPEXCP (see blopr001).
      * 2026-10-15 sw  an account holding PREPAY money still open or in
      *                refund review, or with a workers' comp case on
      *                COMPFILE that is not closed, is not idle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLARC003.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ARCIN ASSIGN TO "S254" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCTHIST ASSIGN TO "S255"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AH-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT CHARHIST ASSIGN TO "S158" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARHIST-KEY
           LOCK MODE MANUAL.
           SELECT PAYHIST ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT HOLDFILE ASSIGN TO "S170" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HOLD-KEY
           LOCK MODE MANUAL.
           SELECT PPLAN ASSIGN TO "S64" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL LIABFILE ASSIGN TO "S235"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LB-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL COMPFILE ASSIGN TO "S33"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS WC-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL PREPAY ASSIGN TO "S226"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PPY-KEY
           LOCK MODE MANUAL.
           SELECT ARCRPT ASSIGN TO "S256" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  HOW MANY YEARS AN ACCOUNT MUST SIT UNTOUCHED.  NO
      *******  NUMBER, NO ARCHIVE PASS -- THE RESTORE CARDS STILL RUN.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-YEARS PIC XX.

      *******  "R" PUTS AN ARCHIVED ACCOUNT AND ITS PATIENTS BACK.
       FD  ARCIN.
       01  ARCIN01.
           02 AI-ACTION PIC X.
           02 FILLER PIC X.
           02 AI-GARNO PIC X(8).
           02 FILLER PIC X.
           02 AI-OPID PIC X(8).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  PATFILE
           DATA RECORD IS P-MASTER.
       01  P-MASTER.
           02 P-PATNO PIC X(8).
           02 P-GARNO PIC X(8).
           02 P-PATNAME PIC X(24).
           02 P-SEX PIC X.
           02 P-RELATE PIC X.
           02 P-MSTAT PIC X.
           02 P-DOB PIC X(8).

       FD  ACCTHIST.
           COPY "accthist.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  CHARHIST.
           COPY "charhist.cpy".

       FD  PAYHIST
           DATA RECORD IS PAYHIST01.
       01  PAYHIST01.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
           02 PH-DATE-T PIC X(8).
           02 PH-DATE-E PIC X(8).
           02 PH-BATCH PIC X(6).

       FD  HOLDFILE.
       01  HOLDFILE01.
           02 HOLD-KEY.
             03 HOLD-KEY8 PIC X(8).
             03 HOLD-CLAIM PIC X(6).
           02 HOLD-REASON PIC X(30).
           02 HOLD-DATE PIC X(8).

       FD  PPLAN.
           COPY "pplan.cpy".

       FD  LIABFILE.
           COPY "liabfile.cpy".

      *******  BLWC001'S WORKERS' COMP CASE FILE.
       FD  COMPFILE.
       01  COMPFILE01.
           02 WC-GARNO PIC X(8).
           02 WC-STATUS PIC X.
           02 WC-INJ-DATE PIC X(8).
           02 WC-BODYPART PIC X(20).
           02 WC-ADJUSTER PIC X(24).
           02 WC-ADJ-PHONE PIC X(10).
           02 WC-LAST-CONTACT PIC X(8).
           02 WC-FUTURE PIC X(10).

       FD  PREPAY.
           COPY "prepay.cpy".

       FD  ARCRPT.
       01  ARCRPT01 PIC X(80).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  CUTOFF PIC X(8) VALUE SPACE.
       01  CUT-YEARS PIC 99 VALUE 0.
       01  CUT-YYYY PIC 9(4).
       01  LAST-ACT PIC X(8).
       01  ARC-GARNO PIC X(8).
       01  KEEP-WHY PIC X(20).
       01  WRITE-OK PIC X.
       01  READ-COUNT PIC 9(7) VALUE 0.
       01  GAR-WRITE PIC 9(7) VALUE 0.
       01  GAR-DELETE PIC 9(7) VALUE 0.
       01  PAT-WRITE PIC 9(7) VALUE 0.
       01  PAT-DELETE PIC 9(7) VALUE 0.
       01  DEL-COUNT PIC 9(7) VALUE 0.
       01  SKIP-COUNT PIC 9(5) VALUE 0.
       01  RST-GAR PIC 9(5) VALUE 0.
       01  RST-PAT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  NEF-CNT PIC ZZZ,ZZ9.

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
           OPEN INPUT ARCIN CHARCUR PAYCUR CHARFILE CHARHIST PAYHIST
                HOLDFILE PPLAN LIABFILE COMPFILE PREPAY.
           OPEN I-O GARFILE PATFILE ACCTHIST.
           OPEN OUTPUT ARCRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-YEARS NUMERIC AND PM-YEARS NOT = "00"
                   MOVE PM-YEARS TO CUT-YEARS
               END-IF
           END-READ
           CLOSE PARMFILE.
           IF CUT-YEARS NOT = 0
               MOVE RUN-DATE(1:4) TO CUT-YYYY
               SUBTRACT CUT-YEARS FROM CUT-YYYY
               MOVE CUT-YYYY TO CUTOFF(1:4)
               MOVE RUN-DATE(5:4) TO CUTOFF(5:4)
           END-IF
           MOVE SPACE TO ARCRPT01
           STRING "ACCOUNT ARCHIVE RUN " RUN-DATE
               " CUTOFF " CUTOFF
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01.

      *******  PASS 1 -- RESTORE CARDS, BEFORE ANYTHING ELSE MOVES.

       P1.
           READ ARCIN AT END GO TO P2.
           IF AI-GARNO = SPACE GO TO P1.
           MOVE AI-OPID TO CHK-OPID
           MOVE AI-GARNO TO CHK-KEY
           MOVE "M" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               ADD 1 TO BAD-COUNT
               GO TO P1
           END-IF
           IF AI-ACTION NOT = "R"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN ACTION " AI-ACTION " FOR " AI-GARNO
               GO TO P1
           END-IF
           PERFORM RESTORE THRU RESTORE-EXIT
           GO TO P1.

      *******  THE GUARANTOR GOES BACK FIRST; AN ACCOUNT NUMBER
      *******  SOMEONE HAS SINCE RE-USED ON GARFILE IS LEFT IN THE
      *******  ARCHIVE AND REPORTED.  EACH RECORD LEAVES ACCTHIST
      *******  ONLY ONCE IT IS SAFELY BACK.

       RESTORE.
           MOVE AI-GARNO TO AH-GARNO AH-ID
           MOVE "G" TO AH-TYPE
           READ ACCTHIST
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY AI-GARNO " IS NOT IN THE ACCOUNT ARCHIVE"
               GO TO RESTORE-EXIT
           END-READ
           MOVE AH-IMAGE TO GARFILE01
           WRITE GARFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY AI-GARNO " IS ALREADY ON GARFILE, NOT RESTORED"
               GO TO RESTORE-EXIT
           END-WRITE
           DELETE ACCTHIST
           ADD 1 TO RST-GAR
           MOVE SPACE TO ARCRPT01
           STRING "RESTORED   " AI-GARNO " " G-GARNAME " BY " AI-OPID
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE AI-GARNO TO AH-GARNO
           MOVE "P" TO AH-TYPE
           MOVE LOW-VALUE TO AH-ID
           START ACCTHIST KEY NOT < AH-KEY
             INVALID
               GO TO RESTORE-EXIT
           END-START.
       RESTORE-1.
           READ ACCTHIST NEXT
             AT END
               GO TO RESTORE-EXIT
           END-READ
           IF AH-GARNO NOT = AI-GARNO OR AH-TYPE NOT = "P"
               GO TO RESTORE-EXIT
           END-IF
           MOVE AH-IMAGE TO P-MASTER
           WRITE P-MASTER
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY P-PATNO " IS ALREADY ON PATFILE, LEFT IN THE "
                   "ARCHIVE"
               GO TO RESTORE-1
           END-WRITE
           DELETE ACCTHIST
           ADD 1 TO RST-PAT
           GO TO RESTORE-1.
       RESTORE-EXIT.
           EXIT.

      *******  PASS 2 -- THE ARCHIVE.

       P2.
           IF CUTOFF = SPACE
               DISPLAY "NO ARCHIVE YEARS ON PARMFILE, RESTORES ONLY"
               GO TO P8
           END-IF
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P8
           END-START.
       P2-1.
           READ GARFILE NEXT
             AT END
               GO TO P8
           END-READ
           ADD 1 TO READ-COUNT
           MOVE G-GARNO TO ARC-GARNO
           PERFORM IDLE-CHECK THRU IDLE-CHECK-EXIT
           IF KEEP-WHY NOT = SPACE
               GO TO P2-1
           END-IF
           PERFORM ARCHIVE-ONE THRU ARCHIVE-ONE-EXIT
           GO TO P2-1.

      *******  THE TESTS, CHEAPEST FIRST.  KEEP-WHY COMES BACK BLANK
      *******  WHEN THE ACCOUNT MAY GO.

       IDLE-CHECK.
           MOVE SPACE TO KEEP-WHY
           IF G-INSPEND NOT = 0
               MOVE "INSURANCE PENDING" TO KEEP-WHY
               GO TO IDLE-CHECK-EXIT
           END-IF
           MOVE ARC-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO IDLE-CHECK-1
           END-START
           READ CHARCUR NEXT
             AT END
               GO TO IDLE-CHECK-1
           END-READ
           IF CC-KEY8 = ARC-GARNO
               MOVE "CHARCUR" TO KEEP-WHY
               GO TO IDLE-CHECK-EXIT
           END-IF.
       IDLE-CHECK-1.
           MOVE ARC-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO IDLE-CHECK-2
           END-START
           READ PAYCUR NEXT
             AT END
               GO TO IDLE-CHECK-2
           END-READ
           IF PC-KEY8 = ARC-GARNO
               MOVE "PAYCUR" TO KEEP-WHY
               GO TO IDLE-CHECK-EXIT
           END-IF.
       IDLE-CHECK-2.
           MOVE ARC-GARNO TO HOLD-KEY8
           MOVE SPACE TO HOLD-CLAIM
           START HOLDFILE KEY NOT < HOLD-KEY
             INVALID
               GO TO IDLE-CHECK-3
           END-START
           READ HOLDFILE NEXT
             AT END
               GO TO IDLE-CHECK-3
           END-READ
           IF HOLD-KEY8 = ARC-GARNO
               MOVE "CLAIM ON HOLD" TO KEEP-WHY
               GO TO IDLE-CHECK-EXIT
           END-IF.

      *******  PATIENT MONEY STILL HELD ON PREPAY, OPEN OR WAITING ON
      *******  REFUND REVIEW, KEEPS EVEN A MERGED-AWAY ACCOUNT.

       IDLE-CHECK-3.
           MOVE ARC-GARNO TO PPY-GARNO
           MOVE 0 TO PPY-SEQ
           START PREPAY KEY NOT < PPY-KEY
             INVALID
               GO TO IDLE-CHECK-5
           END-START.
       IDLE-CHECK-4.
           READ PREPAY NEXT
             AT END
               GO TO IDLE-CHECK-5
           END-READ
           IF PPY-GARNO NOT = ARC-GARNO
               GO TO IDLE-CHECK-5
           END-IF
           IF PPY-STATUS = "O" OR "R"
               MOVE "PREPAY MONEY HELD" TO KEEP-WHY
               GO TO IDLE-CHECK-EXIT
           END-IF
           GO TO IDLE-CHECK-4.
       IDLE-CHECK-5.
           IF G-DELETE = "Y"
               GO TO IDLE-CHECK-EXIT
           END-IF
           MOVE ARC-GARNO TO PP-GARNO
           READ PPLAN
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "BUDGET PLAN" TO KEEP-WHY
               GO TO IDLE-CHECK-EXIT
           END-READ
           MOVE ARC-GARNO TO LB-GARNO
           READ LIABFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF LB-STATUS NOT = "C"
                   MOVE "LIABILITY CASE" TO KEEP-WHY
                   GO TO IDLE-CHECK-EXIT
               END-IF
           END-READ
           MOVE ARC-GARNO TO WC-GARNO
           READ COMPFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF WC-STATUS NOT = "C"
                   MOVE "WORKERS COMP CASE" TO KEEP-WHY
                   GO TO IDLE-CHECK-EXIT
               END-IF
           END-READ
           MOVE G-LASTBILL TO LAST-ACT
           IF LAST-ACT NOT NUMERIC
               MOVE "00000000" TO LAST-ACT
           END-IF
           PERFORM LAST-CHARGE THRU LAST-CHARGE-EXIT
           PERFORM LAST-PAYMENT THRU LAST-PAYMENT-EXIT
           IF LAST-ACT NOT < CUTOFF
               MOVE "RECENT ACTIVITY" TO KEEP-WHY
           END-IF.
       IDLE-CHECK-EXIT.
           EXIT.

       LAST-CHARGE.
           MOVE ARC-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO LAST-CHARGE-2
           END-START.
       LAST-CHARGE-1.
           READ CHARFILE NEXT
             AT END
               GO TO LAST-CHARGE-2
           END-READ
           IF CD-KEY8 NOT = ARC-GARNO
               GO TO LAST-CHARGE-2
           END-IF
           IF CD-DATE-T NUMERIC AND CD-DATE-T > LAST-ACT
               MOVE CD-DATE-T TO LAST-ACT
           END-IF
           GO TO LAST-CHARGE-1.
       LAST-CHARGE-2.
           MOVE ARC-GARNO TO CH-KEY8
           MOVE SPACE TO CH-KEY3
           START CHARHIST KEY NOT < CHARHIST-KEY
             INVALID
               GO TO LAST-CHARGE-EXIT
           END-START.
       LAST-CHARGE-3.
           READ CHARHIST NEXT
             AT END
               GO TO LAST-CHARGE-EXIT
           END-READ
           IF CH-KEY8 NOT = ARC-GARNO
               GO TO LAST-CHARGE-EXIT
           END-IF
           IF CH-DATE-T NUMERIC AND CH-DATE-T > LAST-ACT
               MOVE CH-DATE-T TO LAST-ACT
           END-IF
           GO TO LAST-CHARGE-3.
       LAST-CHARGE-EXIT.
           EXIT.

       LAST-PAYMENT.
           MOVE ARC-GARNO TO PH-KEY8
           MOVE SPACE TO PH-KEY3
           START PAYHIST KEY NOT < PAYHIST-KEY
             INVALID
               GO TO LAST-PAYMENT-EXIT
           END-START.
       LAST-PAYMENT-1.
           READ PAYHIST NEXT
             AT END
               GO TO LAST-PAYMENT-EXIT
           END-READ
           IF PH-KEY8 NOT = ARC-GARNO
               GO TO LAST-PAYMENT-EXIT
           END-IF
           IF PH-DATE-E NUMERIC AND PH-DATE-E > LAST-ACT
               MOVE PH-DATE-E TO LAST-ACT
           END-IF
           GO TO LAST-PAYMENT-1.
       LAST-PAYMENT-EXIT.
           EXIT.

      *******  AN ACCOUNT ALREADY HALF IN THE ARCHIVE (A RESTORE THAT
      *******  LEFT A PATIENT BEHIND) IS NOT TOUCHED.  OTHERWISE THE
      *******  GUARANTOR IS WRITTEN, THEN EACH PATIENT IS WRITTEN AND
      *******  DELETED, THEN THE GUARANTOR IS DELETED.  A PATIENT
      *******  THAT WILL NOT WRITE STAYS ON PATFILE, AND SO DOES ITS
      *******  GUARANTOR, WHOSE ARCHIVE COPY IS TAKEN BACK OUT.

       ARCHIVE-ONE.
           MOVE ARC-GARNO TO AH-GARNO
           MOVE LOW-VALUE TO AH-TYPE AH-ID
           START ACCTHIST KEY NOT < AH-KEY
             INVALID
               GO TO ARCHIVE-ONE-1
           END-START
           READ ACCTHIST NEXT
             AT END
               GO TO ARCHIVE-ONE-1
           END-READ
           IF AH-GARNO = ARC-GARNO
               ADD 1 TO SKIP-COUNT
               MOVE SPACE TO ARCRPT01
               STRING "ALREADY IN ARCHIVE " ARC-GARNO
                   ", LEFT ON GARFILE"
                   DELIMITED BY SIZE INTO ARCRPT01
               WRITE ARCRPT01
               GO TO ARCHIVE-ONE-EXIT
           END-IF.
       ARCHIVE-ONE-1.
           MOVE SPACE TO ACCTHIST01
           MOVE ARC-GARNO TO AH-GARNO AH-ID
           MOVE "G" TO AH-TYPE
           MOVE RUN-DATE TO AH-DATE
           MOVE GARFILE01 TO AH-IMAGE
           WRITE ACCTHIST01
             INVALID
               ADD 1 TO SKIP-COUNT
               GO TO ARCHIVE-ONE-EXIT
           END-WRITE
           ADD 1 TO GAR-WRITE
           MOVE "Y" TO WRITE-OK
           MOVE ARC-GARNO TO P-GARNO
           START PATFILE KEY NOT < P-GARNO
             INVALID
               GO TO ARCHIVE-ONE-3
           END-START.
       ARCHIVE-ONE-2.
           READ PATFILE NEXT
             AT END
               GO TO ARCHIVE-ONE-3
           END-READ
           IF P-GARNO NOT = ARC-GARNO
               GO TO ARCHIVE-ONE-3
           END-IF
           MOVE SPACE TO ACCTHIST01
           MOVE ARC-GARNO TO AH-GARNO
           MOVE "P" TO AH-TYPE
           MOVE P-PATNO TO AH-ID
           MOVE RUN-DATE TO AH-DATE
           MOVE P-MASTER TO AH-IMAGE
           WRITE ACCTHIST01
             INVALID
               MOVE "N" TO WRITE-OK
               MOVE SPACE TO ARCRPT01
               STRING "NO ARCHIVE SLOT FOR PATIENT " P-PATNO
                   ", LEFT ON PATFILE"
                   DELIMITED BY SIZE INTO ARCRPT01
               WRITE ARCRPT01
               GO TO ARCHIVE-ONE-2
           END-WRITE
           ADD 1 TO PAT-WRITE
           DELETE PATFILE
           ADD 1 TO PAT-DELETE
           GO TO ARCHIVE-ONE-2.
       ARCHIVE-ONE-3.
           IF WRITE-OK = "N"
               MOVE ARC-GARNO TO AH-GARNO AH-ID
               MOVE "G" TO AH-TYPE
               DELETE ACCTHIST
               SUBTRACT 1 FROM GAR-WRITE
               ADD 1 TO SKIP-COUNT
               GO TO ARCHIVE-ONE-EXIT
           END-IF
           DELETE GARFILE
           ADD 1 TO GAR-DELETE
           IF G-DELETE = "Y"
               ADD 1 TO DEL-COUNT
           END-IF
           MOVE SPACE TO ARCRPT01
           STRING "ARCHIVED   " ARC-GARNO " " G-GARNAME
               " LAST ACTIVE " LAST-ACT
               DELIMITED BY SIZE INTO ARCRPT01
           IF G-DELETE = "Y"
               MOVE "MERGED AWAY" TO ARCRPT01(67:11)
           END-IF
           WRITE ARCRPT01.
       ARCHIVE-ONE-EXIT.
           EXIT.

       P8.
           MOVE SPACE TO ARCRPT01
           WRITE ARCRPT01
           MOVE READ-COUNT TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "GARFILE RECORDS READ      " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE GAR-WRITE TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "GUARANTORS WRITTEN        " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE GAR-DELETE TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "GUARANTORS DELETED        " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE DEL-COUNT TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "  OF THEM MERGED AWAY     " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE PAT-WRITE TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "PATIENTS WRITTEN          " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE PAT-DELETE TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "PATIENTS DELETED          " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE SKIP-COUNT TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "LEFT IN PLACE (NO SLOT)   " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE RST-GAR TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "GUARANTORS RESTORED       " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           MOVE RST-PAT TO NEF-CNT
           MOVE SPACE TO ARCRPT01
           STRING "PATIENTS RESTORED         " NEF-CNT
               DELIMITED BY SIZE INTO ARCRPT01
           WRITE ARCRPT01
           IF GAR-WRITE NOT = GAR-DELETE
               OR PAT-WRITE NOT = PAT-DELETE
               DISPLAY "ARCHIVE CONTROL TOTALS DO NOT BALANCE."
               DISPLAY "CONTACT THE DATA CENTER"
           END-IF.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE ARCIN GARFILE PATFILE ACCTHIST CHARCUR PAYCUR
                 CHARFILE CHARHIST PAYHIST HOLDFILE PPLAN LIABFILE
                 COMPFILE PREPAY ARCRPT SUMLOG OPFILE OPEXCP.
           DISPLAY "ACCOUNT ARCHIVE RUN HAS ENDED, " BAD-COUNT
               " CARDS REJECTED".
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLARC003" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE GAR-DELETE TO SL-COUNT
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
           MOVE "BLARC003" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
