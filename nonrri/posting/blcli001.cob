      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-26 sw  new program - monthly client (facility)
      *                invoice.  studies read under a purchased-service
      *                contract are charged under a client paycode
      *                (900-949, one per facility on the CLIENT
      *                master) and billed to the facility, never to a
      *                payer or the patient.  for the month on PARMFILE
      *                (blank is last month) every uninvoiced client
      *                line with a date of service in or before the
      *                month is priced at the contracted amount --
      *                PROCRATE under the client paycode, else the
      *                contract percent of our charge -- listed on the
      *                facility's invoice with patient, date and
      *                procedure, and recorded on CLINV/CLINVD for
      *                blcli002 to post payments against.  any
      *                difference from our charge posts to PAYCUR as a
      *                contractual adjustment and the line is stamped
      *                billed so it is invoiced once.
      * 2026-10-03 sw  contract amounts and edits widened for six-digit
      *                CC-AMOUNT; CLINVD stays as is.
      * 2026-10-15 sw  CLINVD's charge, amount and paid widened to
      *                S9(6)V99 to carry the six-digit CC-AMOUNT
      *                (CLINVD converted by blcnv001).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCLI001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT PROCRATE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PROCRATE-KEY
           LOCK MODE MANUAL.
           SELECT CLIENT ASSIGN TO "S229" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CLI-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLINV ASSIGN TO "S230"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLINVD ASSIGN TO "S231"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CLIPRT ASSIGN TO "S232" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PERCTL ASSIGN TO "S109"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

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

       FD  PROCRATE.
           COPY "procrate.cpy".

       FD  CLIENT.
           COPY "client.cpy".

       FD  CLINV.
           COPY "clinv.cpy".

       FD  CLINVD.
           COPY "clinvd.cpy".

      *******  RECORD 1 IS THE BILLING MONTH, YYYYMM.  BLANK BILLS
      *******  THE MONTH BEFORE TODAY.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-PERIOD PIC X(6).

       FD  CLIPRT.
       01  CLIPRT01 PIC X(100).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  PERCTL.
           COPY "perctl.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-X REDEFINES RUN-DATE.
           02 RUN-YYYY PIC 9(4).
           02 RUN-MM PIC 99.
           02 RUN-DD PIC 99.
       01  INV-PERIOD PIC X(6).
       01  INV-PERIOD-X REDEFINES INV-PERIOD.
           02 INV-YYYY PIC 9(4).
           02 INV-MM PIC 99.
       01  PERIOD-END PIC X(8).
       01  PERIOD-CLOSED PIC X VALUE "N".
       01  CUR-CLIENT PIC XXX VALUE SPACE.
       01  CLIENT-OK PIC X VALUE "N".
       01  INV-NEW PIC X.
       01  INV-HDR PIC X.
       01  INV-ADDED PIC 9(5).
       01  INV-ADDED-AMT PIC S9(7)V99.
       01  INV-ADDED-ADJ PIC S9(7)V99.
       01  CON-AMT PIC S9(6)V99.
       01  CON-ADJ PIC S9(6)V99.
       01  CON-SRC PIC X(8).
       01  PAT-NAME PIC X(24).
       01  DUE-INT PIC 9(8).
       01  SLOT-N PIC 999.
       01  HOLD-PCKEY PIC X(11).
       01  CNT-INVOICES PIC 9(5) VALUE 0.
       01  CNT-LINES PIC 9(6) VALUE 0.
       01  CNT-HELD PIC 9(6) VALUE 0.
       01  TOT-INVOICED PIC S9(8)V99 VALUE 0.
       01  NEF-9 PIC ZZZ,ZZ9.99-.
       01  NEF-11 PIC ZZZ,ZZ9.99-.
       01  INV-LINE.
           02 FILLER PIC X(2).
           02 IL-PATNAME PIC X(24).
           02 FILLER PIC X(2).
           02 IL-PATID PIC X(8).
           02 FILLER PIC X(2).
           02 IL-DOS PIC X(8).
           02 FILLER PIC X(2).
           02 IL-PROC PIC X(7).
           02 FILLER PIC X(2).
           02 IL-CHARGE PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 IL-AMOUNT PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2).
           02 IL-SRC PIC X(8).
       01  INV-COLS.
           02 FILLER PIC X(38) VALUE
              "  PATIENT                   PATIENT ".
           02 FILLER PIC X(40) VALUE
              "  SERVICE   PROC        CHARGE  CONTRACT".

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT GARFILE PATFILE PROCRATE CLIENT.
           OPEN I-O CHARCUR PAYCUR CLINV CLINVD.
           OPEN OUTPUT CLIPRT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PERIOD-CHECK THRU PERIOD-CHECK-EXIT.
           IF PERIOD-CLOSED = "Y"
               DISPLAY "TODAY IS IN A CLOSED PERIOD - NO RUN"
               GO TO P9
           END-IF.

           MOVE SPACE TO INV-PERIOD
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PM-PERIOD TO INV-PERIOD
           END-READ
           CLOSE PARMFILE.
           IF INV-PERIOD = SPACE
               IF RUN-MM = 1
                   COMPUTE INV-YYYY = RUN-YYYY - 1
                   MOVE 12 TO INV-MM
               ELSE
                   MOVE RUN-YYYY TO INV-YYYY
                   COMPUTE INV-MM = RUN-MM - 1
               END-IF
           END-IF.
           IF INV-PERIOD NOT NUMERIC
               DISPLAY "BILLING MONTH " INV-PERIOD " NOT YYYYMM, NO RUN"
               GO TO P9
           END-IF.
           MOVE SPACE TO PERIOD-END
           STRING INV-PERIOD "31" DELIMITED BY SIZE INTO PERIOD-END.

      *******  THE CLIENT PAYCODES READ IN ORDER OFF CHARCUR'S
      *******  PAYCODE KEY, SO EACH FACILITY'S LINES COME TOGETHER
      *******  AND ONE INVOICE CLOSES BEFORE THE NEXT OPENS.

           MOVE 900 TO CC-PAYCODE
           START CHARCUR KEY NOT < CC-PAYCODE
             INVALID
               GO TO P9
           END-START.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P8
           END-READ
           IF CC-PAYCODE > 949
               GO TO P8
           END-IF
           IF CC-PAYCODE NOT = CUR-CLIENT
               PERFORM CLOSE-INV THRU CLOSE-INV-EXIT
               PERFORM OPEN-INV THRU OPEN-INV-EXIT
           END-IF
           IF CC-REC-STAT NOT = "0" AND CC-REC-STAT NOT = "1"
               GO TO P1
           END-IF
           IF CC-DATE-T NOT NUMERIC OR CC-DATE-T > PERIOD-END
               GO TO P1
           END-IF
           IF CLIENT-OK = "N"
               ADD 1 TO CNT-HELD
               GO TO P1
           END-IF
           PERFORM BILL-LINE THRU BILL-LINE-EXIT
           GO TO P1.

      *******  A FACILITY NOT ON THE CLIENT MASTER, OR NOT ACTIVE,
      *******  HAS ITS LINES LEFT UNBILLED AND SAID SO; THEY GO OUT
      *******  ON THE FIRST RUN AFTER THE MASTER IS PUT RIGHT.  A
      *******  SECOND RUN FOR THE SAME MONTH ADDS TO THAT MONTH'S
      *******  INVOICE RATHER THAN OPENING ANOTHER.

       OPEN-INV.
           MOVE CC-PAYCODE TO CUR-CLIENT
           MOVE "N" TO CLIENT-OK
           MOVE "N" TO INV-HDR
           MOVE 0 TO INV-ADDED INV-ADDED-AMT INV-ADDED-ADJ
           MOVE CUR-CLIENT TO CLI-KEY
           READ CLIENT
             INVALID
               MOVE SPACE TO CLIPRT01
               STRING "CLIENT " CUR-CLIENT
                   " NOT ON THE CLIENT MASTER - LINES LEFT UNBILLED"
                   DELIMITED BY SIZE INTO CLIPRT01
               WRITE CLIPRT01
               GO TO OPEN-INV-EXIT
           END-READ
           IF CLI-STATUS NOT = "A"
               MOVE SPACE TO CLIPRT01
               STRING "CLIENT " CUR-CLIENT " " CLI-NAME
                   " NOT ACTIVE - LINES LEFT UNBILLED"
                   DELIMITED BY SIZE INTO CLIPRT01
               WRITE CLIPRT01
               GO TO OPEN-INV-EXIT
           END-IF
           MOVE "Y" TO CLIENT-OK
           MOVE CUR-CLIENT TO CI-CLIENT
           MOVE INV-PERIOD TO CI-PERIOD
           READ CLINV
             INVALID
               MOVE "Y" TO INV-NEW
               MOVE SPACE TO CLINV01
               MOVE CUR-CLIENT TO CI-CLIENT
               MOVE INV-PERIOD TO CI-PERIOD
               MOVE RUN-DATE TO CI-DATE
               COMPUTE DUE-INT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(RUN-YYYY * 10000
                   + RUN-MM * 100 + RUN-DD) + CLI-NET-DAYS)
               MOVE DUE-INT TO CI-DUE
               MOVE 0 TO CI-LINES CI-AMOUNT CI-PAID CI-ADJ
               MOVE "O" TO CI-STATUS
               MOVE SPACE TO CI-PAY-DATE
               GO TO OPEN-INV-EXIT
           END-READ
           MOVE "N" TO INV-NEW.
       OPEN-INV-EXIT.
           EXIT.

      *******  THE INVOICE HEAD GOES OUT WITH THE FIRST LINE, SO A
      *******  FACILITY WITH NOTHING TO BILL THIS MONTH GETS NO PAGE.

       INV-HEAD.
           MOVE "Y" TO INV-HDR
           MOVE SPACE TO CLIPRT01
           WRITE CLIPRT01 AFTER ADVANCING PAGE
           STRING "INVOICE " CI-CLIENT "-" CI-PERIOD
               "     DATE " CI-DATE "     DUE " CI-DUE
               DELIMITED BY SIZE INTO CLIPRT01
           WRITE CLIPRT01
           IF INV-NEW = "N"
               MOVE SPACE TO CLIPRT01
               STRING "ADDITIONAL LINES TO THE INVOICE ISSUED "
                   CI-DATE
                   DELIMITED BY SIZE INTO CLIPRT01
               WRITE CLIPRT01
           END-IF
           MOVE SPACE TO CLIPRT01
           WRITE CLIPRT01
           MOVE CLI-NAME TO CLIPRT01
           WRITE CLIPRT01
           IF CLI-ATTN NOT = SPACE
               MOVE SPACE TO CLIPRT01
               STRING "ATTN: " CLI-ATTN DELIMITED BY SIZE
                   INTO CLIPRT01
               WRITE CLIPRT01
           END-IF
           MOVE CLI-STREET TO CLIPRT01
           WRITE CLIPRT01
           MOVE SPACE TO CLIPRT01
           STRING CLI-CITY " " CLI-STATE " " CLI-ZIP
               DELIMITED BY SIZE INTO CLIPRT01
           WRITE CLIPRT01
           MOVE SPACE TO CLIPRT01
           WRITE CLIPRT01
           STRING "CONTRACT " CLI-CONTRACT "   SERVICES THROUGH "
               PERIOD-END(1:6) "   NET " CLI-NET-DAYS " DAYS"
               DELIMITED BY SIZE INTO CLIPRT01
           WRITE CLIPRT01
           MOVE SPACE TO CLIPRT01
           WRITE CLIPRT01
           MOVE INV-COLS TO CLIPRT01
           WRITE CLIPRT01.
       INV-HEAD-EXIT.
           EXIT.

      *******  PRICE, LIST, RECORD AND STAMP ONE LINE.  THE PAYCODE
      *******  WALK IS NOT DISTURBED -- PAYCUR, PATFILE AND PROCRATE
      *******  ARE OTHER FILES, AND THE REWRITE LEAVES CC-PAYCODE
      *******  ALONE.

       BILL-LINE.
           IF INV-HDR = "N"
               PERFORM INV-HEAD THRU INV-HEAD-EXIT
           END-IF
           PERFORM PRICE-LINE THRU PRICE-LINE-EXIT
           MOVE SPACE TO PAT-NAME
           IF CC-PATID8 = "P"
               MOVE CC-PATID TO P-PATNO
               READ PATFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE P-PATNAME TO PAT-NAME
               END-READ
           END-IF
           IF PAT-NAME = SPACE
               MOVE CC-KEY8 TO G-GARNO
               READ GARFILE
                 INVALID
                   MOVE SPACE TO GARFILE01
               END-READ
               MOVE G-GARNAME TO PAT-NAME
           END-IF

           ADD 1 TO CI-LINES
           MOVE SPACE TO CLINVD01
           MOVE CUR-CLIENT TO CV-CLIENT
           MOVE INV-PERIOD TO CV-PERIOD
           MOVE CI-LINES TO CV-LINE
           MOVE CHARCUR-KEY TO CV-CHARCUR-KEY
           MOVE CC-CLAIM TO CV-CLAIM
           MOVE CC-PATID TO CV-PATID
           MOVE PAT-NAME TO CV-PATNAME
           MOVE CC-DATE-T TO CV-DOS
           MOVE CC-PROC TO CV-PROC
           MOVE CC-AMOUNT TO CV-CHARGE
           MOVE CON-AMT TO CV-AMOUNT
           MOVE 0 TO CV-PAID
           WRITE CLINVD01
             INVALID
               DISPLAY "CLINVD WRITE FAILED " CV-KEY
           END-WRITE
           ADD CON-AMT TO CI-AMOUNT
           ADD 1 TO INV-ADDED
           ADD CON-AMT TO INV-ADDED-AMT

           COMPUTE CON-ADJ = CON-AMT - CC-AMOUNT
           IF CON-ADJ NOT = 0
               PERFORM POST-ADJ THRU POST-ADJ-EXIT
           END-IF

           IF CC-REC-STAT = "0" MOVE "2" TO CC-REC-STAT.
           IF CC-REC-STAT = "1" MOVE "3" TO CC-REC-STAT.
           MOVE RUN-DATE TO CC-DATE-A
           MOVE "CLI" TO CC-ADJ-REASON
           MOVE "BLCLI001" TO CC-ADJ-OPID
           MOVE RUN-DATE TO CC-ADJ-DATE
           REWRITE CHARCUR01

           MOVE SPACE TO INV-LINE
           MOVE PAT-NAME TO IL-PATNAME
           MOVE CC-PATID TO IL-PATID
           MOVE CC-DATE-T TO IL-DOS
           MOVE CC-PROC TO IL-PROC
           MOVE CC-AMOUNT TO IL-CHARGE
           MOVE CON-AMT TO IL-AMOUNT
           MOVE CON-SRC TO IL-SRC
           MOVE INV-LINE TO CLIPRT01
           WRITE CLIPRT01
           ADD 1 TO CNT-LINES.
       BILL-LINE-EXIT.
           EXIT.

      *******  THE CONTRACTED AMOUNT: PROCRATE UNDER THE CLIENT
      *******  PAYCODE IN FORCE ON THE DATE OF SERVICE, ELSE THE
      *******  CONTRACT PERCENT OF OUR CHARGE, ELSE THE CHARGE.

       PRICE-LINE.
           MOVE CC-PROC TO PR-PROC
           MOVE CUR-CLIENT TO PR-PAYCODE
           READ PROCRATE
             INVALID
               GO TO PRICE-LINE-1
           END-READ
           IF (PR-DATE-EFF = SPACE OR PR-DATE-EFF = "00000000"
               OR CC-DATE-T NOT < PR-DATE-EFF)
               AND (PR-DATE-TERM = SPACE OR PR-DATE-TERM = "00000000"
               OR CC-DATE-T NOT > PR-DATE-TERM)
               MOVE PR-AMOUNT TO CON-AMT
               MOVE "CONTRACT" TO CON-SRC
               GO TO PRICE-LINE-EXIT
           END-IF.
       PRICE-LINE-1.
           IF CLI-PCT > 0
               COMPUTE CON-AMT ROUNDED = CC-AMOUNT * CLI-PCT / 100
               MOVE "PERCENT" TO CON-SRC
           ELSE
               MOVE CC-AMOUNT TO CON-AMT
               MOVE "CHARGE" TO CON-SRC
           END-IF.
       PRICE-LINE-EXIT.
           EXIT.

      *******  THE DIFFERENCE BETWEEN OUR CHARGE AND THE CONTRACT
      *******  POSTS UNDER THE CLIENT PAYCODE IN THE ACCOUNT'S NEXT
      *******  FREE PC-KEY3 SLOT (BLUI005'S OWN 001-UPWARD PROBE), SO
      *******  THE CLAIM CARRIES EXACTLY WHAT THE FACILITY OWES.

       POST-ADJ.
           PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
           IF SLOT-N = 0
               GO TO POST-ADJ-EXIT
           END-IF
           MOVE HOLD-PCKEY TO PAYCUR-KEY
           MOVE CON-ADJ TO PC-AMOUNT
           MOVE CUR-CLIENT TO PC-PAYCODE
           MOVE "CA" TO PC-DENIAL
           MOVE CC-CLAIM TO PC-CLAIM
           MOVE CC-DATE-T TO PC-DATE-T
           MOVE RUN-DATE TO PC-DATE-E
           MOVE SPACE TO PC-BATCH
           STRING "CI" INV-PERIOD(3:4) DELIMITED BY SIZE INTO PC-BATCH
           WRITE PAYCUR01
           ADD CON-ADJ TO INV-ADDED-ADJ.
       POST-ADJ-EXIT.
           EXIT.

       FIND-SLOT.
           MOVE 0 TO SLOT-N
           MOVE CC-KEY8 TO PC-KEY8.
       FIND-SLOT-1.
           ADD 1 TO SLOT-N
           MOVE SLOT-N TO PC-KEY3
           MOVE PAYCUR-KEY TO HOLD-PCKEY
           READ PAYCUR
             INVALID
               GO TO FIND-SLOT-EXIT
           END-READ
           IF SLOT-N = 999
               DISPLAY CC-KEY8 " HAS 999 PAYCUR RECORDS."
               DISPLAY "CONTACT THE DATA CENTER"
               MOVE 0 TO SLOT-N
               GO TO FIND-SLOT-EXIT
           END-IF
           GO TO FIND-SLOT-1.
       FIND-SLOT-EXIT.
           EXIT.

       CLOSE-INV.
           IF CLIENT-OK = "N" OR INV-ADDED = 0
               GO TO CLOSE-INV-EXIT
           END-IF
           MOVE SPACE TO CLIPRT01
           WRITE CLIPRT01
           MOVE INV-ADDED-AMT TO NEF-11
           STRING "  " INV-ADDED " SERVICES, AMOUNT DUE " NEF-11
               DELIMITED BY SIZE INTO CLIPRT01
           WRITE CLIPRT01
           IF INV-NEW = "N"
               MOVE CI-AMOUNT TO NEF-11
               MOVE SPACE TO CLIPRT01
               STRING "  INVOICE TOTAL WITH EARLIER LINES " NEF-11
                   DELIMITED BY SIZE INTO CLIPRT01
               WRITE CLIPRT01
           END-IF
           MOVE SPACE TO CLIPRT01
           STRING "  PLEASE REMIT BY " CI-DUE " REFERENCING INVOICE "
               CI-CLIENT "-" CI-PERIOD
               DELIMITED BY SIZE INTO CLIPRT01
           WRITE CLIPRT01
           MOVE INV-ADDED-ADJ TO NEF-11
           DISPLAY "INVOICE " CI-CLIENT "-" CI-PERIOD " " INV-ADDED
               " LINES, CONTRACT ADJUSTMENT " NEF-11
           IF CI-STATUS = "P"
               MOVE "O" TO CI-STATUS
           END-IF
           IF INV-NEW = "Y"
               WRITE CLINV01
               ADD 1 TO CNT-INVOICES
           ELSE
               REWRITE CLINV01
           END-IF
           ADD INV-ADDED-AMT TO TOT-INVOICED.
       CLOSE-INV-EXIT.
           EXIT.

       P8.
           PERFORM CLOSE-INV THRU CLOSE-INV-EXIT.

       P9.
           MOVE TOT-INVOICED TO NEF-11
           DISPLAY "CLIENT INVOICE RUN HAS ENDED, " CNT-INVOICES
               " NEW INVOICES, " CNT-LINES " LINES FOR " NEF-11
               ", " CNT-HELD " LINES HELD".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR PAYCUR GARFILE PATFILE PROCRATE CLIENT
                 CLINV CLINVD CLIPRT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLCLI001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CNT-LINES TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

      *******  POSTING-PERIOD LOCK -- A MONTH BLPCL001 HAS CLOSED
      *******  TAKES NO MORE POSTINGS FROM THIS RUN.

       PERIOD-CHECK.
           MOVE "N" TO PERIOD-CLOSED
           OPEN INPUT PERCTL
           MOVE RUN-DATE(1:6) TO PE-PERIOD
           READ PERCTL
             INVALID
               CONTINUE
             NOT INVALID
               IF PE-STATUS = "C"
                   MOVE "Y" TO PERIOD-CLOSED
               END-IF
           END-READ
           CLOSE PERCTL.
       PERIOD-CHECK-EXIT.
           EXIT.
