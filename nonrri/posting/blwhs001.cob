      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-10 sw  new program - de-identified data warehouse
      *                extract.  the partners' reporting tool used to
      *                be fed raw CHARFILE and PAYCUR dumps, names and
      *                policy numbers and all.  once a month this
      *                writes WHSOUT, a comma-delimited file with one
      *                row per charge entered (CHARFILE) and per
      *                payment, adjustment, denial or reversal posted
      *                (PAYCUR) in the month, by entry date, so each
      *                month's file adds to the last.  guarantor,
      *                patient and claim are replaced by tokens made
      *                from a keyed one-way hash -- the same id always
      *                gives the same token as long as the PARMFILE key
      *                is kept, and nothing on the file leads back to
      *                the account.  birth dates go out only as an age
      *                band at the date of service and zip codes as
      *                the first three digits.  procedure, diagnoses,
      *                payer, place, referring and reading providers
      *                and dates of service are kept.  WHSRPT carries
      *                the control totals: every source record read,
      *                the month's records and dollars, and what was
      *                written, by row type.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLWHS001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT WHSOUT ASSIGN TO "S294" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT WHSRPT ASSIGN TO "S295" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  RECORD 1 THE MONTH (YYYYMM, BLANK = LAST MONTH),
      *******  RECORD 2 THE NINE-DIGIT TOKEN KEY.  THE KEY IS WHAT
      *******  MAKES THE TOKENS ONE-WAY -- IT IS KEPT OFF THE EXTRACT,
      *******  AND CHANGING IT BREAKS EVERY TOKEN ALREADY IN THE
      *******  WAREHOUSE, SO IT IS SET ONCE AND LEFT.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-PERIOD PIC X(6).
           02 FILLER PIC X(3).
       01  PARMFILE02.
           02 PM-TOKEN-KEY PIC X(9).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARFILE.
           COPY "charfile.cpy".

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

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

       FD  WHSOUT.
       01  WHSOUT01 PIC X(160).

       FD  WHSRPT.
       01  WHSRPT01 PIC X(90).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-DATE9 REDEFINES RUN-DATE.
           02 RUN-YYYY PIC 9(4).
           02 RUN-MM PIC 99.
           02 RUN-DD PIC 99.
       01  EXT-PERIOD PIC X(6).
       01  EXT-PERIOD9 REDEFINES EXT-PERIOD.
           02 EXT-YYYY PIC 9(4).
           02 EXT-MM PIC 99.
       01  TOKEN-KEY PIC 9(9) VALUE 0.

      *******  CONTROL TOTALS.  "READ" IS EVERY SOURCE RECORD, "IN
      *******  MONTH" WHAT FELL IN THE MONTH BY ENTRY DATE, AND EACH
      *******  ROW TYPE'S COUNT AND DOLLARS ADD BACK UP TO IT.
       01  CHG-READ PIC 9(7) VALUE 0.
       01  CHG-MONTH PIC 9(7) VALUE 0.
       01  CHG-MONTH-AMT PIC S9(9)V99 VALUE 0.
       01  PAY-READ PIC 9(7) VALUE 0.
       01  PAY-MONTH PIC 9(7) VALUE 0.
       01  PAY-MONTH-AMT PIC S9(9)V99 VALUE 0.
       01  ROW-TAB01.
           02 ROW-ENT OCCURS 6 TIMES.
              03 RW-TYPE PIC XXX.
              03 RW-COUNT PIC 9(7).
              03 RW-AMT PIC S9(9)V99.
       01  RX PIC 9.
       01  ROW-TOTAL PIC 9(7) VALUE 0.
       01  NO-DEMO PIC 9(7) VALUE 0.

      *******  THE ROW BEING BUILT.
       01  ROW-TYPE PIC XXX.
       01  ROW-GAR-TOK PIC X(11).
       01  ROW-PAT-TOK PIC X(11).
       01  ROW-CLM-TOK PIC X(11).
       01  ROW-AGE PIC X(5).
       01  ROW-ZIP3 PIC XXX.
       01  ROW-AMT PIC +9(6).99.
       01  ROW-DENIAL PIC XX.

      *******  KEYED ONE-WAY TOKEN: A POLYNOMIAL HASH OF THE ID TAKEN
      *******  MODULO THE LARGEST TEN-DIGIT PRIME, SEEDED AND FINISHED
      *******  WITH THE PARMFILE KEY.
       01  TOK-IN PIC X(15).
       01  TOK-OUT.
           02 TOK-T PIC X VALUE "T".
           02 TOK-N PIC 9(10).
       01  TOK-H PIC 9(10).
       01  TOK-W PIC 9(15).
       01  TOK-Q PIC 9(15).
       01  TOK-X PIC 99.
       01  TOK-PRIME PIC 9(10) VALUE 9999999967.

      *******  AGE AT THE DATE OF SERVICE.
       01  DOB-X PIC X(8).
       01  DOB-9 REDEFINES DOB-X.
           02 DOB-YYYY PIC 9(4).
           02 DOB-MMDD PIC 9(4).
       01  DOS-X PIC X(8).
       01  DOS-9 REDEFINES DOS-X.
           02 DOS-YYYY PIC 9(4).
           02 DOS-MMDD PIC 9(4).
       01  AGE-YRS PIC S9(4).
       01  ZIP-X PIC X(9).

       01  NEF-CNT PIC Z,ZZZ,ZZ9.
       01  NEF-AMT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT PARMFILE GARFILE CHARFILE PATFILE PAYCUR.
           OPEN OUTPUT WHSOUT WHSRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "CHG" TO RW-TYPE(1)
           MOVE "PAY" TO RW-TYPE(2)
           MOVE "INS" TO RW-TYPE(3)
           MOVE "ADJ" TO RW-TYPE(4)
           MOVE "DEN" TO RW-TYPE(5)
           MOVE "REV" TO RW-TYPE(6)
           MOVE 0 TO RX.
       0005-CLEAR.
           ADD 1 TO RX
           MOVE 0 TO RW-COUNT(RX) RW-AMT(RX)
           IF RX < 6
               GO TO 0005-CLEAR
           END-IF.

           MOVE SPACE TO EXT-PERIOD
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PM-PERIOD TO EXT-PERIOD
               READ PARMFILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PM-TOKEN-KEY NUMERIC
                       MOVE PM-TOKEN-KEY TO TOKEN-KEY
                   END-IF
               END-READ
           END-READ.
           IF EXT-PERIOD = SPACE
               IF RUN-MM = 1
                   COMPUTE EXT-YYYY = RUN-YYYY - 1
                   MOVE 12 TO EXT-MM
               ELSE
                   MOVE RUN-YYYY TO EXT-YYYY
                   COMPUTE EXT-MM = RUN-MM - 1
               END-IF
           END-IF.
           IF EXT-PERIOD NOT NUMERIC
               DISPLAY "EXTRACT MONTH " EXT-PERIOD " NOT YYYYMM, NO RUN"
               GO TO P9
           END-IF.
           IF TOKEN-KEY = 0
               DISPLAY "NO TOKEN KEY ON PARMFILE, NO RUN"
               GO TO P9
           END-IF.

           MOVE SPACE TO WHSOUT01
           STRING "ROW_TYPE,CLAIM_TOKEN,GUARANTOR_TOKEN,PATIENT_TOKEN,"
               "AGE_BAND,ZIP3,SERVICE_DATE,ENTRY_DATE,PROCEDURE,"
               "MODIFIER,DIAG1,DIAG2,DIAG3,PAYER,LOCATION,"
               "REFERRING,READING,AMOUNT,DENIAL"
               DELIMITED BY SIZE INTO WHSOUT01
           WRITE WHSOUT01.

      *******  PASS 1 -- CHARGES ENTERED IN THE MONTH.

       P1.
           MOVE LOW-VALUE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P2
           END-START.
       P1-1.
           READ CHARFILE NEXT
             AT END
               GO TO P2
           END-READ
           ADD 1 TO CHG-READ
           IF CD-DATE-E(1:6) NOT = EXT-PERIOD
               GO TO P1-1
           END-IF
           ADD 1 TO CHG-MONTH
           ADD CD-AMOUNT TO CHG-MONTH-AMT

           MOVE SPACE TO TOK-IN
           STRING "G" CD-KEY8 DELIMITED BY SIZE INTO TOK-IN
           PERFORM TOKEN-MAKE THRU TOKEN-MAKE-EXIT
           MOVE TOK-OUT TO ROW-GAR-TOK
           MOVE SPACE TO TOK-IN
           STRING "P" CD-PATID DELIMITED BY SIZE INTO TOK-IN
           PERFORM TOKEN-MAKE THRU TOKEN-MAKE-EXIT
           MOVE TOK-OUT TO ROW-PAT-TOK
           MOVE SPACE TO TOK-IN
           STRING "C" CD-KEY8 CD-CLAIM DELIMITED BY SIZE INTO TOK-IN
           PERFORM TOKEN-MAKE THRU TOKEN-MAKE-EXIT
           MOVE TOK-OUT TO ROW-CLM-TOK

           PERFORM DEMOGRAPHICS THRU DEMOGRAPHICS-EXIT
           MOVE CD-AMOUNT TO ROW-AMT
           MOVE 1 TO RX
           ADD 1 TO RW-COUNT(RX)
           ADD CD-AMOUNT TO RW-AMT(RX)

           MOVE SPACE TO WHSOUT01
           STRING "CHG," ROW-CLM-TOK "," ROW-GAR-TOK "," ROW-PAT-TOK
               "," DELIMITED BY SIZE
               ROW-AGE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               ROW-ZIP3 DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DATE-T DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DATE-E DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-PROC1 DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-MOD2 DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DIAG DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DX2 DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DX3 DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-PAYCODE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-PLACE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DOCR DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CD-DOCP DELIMITED BY SPACE
               "," ROW-AMT "," DELIMITED BY SIZE
               INTO WHSOUT01
           WRITE WHSOUT01
           GO TO P1-1.

      *******  PASS 2 -- PAYCUR ENTRIES POSTED IN THE MONTH, SORTED
      *******  INTO ROW TYPES BY THE SAME RULES BLJRN001 JOURNALS
      *******  THEM: REVRSL BATCH A REVERSAL, A PATIENT PAYCODE A
      *******  PATIENT PAYMENT, A BLANK OR PAID (DD/07/08) DENIAL CODE
      *******  AN INSURANCE PAYMENT.  ANY OTHER CODE IS AN ADJUSTMENT
      *******  WHEN IT MOVES MONEY AND A DENIAL WHEN IT DOES NOT.
      *******  A PAYMENT IS A CLAIM-LEVEL ENTRY, SO IT CARRIES THE
      *******  CLAIM AND GUARANTOR TOKENS AND JOINS TO ITS CHARGES
      *******  THAT WAY; IT HAS NO PATIENT OR DEMOGRAPHICS OF ITS OWN.

       P2.
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ PAYCUR NEXT
             AT END
               GO TO P3
           END-READ
           ADD 1 TO PAY-READ
           IF PC-DATE-E(1:6) NOT = EXT-PERIOD
               GO TO P2-1
           END-IF
           ADD 1 TO PAY-MONTH
           ADD PC-AMOUNT TO PAY-MONTH-AMT

           MOVE SPACE TO ROW-DENIAL
           IF PC-BATCH = "REVRSL"
               MOVE 6 TO RX
               GO TO P2-2
           END-IF
           IF PC-PAYCODE = "001"
               OR PC-PAYCODE > "009" AND < "021"
               MOVE 2 TO RX
               GO TO P2-2
           END-IF
           MOVE PC-DENIAL TO ROW-DENIAL
           IF PC-DENIAL = SPACE OR "DD" OR "07" OR "08"
               MOVE 3 TO RX
               GO TO P2-2
           END-IF
           IF PC-AMOUNT = 0
               MOVE 5 TO RX
           ELSE
               MOVE 4 TO RX
           END-IF.
       P2-2.
           MOVE RW-TYPE(RX) TO ROW-TYPE
           ADD 1 TO RW-COUNT(RX)
           ADD PC-AMOUNT TO RW-AMT(RX)
           MOVE SPACE TO TOK-IN
           STRING "G" PC-KEY8 DELIMITED BY SIZE INTO TOK-IN
           PERFORM TOKEN-MAKE THRU TOKEN-MAKE-EXIT
           MOVE TOK-OUT TO ROW-GAR-TOK
           MOVE SPACE TO TOK-IN
           STRING "C" PC-KEY8 PC-CLAIM DELIMITED BY SIZE INTO TOK-IN
           PERFORM TOKEN-MAKE THRU TOKEN-MAKE-EXIT
           MOVE TOK-OUT TO ROW-CLM-TOK
           MOVE PC-AMOUNT TO ROW-AMT

           MOVE SPACE TO WHSOUT01
           STRING ROW-TYPE "," ROW-CLM-TOK "," ROW-GAR-TOK ",,,,"
               DELIMITED BY SIZE
               PC-DATE-T DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-DATE-E DELIMITED BY SPACE
               ",,,,,," DELIMITED BY SIZE
               PC-PAYCODE DELIMITED BY SPACE
               ",,,," ROW-AMT "," DELIMITED BY SIZE
               ROW-DENIAL DELIMITED BY SPACE
               INTO WHSOUT01
           WRITE WHSOUT01
           GO TO P2-1.

      *******  CONTROL TOTALS.

       P3.
           MOVE SPACE TO WHSRPT01
           STRING "DATA WAREHOUSE EXTRACT FOR " EXT-PERIOD
               " RUN " RUN-DATE
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           MOVE SPACE TO WHSRPT01
           WRITE WHSRPT01
           MOVE CHG-READ TO NEF-CNT
           MOVE SPACE TO WHSRPT01
           STRING "CHARFILE RECORDS READ      " NEF-CNT
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           MOVE CHG-MONTH TO NEF-CNT
           MOVE CHG-MONTH-AMT TO NEF-AMT
           MOVE SPACE TO WHSRPT01
           STRING "CHARFILE ENTERED IN MONTH  " NEF-CNT " " NEF-AMT
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           MOVE PAY-READ TO NEF-CNT
           MOVE SPACE TO WHSRPT01
           STRING "PAYCUR RECORDS READ        " NEF-CNT
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           MOVE PAY-MONTH TO NEF-CNT
           MOVE PAY-MONTH-AMT TO NEF-AMT
           MOVE SPACE TO WHSRPT01
           STRING "PAYCUR POSTED IN MONTH     " NEF-CNT " " NEF-AMT
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           MOVE SPACE TO WHSRPT01
           WRITE WHSRPT01
           MOVE 0 TO RX.
       P3-1.
           ADD 1 TO RX
           IF RX > 6
               GO TO P3-2
           END-IF
           ADD RW-COUNT(RX) TO ROW-TOTAL
           MOVE RW-COUNT(RX) TO NEF-CNT
           MOVE RW-AMT(RX) TO NEF-AMT
           MOVE SPACE TO WHSRPT01
           STRING "ROWS WRITTEN " RW-TYPE(RX) "            " NEF-CNT
               " " NEF-AMT
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           GO TO P3-1.
       P3-2.
           MOVE ROW-TOTAL TO NEF-CNT
           MOVE SPACE TO WHSRPT01
           STRING "ROWS WRITTEN TOTAL         " NEF-CNT
               " (PLUS ONE HEADER ROW)"
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01
           MOVE NO-DEMO TO NEF-CNT
           MOVE SPACE TO WHSRPT01
           STRING "CHARGES WITH NO AGE/ZIP    " NEF-CNT
               DELIMITED BY SIZE INTO WHSRPT01
           WRITE WHSRPT01.

       P9.
           DISPLAY "DATA WAREHOUSE EXTRACT HAS ENDED, " ROW-TOTAL
               " ROWS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PARMFILE GARFILE CHARFILE PATFILE PAYCUR WHSOUT
               WHSRPT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLWHS001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE ROW-TOTAL TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

      *******  THE PATIENT'S AGE BAND AT THE DATE OF SERVICE AND THE
      *******  ACCOUNT'S THREE-DIGIT ZIP.  A PATIENT WHO IS THE
      *******  GUARANTOR HAS THEIR BIRTH DATE ON GARFILE; ANYONE ELSE
      *******  ON PATFILE.  THE TOP BAND IS OPEN SO NO AGE OVER 89
      *******  EVER GOES OUT.

       DEMOGRAPHICS.
           MOVE SPACE TO ROW-AGE ROW-ZIP3 DOB-X ZIP-X
           MOVE CD-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO NO-DEMO
               GO TO DEMOGRAPHICS-EXIT
           END-READ
           MOVE G-ZIP TO ZIP-X
           IF CD-PATID = CD-KEY8
               MOVE G-DOB TO DOB-X
           ELSE
               MOVE CD-PATID TO P-PATNO
               READ PATFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE P-DOB TO DOB-X
               END-READ
           END-IF
           IF ZIP-X(1:3) NUMERIC
               MOVE ZIP-X(1:3) TO ROW-ZIP3
           END-IF
           MOVE CD-DATE-T TO DOS-X
           IF DOB-X NOT NUMERIC OR DOS-X NOT NUMERIC
               ADD 1 TO NO-DEMO
               GO TO DEMOGRAPHICS-EXIT
           END-IF
           COMPUTE AGE-YRS = DOS-YYYY - DOB-YYYY
           IF DOS-MMDD < DOB-MMDD
               SUBTRACT 1 FROM AGE-YRS
           END-IF
           IF AGE-YRS < 0
               ADD 1 TO NO-DEMO
               GO TO DEMOGRAPHICS-EXIT
           END-IF
           MOVE "85+" TO ROW-AGE
           IF AGE-YRS < 85 MOVE "75-84" TO ROW-AGE.
           IF AGE-YRS < 75 MOVE "65-74" TO ROW-AGE.
           IF AGE-YRS < 65 MOVE "50-64" TO ROW-AGE.
           IF AGE-YRS < 50 MOVE "35-49" TO ROW-AGE.
           IF AGE-YRS < 35 MOVE "18-34" TO ROW-AGE.
           IF AGE-YRS < 18 MOVE "00-17" TO ROW-AGE.
       DEMOGRAPHICS-EXIT.
           EXIT.

       TOKEN-MAKE.
           MOVE TOKEN-KEY TO TOK-H
           MOVE 0 TO TOK-X.
       TOKEN-MAKE-1.
           ADD 1 TO TOK-X
           IF TOK-X > 15
               GO TO TOKEN-MAKE-2
           END-IF
           COMPUTE TOK-W = TOK-H * 131
               + FUNCTION ORD(TOK-IN(TOK-X:1))
           DIVIDE TOK-W BY TOK-PRIME GIVING TOK-Q REMAINDER TOK-H
           GO TO TOKEN-MAKE-1.
       TOKEN-MAKE-2.
           COMPUTE TOK-W = TOK-H * 257 + TOKEN-KEY
           DIVIDE TOK-W BY TOK-PRIME GIVING TOK-Q REMAINDER TOK-H
           MOVE TOK-H TO TOK-N.
       TOKEN-MAKE-EXIT.
           EXIT.
