      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-15 sw  new program - order-to-cash turnaround and
      *                charge lag.  for the PARMFILE month (default:
      *                last month) it times every charge line through
      *                four legs -- order to service (ORDFILE's
      *                C-DATE-E to the date of service), service to
      *                charge entry (CD-DATE-T to CD-DATE-E), charge
      *                to first bill (CD-DATE-E to the claim's first
      *                CCNLOG submission) and bill to first payment
      *                (to the first cash posting on PAYCUR or
      *                PAYHIST) -- and prints the median and 90th
      *                percentile days for each leg, overall and by
      *                location, modality (PROC-TYPE), reading
      *                provider (CD-DOCP) and payer, with the worst
      *                outliers of each leg, so a slow month can be
      *                pinned on the reads, the coding desk or the
      *                payers.
      * 2026-10-15 sw  the breakdown rows are cleared as FIND-DIM takes
      *                them and the outlier table by CLEAR-OUT, rather
      *                than by INITIALIZE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLTAT001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT PAYHIST ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYHIST-KEY
           LOCK MODE MANUAL.
           SELECT ORDFILE ASSIGN TO "S314" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ORDNO
           ALTERNATE RECORD KEY IS C-DATE-E WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT DOCFILE ASSIGN TO "S100" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY
           LOCK MODE MANUAL.
           SELECT LOCFILE ASSIGN TO "S145" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LOC-KEY
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT CCNLOG ASSIGN TO "S151" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT BILWORK ASSIGN TO "S315" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS BW-KEY
           LOCK MODE MANUAL.
           SELECT TATRPT ASSIGN TO "S316" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-PERIOD PIC X(6).

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

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

       FD  ORDFILE.
           COPY "ordfile.cpy".

       FD  PROCFILE
           DATA RECORD IS PROCFILE01.
           COPY "procfile.cpy".

       FD  DOCFILE.
       01  DOCFILE01.
           02 DOC-KEY.
             03 DOC-INS PIC XXX.
             03 DOC-NUM PIC XX.
           02 DOC-FEDID PIC X(14).
           02 DOC-PVNUM PIC X(14).
           02 DOC-UPIN PIC X(6).
           02 DOC-NPI PIC X(10).
           02 DOC-IND PIC X.
           02 DOC-GROUP PIC X(14).
           02 DOC-NPIGROUP PIC X(10).
           02 DOC-NAME PIC X(24).
           02 DOC-GROUPNAME PIC X(29).
           02 DOC-SSNUM PIC X(9).
           02 DOC-TAXONOMY PIC X(10).
           02 DOC-NEIC PIC X(5).
           02 DOC-TAXGROUP PIC X(10).
           02 DOC-FUTURE PIC X(15).

       FD  LOCFILE.
       01  LOCFILE01.
           02 LOC-KEY PIC X(4).
           02 LOC-NAME PIC X(24).

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

       FD  CCNLOG.
       01  CCNLOG01.
           02 CL-CCN PIC 9(9).
           02 FILLER PIC X.
           02 CL-DATE PIC X(8).
           02 FILLER PIC X.
           02 CL-GARNO PIC X(8).
           02 FILLER PIC X.
           02 CL-PATID PIC X(8).
           02 FILLER PIC X.
           02 CL-CLAIM PIC X(6).

      *******  THE RUN'S OWN SCRATCH FILE: EACH CLAIM'S FIRST CCNLOG
      *******  SUBMISSION DATE.  CC-DATE-A MOVES EVERY TIME A CLAIM IS
      *******  BILLED AGAIN (CORRECTED, CROSSED OVER TO A SECONDARY),
      *******  SO IT CANNOT SAY WHEN THE CLAIM FIRST WENT OUT.
       FD  BILWORK.
       01  BILWORK01.
           02 BW-KEY.
             03 BW-KEY8 PIC X(8).
             03 BW-CLAIM PIC X(6).
           02 BW-DATE PIC X(8).

       FD  TATRPT.
       01  TATRPT01 PIC X(132).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  PERIOD PIC X(6).
       01  PER6 PIC 9(6).
       01  PER-X REDEFINES PER6.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.
       01  PER-END PIC X(8).
       01  PER-START8 PIC 9(8).
       01  PER-START-INT PIC S9(7).
       01  LOOKBACK-INT PIC S9(7).
       01  LINE-COUNT PIC 9(7) VALUE 0.
       01  READ-COUNT PIC 9(7) VALUE 0.
       01  NOORD-COUNT PIC 9(7) VALUE 0.
       01  SELF-PAY PIC X.
       01  DIM-DONE PIC X.
       01  LINE-TIMED PIC X.
       01  ORDER-FOUND PIC X.
       01  BILL8 PIC X(8).
       01  PAY8 PIC X(8).
       01  LINE-PAYCODE PIC XXX.
       01  LINE-TYPE PIC X.

      *******  DAYS BETWEEN TWO YYYYMMDD DATES.
       01  FROM8 PIC 9(8).
       01  FROM-X REDEFINES FROM8.
           02 FROM-YYYY PIC 9(4).
           02 FROM-MM PIC 99.
           02 FROM-DD PIC 99.
       01  TO8 PIC 9(8).
       01  TO-X REDEFINES TO8.
           02 TO-YYYY PIC 9(4).
           02 TO-MM PIC 99.
           02 TO-DD PIC 99.
       01  LEG-DAYS PIC S9(5).
       01  DATE-OK PIC X.
       01  LEG PIC 9.

      *******  THE FOUR LEGS.
       01  LEG-NAMES.
           02 FILLER PIC X(22) VALUE "ORDER TO SERVICE".
           02 FILLER PIC X(22) VALUE "SERVICE TO CHARGE".
           02 FILLER PIC X(22) VALUE "CHARGE TO FIRST BILL".
           02 FILLER PIC X(22) VALUE "BILL TO FIRST PAYMENT".
       01  LEG-NAME-X REDEFINES LEG-NAMES.
           02 LEG-NAME PIC X(22) OCCURS 4 TIMES.
       01  LEG-COLS PIC X(17) VALUE "  LINES  MED  P90".
       01  LEG-ERR-TAB.
           02 LEG-ERR PIC 9(7) OCCURS 4 TIMES VALUE 0.

      *******  ONE ROW PER LOCATION, MODALITY, READER AND PAYER, AND
      *******  ROW 1 FOR THE WHOLE PRACTICE.  EACH LEG KEEPS A COUNT OF
      *******  LINES BY WHOLE DAYS, 0 THROUGH 364 AND A LAST BUCKET FOR
      *******  365 OR MORE -- THE MEDIAN AND 90TH PERCENTILE ARE READ
      *******  STRAIGHT OFF THE RUNNING COUNT, WITH NO SORT.
      *******  DT-KIND:  "T" TOTAL  "L" LOCATION  "M" MODALITY
      *******            "R" READING PROVIDER  "P" PAYER
       01  DIM-TAB01.
           02 DIM-ENT OCCURS 200 TIMES.
              03 DT-KIND PIC X.
              03 DT-CODE PIC XXX.
              03 DT-LEG OCCURS 4 TIMES.
                 04 DT-N PIC 9(5).
                 04 DT-HIST PIC 9(5) OCCURS 366 TIMES.
       01  DIM-NDX PIC 999 VALUE 0.
       01  DX PIC 999.
       01  PX PIC 999.
       01  BX PIC 999.
       01  IX PIC 9.
       01  LX PIC 9.
       01  HX PIC 999.
       01  DIM-ROWS.
           02 DIM-IX PIC 999 OCCURS 5 TIMES.
       01  WORK-KIND PIC X.
       01  WORK-CODE PIC XXX.
       01  SECT-KIND PIC X.
       01  SECT-TITLE PIC X(30).
       01  CUM PIC 9(7).
       01  T50 PIC 9(7).
       01  T90 PIC 9(7).
       01  MED-TXT PIC X(4).
       01  P90-TXT PIC X(4).
       01  NAME-WORK PIC X(20).

      *******  THE TEN WORST LINES OF EACH LEG, LONGEST FIRST.
       01  OUT-TAB01.
           02 OUT-LEG OCCURS 4 TIMES.
              03 OUT-ENT OCCURS 10 TIMES.
                 04 OT-DAYS PIC 9(5).
                 04 OT-KEY PIC X(11).
                 04 OT-CLAIM PIC X(6).
                 04 OT-PROC PIC X(7).
                 04 OT-FROM PIC X(8).
                 04 OT-TO PIC X(8).
                 04 OT-PLACE PIC X.
                 04 OT-TYPE PIC X.
                 04 OT-DOCP PIC XX.
                 04 OT-PAYCODE PIC XXX.
       01  OX PIC 99.
       01  RPT-COL PIC 999.
       01  OX-1 PIC 99.
       01  HOLD-FROM PIC X(8).
       01  HOLD-TO PIC X(8).

      *******  THE CASH POSTINGS ON THE CLAIM IN HAND, OFF PAYCUR AND
      *******  PAYHIST, LOADED ONCE PER CLAIM.
       01  CACHE-KEY8 PIC X(8) VALUE SPACE.
       01  CACHE-CLAIM PIC X(6) VALUE SPACE.
       01  PAY-TAB01.
           02 PAY-ENT OCCURS 100 TIMES.
              03 PT-DATE PIC X(8).
              03 PT-SELF PIC X.
       01  PAY-NDX PIC 999 VALUE 0.
       01  YX PIC 999.

       01  NEF-CNT PIC ZZZ,ZZ9.
       01  NEF-DAY PIC ZZZ9.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CHARFILE CHARCUR PAYCUR PAYHIST ORDFILE
               PROCFILE DOCFILE LOCFILE INSFILE CCNLOG.
           OPEN OUTPUT BILWORK.
           CLOSE BILWORK.
           OPEN I-O BILWORK.
           OPEN OUTPUT TATRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE(1:6) TO PER6
           IF PER-MM = 1
               SUBTRACT 1 FROM PER-YYYY
               MOVE 12 TO PER-MM
           ELSE
               SUBTRACT 1 FROM PER-MM
           END-IF
           MOVE PER6 TO PERIOD
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PM-PERIOD NUMERIC
                   MOVE PM-PERIOD TO PERIOD
               END-IF
           END-READ
           CLOSE PARMFILE.

      *******  A LINE ENTERED MORE THAN A YEAR BEFORE THE MONTH CAN
      *******  STILL FINISH A LEG IN IT, BUT ONLY AS A 365-PLUS -- THE
      *******  RUN DOES NOT WALK PAYMENTS FOR EVERY CHARGE EVER MADE.

           MOVE PERIOD TO PER-END(1:6)
           MOVE "31" TO PER-END(7:2)
           MOVE PERIOD TO PER6
           COMPUTE PER-START8 = (PER6 * 100) + 1
           COMPUTE PER-START-INT = FUNCTION INTEGER-OF-DATE(PER-START8)
           COMPUTE LOOKBACK-INT = PER-START-INT - 365
           PERFORM CLEAR-OUT THRU CLEAR-OUT-EXIT
               VARYING LEG FROM 1 BY 1 UNTIL LEG > 4
               AFTER OX FROM 1 BY 1 UNTIL OX > 10
           MOVE 1 TO DIM-NDX
           MOVE 1 TO DX
           PERFORM CLEAR-DIM THRU CLEAR-DIM-EXIT
           MOVE "T" TO DT-KIND(1)
           MOVE SPACE TO DT-CODE(1)

           MOVE SPACE TO TATRPT01
           STRING "ORDER-TO-CASH TURNAROUND FOR " PERIOD
               " RUN " RUN-DATE
               DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           STRING "EACH LEG COUNTED IN THE MONTH IT FINISHES; DAYS ARE"
               " CALENDAR DAYS, MEDIAN AND 90TH PERCENTILE"
               DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01.

      *******  PASS 1 -- EACH CLAIM'S FIRST SUBMISSION OFF CCNLOG.

       P1.
           READ CCNLOG
             AT END
               GO TO P2
           END-READ
           IF CL-DATE NOT NUMERIC OR CL-GARNO = SPACE
               GO TO P1
           END-IF
           MOVE CL-GARNO TO BW-KEY8
           MOVE CL-CLAIM TO BW-CLAIM
           READ BILWORK
             INVALID
               MOVE CL-DATE TO BW-DATE
               WRITE BILWORK01
             NOT INVALID
               IF CL-DATE < BW-DATE
                   MOVE CL-DATE TO BW-DATE
                   REWRITE BILWORK01
               END-IF
           END-READ
           GO TO P1.

      *******  PASS 2 -- TIME EVERY CHARGE LINE ON THE CHARGE MASTER.
      *******  CREDIT AND VOIDED LINES ARE NOT STUDIES AND ARE LEFT
      *******  OUT.

       P2.
           MOVE SPACE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ CHARFILE NEXT
             AT END
               GO TO P3
           END-READ
           ADD 1 TO READ-COUNT
           IF CD-AMOUNT NOT > 0 OR CD-ADJ-REASON = "VOD"
               GO TO P2-1
           END-IF
           IF CD-DATE-E NOT NUMERIC OR CD-DATE-E > PER-END
               OR CD-DATE-T NOT NUMERIC
               GO TO P2-1
           END-IF
           MOVE CD-DATE-E TO FROM8
           MOVE CD-DATE-E TO TO8
           PERFORM DAYS-BETWEEN THRU DAYS-BETWEEN-EXIT
           IF DATE-OK = "N"
               GO TO P2-1
           END-IF
           IF FUNCTION INTEGER-OF-DATE(FROM8) < LOOKBACK-INT
               GO TO P2-1
           END-IF
           PERFORM TIME-LINE THRU TIME-LINE-EXIT
           IF LINE-TIMED = "Y"
               ADD 1 TO LINE-COUNT
           END-IF
           GO TO P2-1.

       TIME-LINE.
           MOVE "N" TO DIM-DONE LINE-TIMED
           MOVE CD-PAYCODE TO LINE-PAYCODE
           MOVE "N" TO SELF-PAY
           IF CD-PAYCODE = "001"
               OR CD-PAYCODE > "009" AND < "021"
               MOVE "Y" TO SELF-PAY
           END-IF

      *******  LEG 1 -- ORDER TO SERVICE, FOR A STUDY DONE IN THE
      *******  MONTH.  THE ORDER IS MATCHED THE WAY RRI246 MATCHES IT:
      *******  SAME ACCOUNT, PROCEDURE AND DATE OF SERVICE.

           IF CD-DATE-T(1:6) = PERIOD
               PERFORM FIND-ORDER THRU FIND-ORDER-EXIT
               IF ORDER-FOUND = "Y"
                   MOVE 1 TO LEG
                   MOVE C-DATE-E TO HOLD-FROM
                   MOVE CD-DATE-T TO HOLD-TO
                   PERFORM POST-LEG THRU POST-LEG-EXIT
               ELSE
                   ADD 1 TO NOORD-COUNT
               END-IF
           END-IF

      *******  LEG 2 -- SERVICE TO CHARGE ENTRY: THE READ AND THE
      *******  CODING DESK.

           IF CD-DATE-E(1:6) = PERIOD
               MOVE 2 TO LEG
               MOVE CD-DATE-T TO HOLD-FROM
               MOVE CD-DATE-E TO HOLD-TO
               PERFORM POST-LEG THRU POST-LEG-EXIT
           END-IF

      *******  LEG 3 -- CHARGE TO FIRST BILL.  A LINE ADDED TO A CLAIM
      *******  AFTER THE CLAIM FIRST WENT OUT (A LATE CHARGE) TAKES ITS
      *******  OWN BILLED DATE OFF CHARCUR INSTEAD.

           PERFORM FIND-BILL THRU FIND-BILL-EXIT
           IF BILL8 = SPACE
               GO TO TIME-LINE-EXIT
           END-IF
           IF BILL8(1:6) = PERIOD
               MOVE 3 TO LEG
               MOVE CD-DATE-E TO HOLD-FROM
               MOVE BILL8 TO HOLD-TO
               PERFORM POST-LEG THRU POST-LEG-EXIT
           END-IF

      *******  LEG 4 -- BILL TO FIRST PAYMENT: THE PAYER'S LEG.

           IF BILL8 > PER-END
               GO TO TIME-LINE-EXIT
           END-IF
           PERFORM FIND-PAY THRU FIND-PAY-EXIT
           IF PAY8 NOT = SPACE AND PAY8(1:6) = PERIOD
               MOVE 4 TO LEG
               MOVE BILL8 TO HOLD-FROM
               MOVE PAY8 TO HOLD-TO
               PERFORM POST-LEG THRU POST-LEG-EXIT
           END-IF.
       TIME-LINE-EXIT.
           EXIT.

       FIND-ORDER.
           MOVE "N" TO ORDER-FOUND
           MOVE CD-KEY8 TO ORD8
           MOVE SPACE TO ORD3
           START ORDFILE KEY NOT < ORDNO
             INVALID
               GO TO FIND-ORDER-EXIT
           END-START.
       FIND-ORDER-1.
           READ ORDFILE NEXT
             AT END
               GO TO FIND-ORDER-EXIT
           END-READ
           IF ORD8 NOT = CD-KEY8
               GO TO FIND-ORDER-EXIT
           END-IF
           IF C-DATE-T = CD-DATE-T AND C-PROC = CD-PROC1(1:5)
               AND C-DATE-E NUMERIC
               MOVE "Y" TO ORDER-FOUND
               GO TO FIND-ORDER-EXIT
           END-IF
           GO TO FIND-ORDER-1.
       FIND-ORDER-EXIT.
           EXIT.

      *******  THE LINE'S FIRST BILLED DATE: THE CLAIM'S FIRST CCNLOG
      *******  SUBMISSION, UNLESS THE LINE WAS ENTERED AFTER IT -- THEN
      *******  THE LINE'S OWN CC-DATE-A.  A LINE NO LONGER ON CHARCUR
      *******  (ARCHIVED) STILL HAS ITS CCNLOG DATE.

       FIND-BILL.
           MOVE SPACE TO BILL8
           MOVE CHARFILE-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               MOVE SPACE TO CC-DATE-A
           END-READ
           IF CC-DATE-A NUMERIC AND CC-DATE-A NOT = "00000000"
               MOVE CC-DATE-A TO BILL8
           END-IF
           MOVE CD-KEY8 TO BW-KEY8
           MOVE CD-CLAIM TO BW-CLAIM
           READ BILWORK
             INVALID
               GO TO FIND-BILL-EXIT
           END-READ
           IF BW-DATE < CD-DATE-E
               GO TO FIND-BILL-EXIT
           END-IF
           IF BILL8 = SPACE OR BW-DATE < BILL8
               MOVE BW-DATE TO BILL8
           END-IF.
       FIND-BILL-EXIT.
           EXIT.

      *******  THE FIRST CASH POSTING ON THE CLAIM ON OR AFTER THE
      *******  BILL -- CASH COUNTED THE WAY BLLDG001 COUNTS IT.  FOR
      *******  AN INSURANCE LINE A PATIENT'S OWN PAYMENT IS NOT THE
      *******  PAYER PAYING.

       FIND-PAY.
           MOVE SPACE TO PAY8
           IF CD-KEY8 NOT = CACHE-KEY8 OR CD-CLAIM NOT = CACHE-CLAIM
               PERFORM LOAD-PAY THRU LOAD-PAY-EXIT
           END-IF
           MOVE 1 TO YX.
       FIND-PAY-1.
           IF YX > PAY-NDX GO TO FIND-PAY-EXIT.
           IF PT-DATE(YX) NOT < BILL8
               AND (SELF-PAY = "Y" OR PT-SELF(YX) = "N")
               IF PAY8 = SPACE OR PT-DATE(YX) < PAY8
                   MOVE PT-DATE(YX) TO PAY8
               END-IF
           END-IF
           ADD 1 TO YX
           GO TO FIND-PAY-1.
       FIND-PAY-EXIT.
           EXIT.

       LOAD-PAY.
           MOVE CD-KEY8 TO CACHE-KEY8
           MOVE CD-CLAIM TO CACHE-CLAIM
           MOVE 0 TO PAY-NDX
           MOVE CD-KEY8 TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO LOAD-PAY-2
           END-START.
       LOAD-PAY-1.
           READ PAYCUR NEXT
             AT END
               GO TO LOAD-PAY-2
           END-READ
           IF PC-KEY8 NOT = CD-KEY8
               GO TO LOAD-PAY-2
           END-IF
           IF PC-CLAIM = CD-CLAIM AND PC-AMOUNT < 0
               AND PC-DATE-E NUMERIC
               AND (PC-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14")
               MOVE PC-DATE-E TO HOLD-TO
               MOVE PC-PAYCODE TO WORK-CODE
               PERFORM LOAD-PAY-ADD THRU LOAD-PAY-ADD-EXIT
           END-IF
           GO TO LOAD-PAY-1.
       LOAD-PAY-2.
           MOVE CD-KEY8 TO PH-KEY8
           MOVE "000" TO PH-KEY3
           START PAYHIST KEY > PAYHIST-KEY
             INVALID
               GO TO LOAD-PAY-EXIT
           END-START.
       LOAD-PAY-3.
           READ PAYHIST NEXT
             AT END
               GO TO LOAD-PAY-EXIT
           END-READ
           IF PH-KEY8 NOT = CD-KEY8
               GO TO LOAD-PAY-EXIT
           END-IF
           IF PH-CLAIM = CD-CLAIM AND PH-AMOUNT < 0
               AND PH-DATE-E NUMERIC
               AND (PH-DENIAL = SPACE OR "DD" OR "07" OR "08" OR "14")
               MOVE PH-DATE-E TO HOLD-TO
               MOVE PH-PAYCODE TO WORK-CODE
               PERFORM LOAD-PAY-ADD THRU LOAD-PAY-ADD-EXIT
           END-IF
           GO TO LOAD-PAY-3.
       LOAD-PAY-EXIT.
           EXIT.

       LOAD-PAY-ADD.
           IF PAY-NDX = 100
               GO TO LOAD-PAY-ADD-EXIT
           END-IF
           ADD 1 TO PAY-NDX
           MOVE HOLD-TO TO PT-DATE(PAY-NDX)
           MOVE "N" TO PT-SELF(PAY-NDX)
           IF WORK-CODE = "001"
               OR WORK-CODE > "009" AND < "021"
               MOVE "Y" TO PT-SELF(PAY-NDX)
           END-IF.
       LOAD-PAY-ADD-EXIT.
           EXIT.

      *******  DAYS FROM FROM8 TO TO8.  A DATE THAT IS NOT A CALENDAR
      *******  DATE COMES BACK DATE-OK "N".

       DAYS-BETWEEN.
           MOVE "N" TO DATE-OK
           MOVE 0 TO LEG-DAYS
           IF FROM-YYYY < 1900 OR TO-YYYY < 1900
               GO TO DAYS-BETWEEN-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FROM8) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(TO8) NOT = 0
               GO TO DAYS-BETWEEN-EXIT
           END-IF
           COMPUTE LEG-DAYS = FUNCTION INTEGER-OF-DATE(TO8)
               - FUNCTION INTEGER-OF-DATE(FROM8)
           MOVE "Y" TO DATE-OK.
       DAYS-BETWEEN-EXIT.
           EXIT.

      *******  ONE FINISHED LEG: INTO THE PRACTICE ROW AND THE LINE'S
      *******  FOUR BREAKDOWN ROWS, AND ONTO THE OUTLIER LIST.  A LEG
      *******  THAT RUNS BACKWARD (CHARGE KEYED BEFORE THE STUDY, SAY)
      *******  IS A DATE ERROR, COUNTED BUT NOT TIMED.

       POST-LEG.
           IF HOLD-FROM NOT NUMERIC OR HOLD-TO NOT NUMERIC
               ADD 1 TO LEG-ERR(LEG)
               GO TO POST-LEG-EXIT
           END-IF
           MOVE HOLD-FROM TO FROM8
           MOVE HOLD-TO TO TO8
           PERFORM DAYS-BETWEEN THRU DAYS-BETWEEN-EXIT
           IF DATE-OK = "N" OR LEG-DAYS < 0
               ADD 1 TO LEG-ERR(LEG)
               GO TO POST-LEG-EXIT
           END-IF
           MOVE "Y" TO LINE-TIMED
           IF DIM-DONE = "N"
               PERFORM DIM-SET THRU DIM-SET-EXIT
           END-IF
           IF LEG-DAYS > 365
               MOVE 366 TO BX
           ELSE
               COMPUTE BX = LEG-DAYS + 1
           END-IF
           PERFORM POST-ROW THRU POST-ROW-EXIT
               VARYING IX FROM 1 BY 1 UNTIL IX > 5
           PERFORM POST-OUT THRU POST-OUT-EXIT.
       POST-LEG-EXIT.
           EXIT.

       POST-ROW.
           MOVE DIM-IX(IX) TO PX
           IF PX = 0
               GO TO POST-ROW-EXIT
           END-IF
           ADD 1 TO DT-N(PX LEG)
           ADD 1 TO DT-HIST(PX LEG BX).
       POST-ROW-EXIT.
           EXIT.

      *******  THE LINE'S ROWS: PRACTICE, LOCATION (CD-PLACE),
      *******  MODALITY (PROC-TYPE), READER (CD-DOCP) AND PAYER.

       DIM-SET.
           MOVE "Y" TO DIM-DONE
           MOVE 1 TO DIM-IX(1)
           MOVE SPACE TO LINE-TYPE
           MOVE CD-PROC1 TO PROC-KEY
           READ PROCFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE PROC-TYPE TO LINE-TYPE
           END-READ
           MOVE "L" TO WORK-KIND
           MOVE CD-PLACE TO WORK-CODE
           PERFORM FIND-DIM THRU FIND-DIM-EXIT
           MOVE DX TO DIM-IX(2)
           MOVE "M" TO WORK-KIND
           MOVE LINE-TYPE TO WORK-CODE
           PERFORM FIND-DIM THRU FIND-DIM-EXIT
           MOVE DX TO DIM-IX(3)
           MOVE "R" TO WORK-KIND
           MOVE CD-DOCP TO WORK-CODE
           PERFORM FIND-DIM THRU FIND-DIM-EXIT
           MOVE DX TO DIM-IX(4)
           MOVE "P" TO WORK-KIND
           MOVE LINE-PAYCODE TO WORK-CODE
           PERFORM FIND-DIM THRU FIND-DIM-EXIT
           MOVE DX TO DIM-IX(5).
       DIM-SET-EXIT.
           EXIT.

       FIND-DIM.
           MOVE 2 TO DX.
       FIND-DIM-1.
           IF DX > DIM-NDX GO TO FIND-DIM-NEW.
           IF DT-KIND(DX) = WORK-KIND AND DT-CODE(DX) = WORK-CODE
               GO TO FIND-DIM-EXIT
           END-IF
           ADD 1 TO DX
           GO TO FIND-DIM-1.
       FIND-DIM-NEW.
           IF DIM-NDX = 200
               DISPLAY "TURNAROUND TABLE FULL, " WORK-KIND " "
                   WORK-CODE " NOT BROKEN OUT"
               MOVE 0 TO DX
               GO TO FIND-DIM-EXIT
           END-IF
           ADD 1 TO DIM-NDX
           MOVE DIM-NDX TO DX
           PERFORM CLEAR-DIM THRU CLEAR-DIM-EXIT
           MOVE WORK-KIND TO DT-KIND(DX)
           MOVE WORK-CODE TO DT-CODE(DX).
       FIND-DIM-EXIT.
           EXIT.

      *******  A ROW IS CLEARED AS IT IS TAKEN, SO THE RUN ONLY ZEROES
      *******  THE HISTOGRAMS IT USES.

       CLEAR-DIM.
           MOVE SPACE TO DT-KIND(DX) DT-CODE(DX)
           MOVE 1 TO LX.
       CLEAR-DIM-1.
           IF LX > 4 GO TO CLEAR-DIM-EXIT.
           MOVE 0 TO DT-N(DX LX)
           MOVE 1 TO HX.
       CLEAR-DIM-2.
           IF HX > 366
               ADD 1 TO LX
               GO TO CLEAR-DIM-1.
           MOVE 0 TO DT-HIST(DX LX HX)
           ADD 1 TO HX
           GO TO CLEAR-DIM-2.
       CLEAR-DIM-EXIT.
           EXIT.

       CLEAR-OUT.
           MOVE 0 TO OT-DAYS(LEG OX)
           MOVE SPACE TO OT-KEY(LEG OX) OT-CLAIM(LEG OX)
               OT-PROC(LEG OX) OT-FROM(LEG OX) OT-TO(LEG OX)
               OT-PLACE(LEG OX) OT-TYPE(LEG OX) OT-DOCP(LEG OX)
               OT-PAYCODE(LEG OX).
       CLEAR-OUT-EXIT.
           EXIT.

      *******  KEEP THE LEG'S TEN LONGEST, LONGEST FIRST.

       POST-OUT.
           IF LEG-DAYS NOT > OT-DAYS(LEG 10)
               GO TO POST-OUT-EXIT
           END-IF
           MOVE 10 TO OX.
       POST-OUT-1.
           IF OX = 1 GO TO POST-OUT-2.
           COMPUTE OX-1 = OX - 1
           IF LEG-DAYS NOT > OT-DAYS(LEG OX-1)
               GO TO POST-OUT-2
           END-IF
           MOVE OUT-ENT(LEG OX-1) TO OUT-ENT(LEG OX)
           MOVE OX-1 TO OX
           GO TO POST-OUT-1.
       POST-OUT-2.
           MOVE LEG-DAYS TO OT-DAYS(LEG OX)
           MOVE CHARFILE-KEY TO OT-KEY(LEG OX)
           MOVE CD-CLAIM TO OT-CLAIM(LEG OX)
           MOVE CD-PROC1 TO OT-PROC(LEG OX)
           MOVE HOLD-FROM TO OT-FROM(LEG OX)
           MOVE HOLD-TO TO OT-TO(LEG OX)
           MOVE CD-PLACE TO OT-PLACE(LEG OX)
           MOVE LINE-TYPE TO OT-TYPE(LEG OX)
           MOVE CD-DOCP TO OT-DOCP(LEG OX)
           MOVE LINE-PAYCODE TO OT-PAYCODE(LEG OX).
       POST-OUT-EXIT.
           EXIT.

      *******  THE REPORT: THE PRACTICE, THEN EACH BREAKDOWN, THEN THE
      *******  OUTLIERS.

       P3.
           MOVE SPACE TO TATRPT01
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           STRING "PRACTICE TOTAL" DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01
           PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT
           MOVE 1 TO PX
           MOVE "ALL LINES" TO NAME-WORK
           PERFORM PRINT-ROW THRU PRINT-ROW-EXIT
           MOVE SPACE TO TATRPT01
           MOVE LEG-ERR(1) TO NEF-CNT
           STRING "DATE ERRORS (NOT TIMED)  ORDER " NEF-CNT
               DELIMITED BY SIZE INTO TATRPT01
           MOVE LEG-ERR(2) TO NEF-CNT
           STRING "  CHARGE " NEF-CNT
               DELIMITED BY SIZE INTO TATRPT01(39:)
           MOVE LEG-ERR(3) TO NEF-CNT
           STRING "  BILL " NEF-CNT
               DELIMITED BY SIZE INTO TATRPT01(55:)
           MOVE LEG-ERR(4) TO NEF-CNT
           STRING "  PAYMENT " NEF-CNT
               DELIMITED BY SIZE INTO TATRPT01(69:)
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           MOVE NOORD-COUNT TO NEF-CNT
           STRING "STUDIES IN THE MONTH WITH NO MATCHING ORDER "
               NEF-CNT
               DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01

           MOVE "L" TO SECT-KIND
           MOVE "BY LOCATION" TO SECT-TITLE
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT
           MOVE "M" TO SECT-KIND
           MOVE "BY MODALITY (PROC-TYPE)" TO SECT-TITLE
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT
           MOVE "R" TO SECT-KIND
           MOVE "BY READING PROVIDER" TO SECT-TITLE
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT
           MOVE "P" TO SECT-KIND
           MOVE "BY PAYER" TO SECT-TITLE
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT

           PERFORM PRINT-OUT THRU PRINT-OUT-EXIT
               VARYING LEG FROM 1 BY 1 UNTIL LEG > 4
           GO TO P9.

       PRINT-HEAD.
           MOVE SPACE TO TATRPT01
           MOVE LEG-NAME(1) TO TATRPT01(27:20)
           MOVE LEG-NAME(2) TO TATRPT01(47:20)
           MOVE LEG-NAME(3) TO TATRPT01(67:20)
           MOVE LEG-NAME(4) TO TATRPT01(87:22)
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           MOVE "CODE NAME" TO TATRPT01
           MOVE LEG-COLS TO TATRPT01(27:17)
           MOVE LEG-COLS TO TATRPT01(47:17)
           MOVE LEG-COLS TO TATRPT01(67:17)
           MOVE LEG-COLS TO TATRPT01(87:17)
           WRITE TATRPT01.
       PRINT-HEAD-EXIT.
           EXIT.

       PRINT-KIND.
           MOVE SPACE TO TATRPT01
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           MOVE SECT-TITLE TO TATRPT01
           WRITE TATRPT01
           PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT
           MOVE 2 TO PX.
       PRINT-KIND-1.
           IF PX > DIM-NDX GO TO PRINT-KIND-EXIT.
           IF DT-KIND(PX) = SECT-KIND
               PERFORM ROW-NAME THRU ROW-NAME-EXIT
               PERFORM PRINT-ROW THRU PRINT-ROW-EXIT
           END-IF
           ADD 1 TO PX
           GO TO PRINT-KIND-1.
       PRINT-KIND-EXIT.
           EXIT.

       ROW-NAME.
           MOVE SPACE TO NAME-WORK
           IF DT-KIND(PX) = "L"
               MOVE SPACE TO LOC-KEY
               MOVE DT-CODE(PX)(1:1) TO LOC-KEY(1:1)
               READ LOCFILE
                 INVALID
                   MOVE "*NO NAME*" TO NAME-WORK
                 NOT INVALID
                   MOVE LOC-NAME TO NAME-WORK
               END-READ
           END-IF
           IF DT-KIND(PX) = "R"
               MOVE "000" TO DOC-INS
               MOVE DT-CODE(PX)(1:2) TO DOC-NUM
               READ DOCFILE
                 INVALID
                   MOVE "*NO NAME*" TO NAME-WORK
                 NOT INVALID
                   MOVE DOC-NAME TO NAME-WORK
               END-READ
           END-IF
           IF DT-KIND(PX) = "P"
               MOVE DT-CODE(PX) TO INS-KEY
               READ INSFILE
                 INVALID
                   MOVE "*NO NAME*" TO NAME-WORK
                 NOT INVALID
                   MOVE INS-NAME TO NAME-WORK
               END-READ
           END-IF.
       ROW-NAME-EXIT.
           EXIT.

       PRINT-ROW.
           MOVE SPACE TO TATRPT01
           MOVE DT-CODE(PX) TO TATRPT01(1:3)
           MOVE NAME-WORK TO TATRPT01(6:20)
           PERFORM PRINT-LEG THRU PRINT-LEG-EXIT
               VARYING LEG FROM 1 BY 1 UNTIL LEG > 4
           WRITE TATRPT01.
       PRINT-ROW-EXIT.
           EXIT.

      *******  ONE LEG'S COLUMNS: THE COUNT, THEN THE MEDIAN AND 90TH
      *******  PERCENTILE -- THE FIRST DAY BUCKET WHERE THE RUNNING
      *******  COUNT REACHES HALF, AND NINE TENTHS, OF THE LINES.

       PRINT-LEG.
           COMPUTE RPT-COL = ((LEG - 1) * 20) + 27
           MOVE DT-N(PX LEG) TO NEF-CNT
           MOVE NEF-CNT TO TATRPT01(RPT-COL:7)
           IF DT-N(PX LEG) = 0
               GO TO PRINT-LEG-EXIT
           END-IF
           COMPUTE T50 = (DT-N(PX LEG) + 1) / 2
           COMPUTE T90 = ((DT-N(PX LEG) * 9) + 9) / 10
           MOVE SPACE TO MED-TXT P90-TXT
           MOVE 0 TO CUM
           MOVE 1 TO BX.
       PRINT-LEG-1.
           IF BX > 366 GO TO PRINT-LEG-2.
           ADD DT-HIST(PX LEG BX) TO CUM
           IF MED-TXT = SPACE AND CUM NOT < T50
               PERFORM BUCKET-TXT THRU BUCKET-TXT-EXIT
               MOVE P90-TXT TO MED-TXT
               MOVE SPACE TO P90-TXT
           END-IF
           IF CUM NOT < T90
               PERFORM BUCKET-TXT THRU BUCKET-TXT-EXIT
               GO TO PRINT-LEG-2
           END-IF
           ADD 1 TO BX
           GO TO PRINT-LEG-1.
       PRINT-LEG-2.
           MOVE MED-TXT TO TATRPT01(RPT-COL + 8:4)
           MOVE P90-TXT TO TATRPT01(RPT-COL + 13:4).
       PRINT-LEG-EXIT.
           EXIT.

       BUCKET-TXT.
           IF BX = 366
               MOVE "365+" TO P90-TXT
           ELSE
               COMPUTE NEF-DAY = BX - 1
               MOVE NEF-DAY TO P90-TXT
           END-IF.
       BUCKET-TXT-EXIT.
           EXIT.

       PRINT-OUT.
           MOVE SPACE TO TATRPT01
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           STRING "WORST OUTLIERS -- " LEG-NAME(LEG)
               DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01
           MOVE SPACE TO TATRPT01
           STRING " DAYS ACCOUNT     CLAIM  PROC    FROM     TO"
               "       LOC TYP  DR PAY"
               DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01
           MOVE 1 TO OX.
       PRINT-OUT-1.
           IF OX > 10 GO TO PRINT-OUT-EXIT.
           IF OT-KEY(LEG OX) = SPACE GO TO PRINT-OUT-EXIT.
           MOVE OT-DAYS(LEG OX) TO NEF-DAY
           MOVE SPACE TO TATRPT01
           STRING " " NEF-DAY " " OT-KEY(LEG OX) " " OT-CLAIM(LEG OX)
               " " OT-PROC(LEG OX) " " OT-FROM(LEG OX) " "
               OT-TO(LEG OX) "  " OT-PLACE(LEG OX) "   "
               OT-TYPE(LEG OX) "   " OT-DOCP(LEG OX) " "
               OT-PAYCODE(LEG OX)
               DELIMITED BY SIZE INTO TATRPT01
           WRITE TATRPT01
           ADD 1 TO OX
           GO TO PRINT-OUT-1.
       PRINT-OUT-EXIT.
           EXIT.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARFILE CHARCUR PAYCUR PAYHIST ORDFILE PROCFILE
                 DOCFILE LOCFILE INSFILE CCNLOG BILWORK TATRPT SUMLOG.
           DISPLAY "TURNAROUND RUN HAS ENDED".
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLTAT001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE LINE-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
