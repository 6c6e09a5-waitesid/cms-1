      *                member ID instead of contradicting it.  the
      *                2010BA address stays the guarantor's -- the
      *                household mailbox is the right one either way.
      * 2026-09-18 sw  unread-study hold: a claim with any line still
      *                carrying no reading radiologist (CC-DOCP "00")
      *                stays out of the batch, logged to DOCERR, until
      *                the order feed brings the reader in -- see
      *                rri245's UNREAD file.
      * 2026-09-19 sw  a line whose procedure is not in force on its
      *                date of service (procload's PROCFILE effective/
      *                term dates) stays out of the batch, logged to
      *                DOCERR.
      * 2026-09-22 sw  each claim loop now takes the next claim control
      *                number off new1500's CCNFILE counter and is
      *                logged to CCNLOG like a printed claim, and every
      *                segment of the loop is archived to CLMARCH under
      *                that number so clmcopy can show what was sent.
      * 2026-09-26 sw  a line under a client paycode (900-949) is
      *                billed to the facility on blcli001's invoice,
      *                so it stays out of the batch, logged to DOCERR.
      * 2026-09-29 sw  CLM08 (assignment) and CLM09 (release) now come
      *                off blsig001's SIGFILE instead of a hard-coded
      *                "Y*Y" -- the paper run's box 12/13 rule -- and
      *                a claim with no current release stays out of
      *                the batch, logged to DOCERR.
      * 2026-09-30 sw  the claim's member ID -- PATCOV policy in force,
      *                else G-PRIPOL/G-SECPOL -- is edited against its
      *                payer's IDFMT format (length, prefix, pattern);
      *                a failing ID holds the claim, logged to DOCERR,
      *                and goes on the REGWORK registration-correction
      *                worklist.
      * 2026-10-03 sw  COB paid amount widened for the six-digit charge
      *                and payment amounts.
      * 2026-10-15 sw  every line marked billed re-adds its claim's
      *                CLMSUM row, the same as the paper run.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY)
      *                counts as patient cash on the claim summary, the
      *                way blppy001 now posts it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. new837p.
       AUTHOR. SID WAITE.
           LINE SEQUENTIAL.
           SELECT CCNLOG ASSIGN TO "S151" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CCNFILE ASSIGN TO "S150" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CLMARCH ASSIGN TO "S214" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CA-KEY
           LOCK MODE MANUAL.
           SELECT ENVCTL ASSIGN TO "S152" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT PAYCUR ASSIGN TO "S90" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY.
           SELECT PLACEFILE ASSIGN TO "S80" ORGANIZATION IS INDEXED
           LINE SEQUENTIAL.
           SELECT DOCERR ASSIGN TO "S145" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SIGFILE ASSIGN TO "S242" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS SIG-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL IDFMT ASSIGN TO "S245" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS IF-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REGWORK ASSIGN TO "S246" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RW-KEY
           LOCK MODE MANUAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

           02 PROC-AMOUNT PIC 9(4)V99.
           02 CARE-AMOUNT PIC 9(4)V99.
           02 PROC-RVU PIC 9(2)V99.
           02 PROC-DATE-EFF PIC X(8).
           02 PROC-DATE-TERM PIC X(8).

       FD  AUTHFILE
           BLOCK CONTAINS 6 RECORDS
           02 AUTH-USED PIC 99.
           02 AUTH-FILLER PIC X(28).

       FD  SIGFILE.
           COPY "sigfile.cpy".

       FD  IDFMT.
           COPY "idfmt.cpy".

       FD  REGWORK.
           COPY "regwork.cpy".

       FD  HOLDFILE.
       01  HOLDFILE01.
           02 HOLD-KEY.
           02 FILLER PIC X VALUE SPACE.
           02 CL-CLAIM PIC X(6).

       FD  CCNFILE.
       01  CCNFILE01.
           02 CCN-LAST PIC 9(9).

       FD  CLMARCH.
           COPY "clmarch.cpy".

       FD  DOCERR.
       01  DOCERR01.
           02 DE-DATE PIC X(8).
       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

      *******  ONE OUTPUT FILE PER PAYER GROUP, EACH ITS OWN COMPLETE
      *******  INTERCHANGE: 003 ON FILE-837M, 004/064 ON FILE-837B,
      *******  141 ON FILE-837C, EVERYTHING ELSE ON FILE-837.  OUT837
              03 ENV-CLAIM-CTR PIC 9(6) VALUE 0.
              03 ENV-LINE-CTR PIC 9(3) VALUE 0.
              03 ENV-SAVE-KEY8 PIC X(8) VALUE SPACE.
              03 ENV-CCN PIC 9(9) VALUE 0.
              03 ENV-ARCH-SEQ PIC 9(4) VALUE 0.
       01  PG PIC 9 VALUE 4.
       01  ENV-ISA-NEXT PIC 9(9) VALUE 1.
       01  ENV-RUN-CLAIM-CTR PIC 9(7) VALUE 0.
       01  SUB-NAME PIC X(24).
       01  SUB-DOB PIC X(8).
       01  SUB-SEX PIC X.
       01  COB-PAID PIC S9(7)V99.
       01  COB-FOUND PIC X.
       01  COB-AMT-ED PIC ZZZZZZ9.99.
       01  NDC-ALF1 PIC X.
       01  NDC-DOSAGE PIC X(10).
       01  NDC-QUAN PIC XXX.
       01  SV-MOD3 PIC XX.
       01  SV-MOD4 PIC XX.
       01  HOLD-FLAG PIC X.
       01  PROC-REJECT PIC X.
       01  UNRD-CUR.
           02 UNRD-KEY8 PIC X(8).
           02 UNRD-PATID PIC X(8).
           02 UNRD-DATE PIC X(8).
       01  UNRD-LAST PIC X(24) VALUE SPACE.
       01  UNRD-LAST-FLAG PIC X VALUE "N".
       01  UNRD-SAVE-KEY PIC X(11).
       01  SIG-ROI PIC X VALUE "Y".
       01  SIG-AOB PIC X VALUE "Y".
       01  SIG-OK PIC X.
       01  IDV-PAYCODE PIC XXX.
       01  IDV-POLICY PIC X(16).
       01  IDV-REASON PIC X(32).
       01  IDV-LEN PIC 99.
       01  IDV-PLEN PIC 99.
       01  IDV-X PIC 99.
       01  IDV-CH PIC X.
       01  IDV-CLASS PIC X.
       01  IDV-OK PIC X.
       01  IDV-WHY PIC X(20).
       01  REG-CUR.
           02 REG-GARNO PIC X(8).
           02 REG-PATID PIC X(8).
           02 REG-SOURCE PIC X.
           02 REG-PAYCODE PIC XXX.
       01  ALF11 PIC X(11).
       01  AMT-ED PIC ZZZZZ9.99.
       01  DX-TAB01.
       01  PARM-X PIC 99.
       01  CLM-FREQ PIC X VALUE "1".
       01  ORIG-CCN PIC 9(9) VALUE 0.
       01  CLAIM-CCN PIC 9(9) VALUE 0.
       01  MSP-REASON PIC X(30).
       01  MSP-TODAY-SERIAL PIC S9(7).
       01  MSP-QST-SERIAL PIC S9(7).
           02 MSP-MM PIC 99.
           02 MSP-DD PIC 99.

      *******  CLAIM SUMMARY UPKEEP -- THE ACCOUNT AND CLAIM TO ADD
      *******  BACK UP, AND THE CALLER'S RECORDS PARKED MEANWHILE.
       01  SYNC-KEY8 PIC X(8).
       01  SYNC-CLAIM PIC X(6).
       01  SYNC-FOUND PIC X.
       01  SYNC-CC-SAVE PIC X(172).
       01  SYNC-PC-SAVE PIC X(52).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT FILEIN.
           OPEN I-O CHARCUR.
           OPEN INPUT GARFILE PATFILE INSFILE REFPHY DOCFILE SORFILE
                PAYCUR PROCFILE AUTHFILE PLACEFILE HOLDFILE PATCOV
                SIGFILE IDFMT.
           OPEN I-O ATTFILE REGWORK CLMSUM.
           OPEN INPUT MSPFILE.
           OPEN EXTEND MSPERR.
           OPEN OUTPUT FILE-837 FILE-837M FILE-837B FILE-837C.
           ACCEPT RUN-DATE-8 FROM DATE YYYYMMDD.
           PERFORM 0006-PARM THRU 0006-PARM-EXIT.
           PERFORM ENV-READ THRU ENV-READ-EXIT.
           PERFORM CCN-READ THRU CCN-READ-EXIT.
           OPEN I-O CLMARCH.
           READ SORFILE AT END GO TO 9999-EXIT.

       P1.

           PERFORM HOLD-CHECK THRU HOLD-CHECK-EXIT.
           IF HOLD-FLAG = "Y" GO TO P1.
           PERFORM PROC-CHECK THRU PROC-CHECK-EXIT.
           IF PROC-REJECT = "Y" GO TO P1.

           MOVE 4 TO PG
           IF FI-PC = 003 MOVE 1 TO PG.
           IF HOLD-FLAG = "Y"
               DISPLAY CC-KEY8 " " CC-CLAIM " ON BILLING HOLD"
           END-IF.
           IF HOLD-FLAG = "N"
               PERFORM CLIENT-CHECK THRU CLIENT-CHECK-EXIT
           END-IF.
           IF HOLD-FLAG = "N"
               PERFORM UNREAD-CHECK THRU UNREAD-CHECK-EXIT
           END-IF.
           IF HOLD-FLAG = "N"
               PERFORM SIG-CHECK THRU SIG-CHECK-EXIT
           END-IF.
           IF HOLD-FLAG = "N"
               PERFORM ID-CHECK THRU ID-CHECK-EXIT
           END-IF.
       HOLD-CHECK-EXIT.
           EXIT.

      *******  SIGNATURE ON FILE -- THE PATIENT'S RELEASE OF
      *******  INFORMATION (BOX 12 / CLM09) AND ASSIGNMENT OF
      *******  BENEFITS (BOX 13 / CLM08) OFF BLSIG001'S SIGFILE, IN
      *******  FORCE ON THE DATE OF SERVICE.  ON A MEDICARE CLAIM A
      *******  LIFETIME AUTHORIZATION STANDS FOR BOTH.  WITHOUT A
      *******  RELEASE THE CLAIM MAY NOT GO, SO IT IS HELD LIKE A
      *******  HOLDFILE HOLD; WITHOUT AN ASSIGNMENT IT GOES
      *******  UNASSIGNED AND THE PAYER PAYS THE PATIENT.

       SIG-CHECK.
           MOVE "N" TO SIG-ROI SIG-AOB
           IF CC-PAYCODE = 003 OR CC-PAYCODE = 093
               MOVE "M" TO SIG-FORM
               PERFORM SIG-CURRENT THRU SIG-CURRENT-EXIT
               MOVE SIG-OK TO SIG-ROI SIG-AOB
           END-IF
           IF SIG-ROI = "N"
               MOVE "R" TO SIG-FORM
               PERFORM SIG-CURRENT THRU SIG-CURRENT-EXIT
               MOVE SIG-OK TO SIG-ROI
           END-IF
           IF SIG-AOB = "N"
               MOVE "A" TO SIG-FORM
               PERFORM SIG-CURRENT THRU SIG-CURRENT-EXIT
               MOVE SIG-OK TO SIG-AOB
           END-IF
           IF SIG-ROI = "N"
               MOVE "Y" TO HOLD-FLAG
               DISPLAY CC-KEY8 " " CC-CLAIM " HELD - NO SIGNATURE"
               MOVE SPACE TO DOCERR01
               MOVE RUN-DATE-8 TO DE-DATE
               MOVE CHARCUR-KEY TO DE-KEY
               MOVE CC-PAYCODE TO DE-PAYCODE
               MOVE CC-DOCP TO DE-DOCP
               MOVE "HELD - NO SIGNATURE ON FILE" TO DE-REASON
               WRITE DOCERR01
           END-IF.
       SIG-CHECK-EXIT.
           EXIT.

       SIG-CURRENT.
           MOVE "N" TO SIG-OK
           MOVE CC-PATID TO SIG-PATID
           READ SIGFILE
             INVALID
               GO TO SIG-CURRENT-EXIT
           END-READ
           IF SIG-STATUS = "R"
               GO TO SIG-CURRENT-EXIT
           END-IF
           IF SIG-EXPIRES NOT = SPACE AND SIG-EXPIRES < CC-DATE-T
               GO TO SIG-CURRENT-EXIT
           END-IF
           MOVE "Y" TO SIG-OK.
       SIG-CURRENT-EXIT.
           EXIT.

      *******  THE MEMBER ID THIS LINE'S CLAIM WILL CARRY -- THE
      *******  PATIENT'S OWN PATCOV POLICY WHILE IN FORCE, ELSE THE
      *******  GUARANTOR'S PRIMARY OR SECONDARY -- MUST PASS ITS
      *******  PAYER'S IDFMT EDIT.  ONE THAT FAILS WOULD ONLY COME
      *******  BACK A FRONT-END REJECTION, SO THE CLAIM IS HELD AND
      *******  THE ID GOES ON THE REGISTRATION-CORRECTION WORKLIST.

       ID-CHECK.
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               GO TO ID-CHECK-EXIT
           END-READ
           MOVE SPACE TO REG-CUR
           MOVE CC-KEY8 TO REG-GARNO
           MOVE CC-PAYCODE TO REG-PAYCODE IDV-PAYCODE
           MOVE CC-PATID TO PCV-PATID
           MOVE CC-PAYCODE TO PCV-PAYCODE
           READ PATCOV
             INVALID
               MOVE SPACE TO PCV-POLICY
           END-READ
           IF PCV-DATE-EFF NUMERIC AND PCV-DATE-EFF NOT = "00000000"
               IF CC-DATE-T < PCV-DATE-EFF
                   MOVE SPACE TO PCV-POLICY
               END-IF
           END-IF
           IF PCV-DATE-TERM NUMERIC AND PCV-DATE-TERM NOT = "00000000"
               IF CC-DATE-T > PCV-DATE-TERM
                   MOVE SPACE TO PCV-POLICY
               END-IF
           END-IF
           IF PCV-POLICY NOT = SPACE
               MOVE "C" TO REG-SOURCE
               MOVE CC-PATID TO REG-PATID
               MOVE PCV-POLICY TO IDV-POLICY
           ELSE
               IF CC-PAYCODE = G-PRINS
                   MOVE "P" TO REG-SOURCE
                   MOVE G-PRIPOL TO IDV-POLICY
               ELSE
                   IF CC-PAYCODE = G-SEINS
                       MOVE "S" TO REG-SOURCE
                       MOVE G-SECPOL TO IDV-POLICY
                   ELSE
                       GO TO ID-CHECK-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM ID-EDIT THRU ID-EDIT-EXIT
           IF IDV-REASON NOT = SPACE
               MOVE "Y" TO HOLD-FLAG
               DISPLAY CC-KEY8 " " CC-CLAIM " HELD - MEMBER ID "
                   IDV-REASON
               MOVE SPACE TO DOCERR01
               MOVE RUN-DATE-8 TO DE-DATE
               MOVE CHARCUR-KEY TO DE-KEY
               MOVE CC-PAYCODE TO DE-PAYCODE
               MOVE CC-DOCP TO DE-DOCP
               MOVE "HELD - BAD MEMBER ID" TO DE-REASON
               WRITE DOCERR01
               PERFORM REG-WORK THRU REG-WORK-EXIT
           END-IF.
       ID-CHECK-EXIT.
           EXIT.

      *******  MEMBER ID EDIT -- IDV-POLICY AGAINST THE IDFMT RECORD
      *******  FOR IDV-PAYCODE.  IDV-REASON COMES BACK BLANK WHEN THE
      *******  ID PASSES (OR THE PAYER HAS NO FORMAT ON FILE), OR
      *******  SAYS WHAT IS WRONG WITH IT.

       ID-EDIT.
           MOVE SPACE TO IDV-REASON
           MOVE IDV-PAYCODE TO IF-KEY
           READ IDFMT
             INVALID
               GO TO ID-EDIT-EXIT
           END-READ
           MOVE 16 TO IDV-LEN.
       ID-EDIT-1.
           IF IDV-LEN > 0
               IF IDV-POLICY(IDV-LEN:1) = SPACE
                   SUBTRACT 1 FROM IDV-LEN
                   GO TO ID-EDIT-1
               END-IF
           END-IF
           IF IDV-LEN = 0
               MOVE "MEMBER ID MISSING" TO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           IF IDV-LEN < IF-MIN-LEN OR IDV-LEN > IF-MAX-LEN
               STRING "LENGTH " IDV-LEN " - PAYER TAKES " IF-MIN-LEN
                   "-" IF-MAX-LEN DELIMITED BY SIZE INTO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           MOVE 6 TO IDV-PLEN.
       ID-EDIT-2.
           IF IDV-PLEN > 0
               IF IF-PREFIX(IDV-PLEN:1) = SPACE
                   SUBTRACT 1 FROM IDV-PLEN
                   GO TO ID-EDIT-2
               END-IF
           END-IF
           IF IDV-PLEN > 0
               IF IDV-POLICY(1:IDV-PLEN) NOT = IF-PREFIX(1:IDV-PLEN)
                   STRING "PREFIX " IF-PREFIX(1:IDV-PLEN) " MISSING"
                       DELIMITED BY SIZE INTO IDV-REASON
                   GO TO ID-EDIT-EXIT
               END-IF
           END-IF
           MOVE 0 TO IDV-X.
       ID-EDIT-3.
           ADD 1 TO IDV-X
           IF IDV-X > IDV-LEN
               GO TO ID-EDIT-EXIT
           END-IF
           MOVE IDV-POLICY(IDV-X:1) TO IDV-CH
           IF IDV-CH = SPACE
               STRING "POS " IDV-X " EMBEDDED SPACE"
                   DELIMITED BY SIZE INTO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           MOVE IF-PATTERN(IDV-X:1) TO IDV-CLASS
           MOVE "Y" TO IDV-OK
           IF IDV-CLASS = "N"
               MOVE "NOT A DIGIT" TO IDV-WHY
               IF IDV-CH NOT NUMERIC
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "1"
               MOVE "NOT A DIGIT 1-9" TO IDV-WHY
               IF IDV-CH NOT NUMERIC OR IDV-CH = "0"
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "A"
               MOVE "NOT A LETTER" TO IDV-WHY
               IF IDV-CH NOT ALPHABETIC
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "X"
               MOVE "NOT LETTER/DIGIT" TO IDV-WHY
               IF IDV-CH NOT ALPHABETIC AND IDV-CH NOT NUMERIC
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "C" OR IDV-CLASS = "M"
               MOVE "NOT AN MBI LETTER" TO IDV-WHY
               IF IDV-CLASS = "M"
                   MOVE "NOT MBI LETTER/DIGIT" TO IDV-WHY
               END-IF
               IF IDV-CH = "S" OR "L" OR "O" OR "I" OR "B" OR "Z"
                   MOVE "N" TO IDV-OK
               END-IF
               IF IDV-CH NOT ALPHABETIC
                   MOVE "N" TO IDV-OK
               END-IF
               IF IDV-CLASS = "M" AND IDV-CH NUMERIC
                   MOVE "Y" TO IDV-OK
               END-IF
           END-IF
           IF IDV-OK = "N"
               STRING "POS " IDV-X " '" IDV-CH "' " IDV-WHY
                   DELIMITED BY SIZE INTO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           GO TO ID-EDIT-3.
       ID-EDIT-EXIT.
           EXIT.

      *******  PUT (OR KEEP) THE ID IN REG-CUR ON THE REGISTRATION-
      *******  CORRECTION WORKLIST WITH TODAY'S REASON.

       REG-WORK.
           MOVE REG-CUR TO RW-KEY
           READ REGWORK
             INVALID
               MOVE SPACE TO REGWORK01
               MOVE REG-CUR TO RW-KEY
               MOVE RUN-DATE-8 TO RW-FOUND
               MOVE IDV-POLICY TO RW-POLICY
               MOVE IDV-REASON TO RW-REASON
               MOVE RUN-DATE-8 TO RW-LAST
               MOVE "NEW837P" TO RW-PGM
               WRITE REGWORK01
               GO TO REG-WORK-EXIT
           END-READ
           MOVE IDV-POLICY TO RW-POLICY
           MOVE IDV-REASON TO RW-REASON
           MOVE RUN-DATE-8 TO RW-LAST
           MOVE "NEW837P" TO RW-PGM
           REWRITE REGWORK01.
       REG-WORK-EXIT.
           EXIT.

      *******  A LINE UNDER A CLIENT PAYCODE (900-949) IS OWED BY THE
      *******  FACILITY WE READ FOR, NOT A PAYER -- BLCLI001 PUTS IT
      *******  ON THE FACILITY'S MONTHLY INVOICE AND STAMPS IT BILLED
      *******  THERE.  IT NEVER GOES OUT ON A CLAIM.

       CLIENT-CHECK.
           IF CC-PAYCODE > 899 AND CC-PAYCODE < 950
               MOVE "Y" TO HOLD-FLAG
               DISPLAY CC-KEY8 " " CC-CLAIM " CLIENT BILLED"
               MOVE SPACE TO DOCERR01
               MOVE RUN-DATE-8 TO DE-DATE
               MOVE CHARCUR-KEY TO DE-KEY
               MOVE CC-PAYCODE TO DE-PAYCODE
               MOVE CC-DOCP TO DE-DOCP
               MOVE "CLIENT BILLED - NOT CLAIMED" TO DE-REASON
               WRITE DOCERR01
           END-IF.
       CLIENT-CHECK-EXIT.
           EXIT.

      *******  A STUDY WITH NO READING RADIOLOGIST YET (CC-DOCP "00")
      *******  HOLDS EVERY LINE OF ITS CLAIM -- SAME ACCOUNT, PATIENT
      *******  AND DATE OF SERVICE -- UNTIL THE ORDER FEED BRINGS THE
      *******  READER IN.  LIKE A HOLDFILE HOLD, CC-REC-STAT IS LEFT
      *******  ALONE, SO THE CLAIM BILLS ON ITS OWN ONCE IT IS READ.
      *******  THE CLAIM'S LINES ARE WALKED ONCE AND THE ANSWER KEPT
      *******  FOR ITS OTHER LINES; THE LINE IN HAND IS RE-READ AFTER.

       UNREAD-CHECK.
           MOVE CC-KEY8 TO UNRD-KEY8
           MOVE CC-PATID TO UNRD-PATID
           MOVE CC-DATE-T TO UNRD-DATE
           IF UNRD-CUR NOT = UNRD-LAST
               MOVE UNRD-CUR TO UNRD-LAST
               MOVE CHARCUR-KEY TO UNRD-SAVE-KEY
               PERFORM UNREAD-WALK THRU UNREAD-WALK-EXIT
               MOVE UNRD-SAVE-KEY TO CHARCUR-KEY
               READ CHARCUR
                 INVALID
                   CONTINUE
               END-READ
           END-IF
           IF UNRD-LAST-FLAG = "Y"
               MOVE "Y" TO HOLD-FLAG
               DISPLAY CC-KEY8 " " CC-CLAIM " HELD - UNREAD STUDY"
               MOVE SPACE TO DOCERR01
               MOVE RUN-DATE-8 TO DE-DATE
               MOVE CHARCUR-KEY TO DE-KEY
               MOVE CC-PAYCODE TO DE-PAYCODE
               MOVE CC-DOCP TO DE-DOCP
               MOVE "HELD - UNREAD STUDY ON CLAIM" TO DE-REASON
               WRITE DOCERR01
           END-IF.
       UNREAD-CHECK-EXIT.
           EXIT.

       UNREAD-WALK.
           MOVE "N" TO UNRD-LAST-FLAG
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO UNREAD-WALK-EXIT
           END-START.
       UNREAD-WALK-1.
           READ CHARCUR NEXT
             AT END
               GO TO UNREAD-WALK-EXIT
           END-READ
           IF CC-KEY8 NOT = UNRD-KEY8 GO TO UNREAD-WALK-EXIT.
           IF CC-PATID NOT = UNRD-PATID GO TO UNREAD-WALK-1.
           IF CC-DATE-T NOT = UNRD-DATE GO TO UNREAD-WALK-1.
           IF CC-DOCP = 0 AND CC-PROC1 NOT = "G1004"
               MOVE "Y" TO UNRD-LAST-FLAG
               GO TO UNREAD-WALK-EXIT
           END-IF
           GO TO UNREAD-WALK-1.
       UNREAD-WALK-EXIT.
           EXIT.

      *******  THE PROCEDURE MUST BE IN FORCE ON THE DATE OF SERVICE
      *******  UNDER THE EFFECTIVE/TERM WINDOW PROCLOAD STAMPS ON
      *******  PROCFILE ("00000000"/SPACE OPEN-ENDED).  A TERMED OR
      *******  NOT-YET-EFFECTIVE CODE IS SKIPPED AND LOGGED, LEAVING
      *******  CC-REC-STAT UNBILLED FOR THE CODE TO BE CORRECTED.

       PROC-CHECK.
           MOVE "N" TO PROC-REJECT
           MOVE CC-PROC TO PROC-KEY
           READ PROCFILE
             INVALID
               GO TO PROC-CHECK-EXIT
           END-READ
           IF PROC-DATE-EFF NOT = SPACE
               AND PROC-DATE-EFF NOT = "00000000"
               IF CC-DATE-T < PROC-DATE-EFF
                   MOVE "Y" TO PROC-REJECT
               END-IF
           END-IF
           IF PROC-DATE-TERM NOT = SPACE
               AND PROC-DATE-TERM NOT = "00000000"
               IF CC-DATE-T > PROC-DATE-TERM
                   MOVE "Y" TO PROC-REJECT
               END-IF
           END-IF
           IF PROC-REJECT = "Y"
               DISPLAY CC-KEY8 " " CC-PROC " NOT IN FORCE " CC-DATE-T
               MOVE SPACE TO DOCERR01
               MOVE RUN-DATE-8 TO DE-DATE
               MOVE CHARCUR-KEY TO DE-KEY
               MOVE CC-PAYCODE TO DE-PAYCODE
               MOVE CC-DOCP TO DE-DOCP
               MOVE "PROCEDURE NOT IN FORCE FOR DOS" TO DE-REASON
               WRITE DOCERR01
           END-IF.
       PROC-CHECK-EXIT.
           EXIT.

       PREBILL-CHECK.
           MOVE "N" TO PREBILL-REJECT
           MOVE CC-PAYCODE TO DOC-INS
           PERFORM W837-RAW.

       P5-OPEN-GS.
           MOVE 0 TO ENV-CCN(PG)
           MOVE INS-NEIC TO ENV-CUR-NEIC(PG)
           MOVE SPACE TO OUT837
           STRING "GS*HC*" DELIMITED BY SIZE
       W837-SEG.
           ADD 1 TO ENV-SEG-CTL(PG)
           PERFORM W837-RAW.
           IF ENV-CCN(PG) > 0
               PERFORM CLAIM-ARCHIVE THRU CLAIM-ARCHIVE-EXIT
           END-IF.

       W837-RAW.
           IF PG = 1
               END-IF
           END-IF.

      *******  EVERY CLAIM LOOP IS A SUBMISSION, SO IT TAKES THE NEXT
      *******  CONTROL NUMBER AND ITS SEGMENTS ARE ARCHIVED UNDER IT
      *******  UNTIL THE NEXT CLAIM OR THE SE.  THE CCNLOG ENTRY IS
      *******  WRITTEN LAST SO P3-2-RESUB STILL FINDS THE PREVIOUS
      *******  SUBMISSION, NOT THIS ONE.

       P3-CLAIM-HEADER.
           ADD 1 TO CLAIM-CCN
           MOVE CLAIM-CCN TO ENV-CCN(PG)
           MOVE 0 TO ENV-ARCH-SEQ(PG)
           ADD 1 TO ENV-CLAIM-CTR(PG)
           ADD 1 TO ENV-RUN-CLAIM-CTR
           MOVE SPACE TO OUT837
           MOVE SPACE TO OUT837
           MOVE CC-AMOUNT TO AMT-ED
           STRING "CLM*" CC-KEY8 "-" CC-CLAIM "*" AMT-ED
                  "***" CLM-POS ":B:" CLM-FREQ "*Y*A*" SIG-AOB
                  "*" SIG-ROI "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           IF RUN-MODE = "C"
           IF CC-PAYCODE = G-SEINS
               PERFORM P3-5-COB THRU P3-5-COB-EXIT
           END-IF.
           PERFORM CCN-LOG THRU CCN-LOG-EXIT.

      *******  THE SUBSCRIBER'S ACTUAL MEMBER ID.  THE PAYCODE TELLS
      *******  WHICH OF THE GUARANTOR'S POLICIES THIS CLAIM IS BILLING;
               MOVE "NEW837P" TO CC-ADJ-OPID
               MOVE RUN-DATE-8 TO CC-ADJ-DATE
           END-IF
           REWRITE CHARCUR01
           MOVE CC-KEY8 TO SYNC-KEY8
           MOVE CC-CLAIM TO SYNC-CLAIM
           PERFORM CLMSUM-SYNC THRU CLMSUM-SYNC-EXIT.
       P4-1-MARK-BILLED-EXIT.
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
           MOVE RUN-DATE-8 TO CS-DATE-SYNC
           MOVE "NEW837P" TO CS-PGM
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

      *******  SE01 IS THE REAL SEGMENT COUNT, ST AND SE INCLUDED --
      *******  THE "SE*0*" THE CLEARINGHOUSE USED TO REJECT ON IS
      *******  GONE.  EACH GROUP CLOSED COUNTS TOWARD THE IEA GROUP
      *******  TOTAL.

       P6-CLOSE-GS.
           MOVE 0 TO ENV-CCN(PG)
           ADD 1 TO ENV-SEG-CTL(PG)
           MOVE SPACE TO OUT837
           STRING "SE*" ENV-SEG-CTL(PG) "*" ENV-ST-CTL(PG) "~"
       P9-1-CLOSE-ONE-EXIT.
           EXIT.

       CCN-READ.
           MOVE 0 TO CLAIM-CCN
           OPEN INPUT CCNFILE
           READ CCNFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE CCN-LAST TO CLAIM-CCN
           END-READ
           CLOSE CCNFILE.
       CCN-READ-EXIT.
           EXIT.

       CCN-WRITE.
           OPEN OUTPUT CCNFILE
           MOVE CLAIM-CCN TO CCN-LAST
           WRITE CCNFILE01
           CLOSE CCNFILE.
       CCN-WRITE-EXIT.
           EXIT.

       CCN-LOG.
           OPEN EXTEND CCNLOG
           MOVE SPACE TO CCNLOG01
           MOVE CLAIM-CCN TO CL-CCN
           MOVE RUN-DATE-8 TO CL-DATE
           MOVE CC-KEY8 TO CL-GARNO
           MOVE CC-PATID TO CL-PATID
           MOVE CC-CLAIM TO CL-CLAIM
           WRITE CCNLOG01
           CLOSE CCNLOG.
       CCN-LOG-EXIT.
           EXIT.

       CLAIM-ARCHIVE.
           ADD 1 TO ENV-ARCH-SEQ(PG)
           MOVE SPACE TO CLMARCH01
           MOVE ENV-CCN(PG) TO CA-CCN
           MOVE "E" TO CA-FORM
           MOVE ENV-ARCH-SEQ(PG) TO CA-SEQ
           MOVE RUN-DATE-8 TO CA-DATE
           MOVE OUT837 TO CA-LINE
           WRITE CLMARCH01
             INVALID
               DISPLAY "CLMARCH DUPLICATE " CA-KEY
           END-WRITE.
       CLAIM-ARCHIVE-EXIT.
           EXIT.

       9999-EXIT.
           IF ENV-ISA-NEXT > 1
               PERFORM ENV-WRITE THRU ENV-WRITE-EXIT
           END-IF.
           IF ENV-RUN-CLAIM-CTR > 0
               PERFORM CCN-WRITE THRU CCN-WRITE-EXIT
           END-IF.
           CLOSE CLMARCH.
           CLOSE DOCERR.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE SUMLOG.
           CLOSE FILEIN CHARCUR GARFILE PATFILE INSFILE REFPHY
                 DOCFILE SORFILE PAYCUR PROCFILE AUTHFILE PLACEFILE
                 HOLDFILE PATCOV ATTFILE MSPFILE MSPERR SIGFILE IDFMT
                 REGWORK CLMSUM FILE-837 FILE-837M FILE-837B
                 FILE-837C.
           STOP RUN.

       RUN-SUMMARY.
