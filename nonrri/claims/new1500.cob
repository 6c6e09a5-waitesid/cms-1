      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-18 sw  unread-study hold: a claim with any line still
      *                carrying no reading radiologist (CC-DOCP "00")
      *                is not printed, logged to DOCERR, until the
      *                order feed brings the reader in -- see rri245's
      *                UNREAD file.
      * 2026-09-19 sw  a line whose procedure is not in force on its
      *                date of service (procload's PROCFILE effective/
      *                term dates) is skipped and logged to DOCERR.
      * 2026-09-22 sw  every line of a final or corrected claim form,
      *                channel byte included, is archived to CLMARCH
      *                under the claim's control number as it prints,
      *                so clmcopy can reproduce the form as it left.
      * 2026-09-23 sw  eob attachment: with the parm card after the run
      *                mode set to "Y", a secondary claim is followed
      *                in its own payer batch by an EOB page for each
      *                primary remit blui006 kept on REMITDTL for the
      *                claims on the form (same page as bleob001).
      * 2026-09-26 sw  a line under a client paycode (900-949) is
      *                billed to the facility on blcli001's invoice,
      *                so it is kept off the form and logged to DOCERR.
      * 2026-09-29 sw  boxes 12 and 13 now print "SIGNATURE ON FILE"
      *                only when blsig001's SIGFILE holds a current
      *                release / assignment for the patient (lifetime
      *                medicare authorization on a medicare claim); a
      *                claim with no current release is held, logged
      *                to DOCERR.
      * 2026-09-30 sw  the claim's member ID -- PATCOV policy in force,
      *                else G-PRIPOL/G-SECPOL -- is edited against its
      *                payer's IDFMT format (length, prefix, pattern);
      *                a failing ID holds the claim, logged to DOCERR,
      *                and goes on the REGWORK registration-correction
      *                worklist.
      * 2026-10-03 sw  amounts widened to six dollar digits with the
      *                charge files; box 24F, 28 and 29 fields keep
      *                their print columns.
      * 2026-10-12 sw  the payer address block prints the payer's
      *                claims address off PAYADDR when one is keyed,
      *                else the INSFILE address as before.
      * 2026-10-15 sw  every line a final or corrected run marks
      *                billed re-adds its claim's CLMSUM row, so the
      *                claim summary shows the billed date and status
      *                the same night.
      * 2026-10-15 sw  prepayment applied off PREPAY (batch PREPAY)
      *                counts as patient cash on the claim summary, the
      *                way blppy001 now posts it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. new1500.
       AUTHOR. SID WAITE.
           ACCESS MODE IS DYNAMIC RECORD KEY IS DF1.
           SELECT PAYCUR ASSIGN TO "S90" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY.
           SELECT OPTIONAL CLMSUM ASSIGN TO "S312" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CS-KEY
           ALTERNATE RECORD KEY IS CS-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT DIAGFILE ASSIGN TO "S95" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS DIAG-KEY
           ALTERNATE RECORD KEY IS DIAG-TITLE WITH DUPLICATES.
           LINE SEQUENTIAL.
           SELECT CCNLOG ASSIGN TO "S151" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CLMARCH ASSIGN TO "S214" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CA-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REMITDTL ASSIGN TO "S218" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS RD-KEY
           LOCK MODE MANUAL.
           SELECT ELIGFILE ASSIGN TO "S155" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ELIG-KEY
           LOCK MODE MANUAL.
           LOCK MODE MANUAL.
           SELECT MSPERR ASSIGN TO "S190" ORGANIZATION
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
           SELECT OPTIONAL PAYADDR ASSIGN TO "S300" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS AD-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER PIC X VALUE SPACE.
           02 CL-CLAIM PIC X(6).

       FD  CLMARCH.
           COPY "clmarch.cpy".
       FD  REMITDTL.
           COPY "remitdtl.cpy".

      *******  ELIGFILE IS THE LOCAL CACHE OF 270/271 ELIGIBILITY
      *******  INQUIRY/RESPONSE RESULTS.  IT IS LOADED BY THE
      *******  CLEARINGHOUSE INTERCHANGE, NOT BY THIS PROGRAM -- THIS
       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  CLMSUM.
           COPY "clmsum.cpy".

      *******  PROV-KEY CARRIES THE PAYCODE AS PART OF THE KEY SO A
      *******  PROVIDER CAN HAVE ONE PROVCAID RECORD PER PAYER HE IS
      *******  ENROLLED WITH, EACH TRACKING ITS OWN ENROLLMENT
      *******  CC-REC-STAT, SO DELETING THE HOLD RECORD PUTS THE
      *******  CHARGE BACK IN THE NEXT RUN AUTOMATICALLY.  BLHLD001
      *******  REPORTS EVERYTHING CURRENTLY HELD.
       FD  SIGFILE.
           COPY "sigfile.cpy".

       FD  IDFMT.
           COPY "idfmt.cpy".

       FD  REGWORK.
           COPY "regwork.cpy".

       FD  PAYADDR.
           COPY "payaddr.cpy".

       FD  HOLDFILE.
       01  HOLDFILE01.
           02 HOLD-KEY.
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
           02 PROC-AMOUNT PIC 9(4)V99.
           02 CARE-AMOUNT PIC 9(4)V99.
           02 PROC-RVU PIC 9(2)V99.
           02 PROC-DATE-EFF PIC X(8).
           02 PROC-DATE-TERM PIC X(8).
      *******  THE CLAIM PRINT IS SPLIT BY PAYER GROUP -- THE SAME
      *******  FI-PC GROUPS THE L00F1/L00F2/L00F3 CHECKBOXES BRANCH
      *******  ON -- SO EACH PAYER'S BATCH CAN BE REVIEWED, PRINTED OR
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(6)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC 99.
           02 CC-PAYCODE PIC 999.
           02 L8F2 PIC X.
           02 FILLER PIC XXXX VALUE SPACE.
           02 L8F3 PIC X.
           02 FILLER PIC X(8) VALUE SPACE.
           02 L8F4 PIC X(8).
       01 LINE-81.
           02 FILLER PIC XX VALUE SPACE.
           02 L81F1 PIC X(7).
             03 F1012  PIC XXXX.
             03 L10F10 PIC X(4).
             03 F1013  PIC X.
             03 L10F11 PIC ZZZZ9.99.
             03 F1014  PIC X.
             03 L10F12 PIC XX.
             03 F1015  PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 L101S7F4 PIC X(22).
           02 FILLER PIC X VALUE SPACE.
           02 L101S7-AMT PIC ZZZZZ9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 L101S7-DEN PIC XX.

           02 L11F5 PIC XXX.
           02 FILLER PIC XX VALUE SPACE.
           02 L11F6 PIC XXX.
           02 FILLER PIC X(6) VALUE SPACE.
           02 L11F7 PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 L11F8 PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 L11F9 PIC X(8).
       01 LINE-111.
           02 TABA24 PIC X OCCURS 24 TIMES.
       01  LABCNTR PIC 99 VALUE 0.
       01  S7S7CNTR PIC 9.
       01  LAB-TOT PIC S9(6)V99 VALUE 0.
       01  LAB-TOTZ PIC ZZZZZ.99.
       01     CC-PL PIC X.
       01     DATE-X PIC X(8).
       01     MED PIC 99 VALUE 0.
       01     C PIC 99.
       01 XY PIC XX.
       01 YY PIC 99.
       01     CLAIM-TOT PIC S9(7)V99 VALUE 0.
       01     PRIM-PAID PIC S9(7)V99 VALUE 0.
       01     SNUM6 PIC S9(7)V99 VALUE 0.
       01     NUM-CLAIM PIC 999999 VALUE 0.
       01     HOLD-PATID PIC X(8).
       01     HOLD-DATE-T PIC X(8).
       01  PREBILL-REJECT PIC X.
       01  RUN-MODE PIC X VALUE "F".
       01  CLAIM-CCN PIC 9(9) VALUE 0.
       01  ARCH-CCN PIC 9(9) VALUE 0.
       01  ARCH-SEQ PIC 9(4) VALUE 0.
       01  ORIG-CCN PIC 9(9) VALUE 0.
       01  ELIG-REASON PIC X(30).
       01  MSP-REASON PIC X(30).
       01  PROV-REASON PIC X(30).
       01  WC-CLAIM-FLAG PIC X VALUE SPACE.
       01  SEC-CLAIM-FLAG PIC X VALUE "N".
      *******  EOB ATTACHMENT FOR A SECONDARY CLAIM -- THE PRIMARY'S
      *******  REMITS FOR EACH CLAIM ON THE FORM, PRINTED AFTER IT.
       01  EOB-MODE PIC X VALUE "N".
       01  EOB-GARNO PIC X(8).
       01  EOB-PAYCODE PIC XXX.
       01  EOB-CNT PIC 99 VALUE 0.
       01  EOB-X PIC 99.
       01  EOB-CLMTAB01.
           02 EOB-CLMTAB PIC X(6) OCCURS 12 TIMES.
       01  EOB-FOUND PIC X.
       01  EOB-LINE PIC X(132).
       01  EOB-HOLD PIC X(132).
       01  EOB-ADV PIC 9.
       01  EOB-LCNT PIC 99.
       01  EOB-CX PIC 9.
       01  EOB-LN PIC 999.
       01  EOB-KEY PIC X(27).
       01  EOB-DATE-IN PIC X(8).
       01  EOB-DATE-ED PIC X(10).
       01  EOB-STAT-TEXT PIC X(30).
       01  EOB-AMT-ED PIC ZZ,ZZZ,ZZ9.99-.
       01  EOB-TOT-BILLED PIC S9(7)V99.
       01  EOB-TOT-ALLOWED PIC S9(7)V99.
       01  EOB-TOT-PAID PIC S9(7)V99.
       01  EOB-CLM.
           02 EC-PAYER PIC X(30).
           02 EC-PAYER-ID PIC X(10).
           02 EC-PAYER-ADDR PIC X(30).
           02 EC-PAYER-CSZ PIC X(30).
           02 EC-TRACE PIC X(30).
           02 EC-CHECK-AMT PIC S9(7)V99.
           02 EC-DATE PIC X(8).
           02 EC-ACCT PIC X(15).
           02 EC-ICN PIC X(20).
           02 EC-STATUS PIC XX.
           02 EC-PAT-NAME PIC X(30).
           02 EC-BILLED PIC S9(7)V99.
           02 EC-PAID PIC S9(7)V99.
           02 EC-PATRESP PIC S9(7)V99.
           02 EC-CAS-CNT PIC 9.
           02 EC-CAS OCCURS 6 TIMES.
             03 EC-CAS-GROUP PIC XX.
             03 EC-CAS-REASON PIC XXX.
             03 EC-CAS-AMT PIC S9(7)V99.
       01  EOB-TITLE.
           02 FILLER PIC X(40) VALUE SPACE.
           02 FILLER PIC X(51) VALUE
              "EXPLANATION OF BENEFITS -- PRIMARY PAYER REMITTANCE".
       01  EOB-COLS.
           02 FILLER PIC X(22) VALUE "  SERV DATE  PROC  MOD".
           02 FILLER PIC X(14) VALUE "        BILLED".
           02 FILLER PIC X(16) VALUE "         ALLOWED".
           02 FILLER PIC X(16) VALUE "            PAID".
           02 FILLER PIC X(10) VALUE "  GR  RSN ".
           02 FILLER PIC X(14) VALUE "    ADJUSTMENT".
       01  EOB-DASH.
           02 FILLER PIC XX VALUE SPACE.
           02 FILLER PIC X(92) VALUE ALL "-".
       01  EOB-DET.
           02 FILLER PIC XX.
           02 ED-DOS PIC X(10).
           02 FILLER PIC X.
           02 ED-PROC PIC X(5).
           02 FILLER PIC X.
           02 ED-MOD PIC XX.
           02 FILLER PIC X.
           02 ED-BILLED PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC XX.
           02 ED-ALLOWED PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC XX.
           02 ED-PAID PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC XX.
           02 ED-GROUP PIC XX.
           02 FILLER PIC XX.
           02 ED-REASON PIC XXX.
           02 FILLER PIC X.
           02 ED-ADJ PIC ZZ,ZZZ,ZZ9.99-.
       01  PL-POS PIC XX.
       01  TELE-MOD PIC XX.
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
       01  PRT-GROUP PIC 9 VALUE 4.
       01  PRT-ADV PIC 9 VALUE 1.
       01  REF-X PIC 9.
       01  AGE-PAT PIC 999.
       01  CHNL-X PIC X VALUE H"1B".

      *******  CLAIM SUMMARY UPKEEP -- THE ACCOUNT AND CLAIM TO ADD
      *******  BACK UP, AND THE CALLER'S RECORDS PARKED MEANWHILE.
       01  SYNC-KEY8 PIC X(8).
       01  SYNC-CLAIM PIC X(6).
       01  SYNC-FOUND PIC X.
       01  SYNC-CC-SAVE PIC X(172).
       01  SYNC-PC-SAVE PIC X(52).

       PROCEDURE DIVISION.

       Q0.
           OPEN OUTPUT DOCERR.
           OPEN EXTEND CCNLOG.
           PERFORM CCN-READ THRU CCN-READ-EXIT.
           OPEN I-O CLMARCH.
           OPEN INPUT REMITDTL.
           OPEN EXTEND ELIGERR.
           OPEN EXTEND MSPERR.
           OPEN EXTEND AUTHERR.
           OPEN EXTEND SUMLOG.
           OPEN INPUT PARMFILE PATFILE PAYCUR DIAGFILE GAPFILE SORFILE
                INSFILE MPLRFILE GARFILE DOCFILE PROVCAID ELIGFILE
                HOLDFILE PATCOV PAYHIST MSPFILE SIGFILE IDFMT PAYADDR.
           OPEN I-O AUTHFILE REGWORK.
           READ SORFILE AT END GO TO P10.
           READ PARMFILE.
           READ PARMFILE AT END GO TO P10.
               MOVE "F" TO RUN-MODE
             NOT AT END
               MOVE PF1(1:1) TO RUN-MODE
               PERFORM EOB-PARM THRU EOB-PARM-EXIT
           END-READ.

       PP-1.
           OPEN INPUT REFPHY.
           OPEN I-O CHARCUR.
           OPEN INPUT PROCFILE.
           OPEN I-O CLMSUM.
           ACCEPT DATE-X FROM CENTURY-DATE.
           MOVE DATE-X TO TEST-DATE.
           MOVE S-MM TO L15F1
               PERFORM A7
               PERFORM A5
               PERFORM A6
               PERFORM EOB-ATTACH THRU EOB-ATTACH-EXIT
               GO TO P10.

           IF SKIP-FLAG = "Y"

           PERFORM HOLD-CHECK THRU HOLD-CHECK-EXIT.
           IF HOLD-FLAG = "Y" GO TO P1.
           PERFORM PROC-CHECK THRU PROC-CHECK-EXIT.
           IF PROC-REJECT = "Y" GO TO P1.

       P1-1.
      *******  A DRAFT RUN MUST BE SAFE TO REPEAT OR RUN FINAL
           IF RUN-MODE = "F" OR "C"
               ADD 1 TO CLAIM-CCN
               PERFORM CCN-LOG THRU CCN-LOG-EXIT
               MOVE CLAIM-CCN TO ARCH-CCN
               MOVE 0 TO ARCH-SEQ
           END-IF.

      *******  270/271 ELIGIBILITY PRE-CHECK.  ELIGFILE IS THE LOCAL
           MOVE INS-CITY TO L0F4
           MOVE INS-STATE TO L0F5
           MOVE INS-ZIP TO L0F6
           PERFORM CLAIM-ADDR THRU CLAIM-ADDR-EXIT
           MOVE SPACE TO L42F8 L42F9
           MOVE "N" TO WC-CLAIM-FLAG
           MOVE "N" TO SEC-CLAIM-FLAG.
           IF CC-PATID8 = "P"
               PERFORM PATCOV-CHECK THRU PATCOV-CHECK-EXIT
           END-IF.
           MOVE SPACE TO L60F1 L60F2
           IF SIG-ROI = "Y" MOVE "     SIGNATURE ON FILE" TO L60F1.
           IF SIG-AOB = "Y" MOVE "    SIGNATURE ON FILE" TO L60F2.
           MOVE G-BILLADD TO L20F1 l20f2
           MOVE G-STREET TO L2F1 L2F6
           IF G-STREET = SPACE
               PERFORM A7 
               PERFORM A5 
               PERFORM A6
               PERFORM EOB-ATTACH THRU EOB-ATTACH-EXIT
               GO TO P10.

           IF FI-PS NOT = SORFILE01 

           PERFORM HOLD-CHECK THRU HOLD-CHECK-EXIT.
           IF HOLD-FLAG = "Y" GO TO P2.
           PERFORM PROC-CHECK THRU PROC-CHECK-EXIT.
           IF PROC-REJECT = "Y" GO TO P2.

      *******  PRE-BILL VALIDATION -- A CHARGE MAY NOT GO OUT ON A
      *******  CLAIM UNLESS THE RENDERING PROVIDER ON CC-PAYCODE/
             PERFORM A7 
             PERFORM A5 
             PERFORM A6
             PERFORM EOB-ATTACH THRU EOB-ATTACH-EXIT
             MOVE SPACE TO LINE-00 LINE-0 LINE-1 LINE-2 LINE-20
               LINE-2 LINE-3 LINE-4 LINE-41 LINE-42 LINE-43 LINE-44
               LINE-45 LINE-61 LINE-7LEG LINE-7 LINE-8 LINE-9  
               END-IF
               MOVE DATE-X TO CC-DATE-A
               REWRITE CHARCUR01
               MOVE CC-KEY8 TO SYNC-KEY8
               MOVE CC-CLAIM TO SYNC-CLAIM
               PERFORM CLMSUM-SYNC THRU CLMSUM-SYNC-EXIT
           END-IF.
           GO TO P2.
      *******  A PATIENT WITH THEIR OWN COVERAGE FOR THIS CLAIM'S PAYER
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
               MOVE DATE-X TO DE-DATE
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
               MOVE DATE-X TO DE-DATE
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
               MOVE DATE-X TO RW-FOUND
               MOVE IDV-POLICY TO RW-POLICY
               MOVE IDV-REASON TO RW-REASON
               MOVE DATE-X TO RW-LAST
               MOVE "NEW1500" TO RW-PGM
               WRITE REGWORK01
               GO TO REG-WORK-EXIT
           END-READ
           MOVE IDV-POLICY TO RW-POLICY
           MOVE IDV-REASON TO RW-REASON
           MOVE DATE-X TO RW-LAST
           MOVE "NEW1500" TO RW-PGM
           REWRITE REGWORK01.
       REG-WORK-EXIT.
           EXIT.

      *******  A LINE UNDER A CLIENT PAYCODE (900-949) IS OWED BY THE
      *******  FACILITY WE READ FOR, NOT A PAYER -- BLCLI001 PUTS IT
      *******  ON THE FACILITY'S MONTHLY INVOICE AND STAMPS IT BILLED
      *******  THERE.  IT NEVER GOES OUT ON A CLAIM FORM.

       CLIENT-CHECK.
           IF CC-PAYCODE > 899 AND CC-PAYCODE < 950
               MOVE "Y" TO HOLD-FLAG
               DISPLAY CC-KEY8 " " CC-CLAIM " CLIENT BILLED"
               MOVE SPACE TO DOCERR01
               MOVE DATE-X TO DE-DATE
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
               MOVE DATE-X TO DE-DATE
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
               MOVE DATE-X TO DE-DATE
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
                   END-IF
               END-IF
           END-IF.
       S4. PERFORM EOB-NOTE THRU EOB-NOTE-EXIT.
           MOVE G-GARNO TO PC-KEY8.
           MOVE "000" TO PC-KEY3.
           START PAYCUR KEY NOT < PAYCUR-KEY INVALID GO TO S4H.
       S7. READ PAYCUR NEXT AT END GO TO S4H.
               END-IF
             END-IF
           END-IF.
           IF ARCH-CCN > 0
               MOVE SPACE TO CLMARCH01
               MOVE PRT-ADV TO CA-ADV-N
               MOVE OUT01 TO CA-LINE
               PERFORM CLAIM-ARCHIVE THRU CLAIM-ARCHIVE-EXIT
           END-IF.

       PRT-CHNL.
           IF PRT-GROUP = 1
               END-IF
             END-IF
           END-IF.
           IF ARCH-CCN > 0
               MOVE SPACE TO CLMARCH01
               MOVE "C" TO CA-ADV
               MOVE CHNL-X TO CA-LINE
               PERFORM CLAIM-ARCHIVE THRU CLAIM-ARCHIVE-EXIT
           END-IF.
           EXIT.

      *******  FILE THE LINE JUST PRINTED UNDER THE CLAIM'S CONTROL
      *******  NUMBER.  ONLY A FINAL OR CORRECTED RUN HAS ONE; A DRAFT
      *******  IS NOT A CLAIM THAT LEFT AND IS NOT KEPT.

       CLAIM-ARCHIVE.
           ADD 1 TO ARCH-SEQ
           MOVE ARCH-CCN TO CA-CCN
           MOVE "P" TO CA-FORM
           MOVE ARCH-SEQ TO CA-SEQ
           MOVE DATE-X TO CA-DATE
           WRITE CLMARCH01
             INVALID
               DISPLAY "CLMARCH DUPLICATE " CA-KEY
           END-WRITE.
       CLAIM-ARCHIVE-EXIT.
           EXIT.

      *******  EOB ATTACHMENT.  THE OPTIONAL PARM CARD AFTER THE RUN
      *******  MODE TURNS IT ON ("Y").  EACH CLAIM THE PRIOR-PAYMENT
      *******  SCAN VISITS ON A SECONDARY FORM IS NOTED, AND WHEN THE
      *******  FORM BREAKS EVERY REMIT THE PRIMARY SENT FOR THOSE
      *******  CLAIMS PRINTS AS AN EOB PAGE THROUGH PRT-OUT -- SO IT
      *******  LANDS IN THE SAME PAYER BATCH, AND IN THE CLAIM'S
      *******  ARCHIVE, RIGHT BEHIND THE FORM IT BELONGS TO.

       EOB-PARM.
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PF1(1:1) TO EOB-MODE
           END-READ.
       EOB-PARM-EXIT.
           EXIT.

       EOB-NOTE.
           IF EOB-MODE NOT = "Y" GO TO EOB-NOTE-EXIT.
           MOVE G-GARNO TO EOB-GARNO
           MOVE G-PRINS TO EOB-PAYCODE
           MOVE 1 TO EOB-X.
       EOB-NOTE-1.
           IF EOB-X > EOB-CNT GO TO EOB-NOTE-2.
           IF EOB-CLMTAB(EOB-X) = CLMTAB(X) GO TO EOB-NOTE-EXIT.
           ADD 1 TO EOB-X
           GO TO EOB-NOTE-1.
       EOB-NOTE-2.
           IF EOB-CNT = 12 GO TO EOB-NOTE-EXIT.
           ADD 1 TO EOB-CNT
           MOVE CLMTAB(X) TO EOB-CLMTAB(EOB-CNT).
       EOB-NOTE-EXIT.
           EXIT.

       EOB-ATTACH.
           MOVE 1 TO EOB-X.
       EOB-ATTACH-1.
           IF EOB-X > EOB-CNT GO TO EOB-ATTACH-4.
           MOVE "N" TO EOB-FOUND
           MOVE SPACE TO RD-KEY
           MOVE EOB-GARNO TO RD-KEY8
           MOVE EOB-CLMTAB(EOB-X) TO RD-CLAIM
           START REMITDTL KEY NOT < RD-KEY
             INVALID
               GO TO EOB-ATTACH-3
           END-START.
       EOB-ATTACH-2.
           READ REMITDTL NEXT
             AT END
               GO TO EOB-ATTACH-3
           END-READ
           IF RD-KEY8 NOT = EOB-GARNO GO TO EOB-ATTACH-3.
           IF RD-CLAIM NOT = EOB-CLMTAB(EOB-X) GO TO EOB-ATTACH-3.
           IF RD-TYPE NOT = "C" GO TO EOB-ATTACH-2.
           IF RD-PAYCODE NOT = EOB-PAYCODE GO TO EOB-ATTACH-2.
           MOVE "Y" TO EOB-FOUND
           PERFORM EOB-PAGE THRU EOB-PAGE-EXIT
           MOVE EOB-KEY TO RD-KEY
           MOVE 999 TO RD-LINE
           START REMITDTL KEY > RD-KEY
             INVALID
               GO TO EOB-ATTACH-3
           END-START
           GO TO EOB-ATTACH-2.
       EOB-ATTACH-3.
           IF EOB-FOUND = "N"
               DISPLAY "NO PRIMARY REMIT DETAIL FOR EOB " EOB-GARNO
                   " " EOB-CLMTAB(EOB-X)
           END-IF
           ADD 1 TO EOB-X
           GO TO EOB-ATTACH-1.
       EOB-ATTACH-4.
           MOVE 0 TO EOB-CNT.
       EOB-ATTACH-EXIT.
           EXIT.

       EOB-PAGE.
           MOVE RD-KEY TO EOB-KEY
           MOVE RD-PAYER TO EC-PAYER
           MOVE RD-PAYER-ID TO EC-PAYER-ID
           MOVE RD-PAYER-ADDR TO EC-PAYER-ADDR
           MOVE RD-PAYER-CSZ TO EC-PAYER-CSZ
           MOVE RD-TRACE TO EC-TRACE
           MOVE RD-CHECK-AMT TO EC-CHECK-AMT
           MOVE RD-DATE TO EC-DATE
           MOVE RD-CLP-ACCT TO EC-ACCT
           MOVE RD-CLP-ICN TO EC-ICN
           MOVE RD-CLP-STATUS TO EC-STATUS
           MOVE RD-PAT-NAME TO EC-PAT-NAME
           MOVE RD-BILLED TO EC-BILLED
           MOVE RD-PAID TO EC-PAID
           MOVE RD-PATRESP TO EC-PATRESP
           MOVE RD-CAS-CNT TO EC-CAS-CNT
           MOVE 1 TO EOB-CX.
       EOB-PAGE-1.
           IF EOB-CX > 6 GO TO EOB-PAGE-2.
           MOVE RD-CAS-GROUP(EOB-CX) TO EC-CAS-GROUP(EOB-CX)
           MOVE RD-CAS-REASON(EOB-CX) TO EC-CAS-REASON(EOB-CX)
           MOVE RD-CAS-AMT(EOB-CX) TO EC-CAS-AMT(EOB-CX)
           ADD 1 TO EOB-CX
           GO TO EOB-PAGE-1.
       EOB-PAGE-2.
           MOVE 0 TO EOB-TOT-BILLED EOB-TOT-ALLOWED EOB-TOT-PAID
           PERFORM EOB-HEAD THRU EOB-HEAD-EXIT
           MOVE 0 TO EOB-LN.
       EOB-PAGE-3.
           ADD 1 TO EOB-LN
           MOVE EOB-KEY TO RD-KEY
           MOVE EOB-LN TO RD-LINE
           READ REMITDTL
             INVALID
               GO TO EOB-PAGE-4
           END-READ
           PERFORM EOB-SVC THRU EOB-SVC-EXIT
           IF EOB-LN < 999 GO TO EOB-PAGE-3.
       EOB-PAGE-4.
           IF EC-CAS-CNT > 0
               MOVE SPACE TO EOB-LINE
               STRING "  CLAIM ADJUSTMENTS" DELIMITED BY SIZE
                   INTO EOB-LINE
               MOVE 2 TO EOB-ADV
               PERFORM EOB-BODY THRU EOB-BODY-EXIT
           END-IF
           MOVE 1 TO EOB-CX.
       EOB-PAGE-5.
           IF EOB-CX > EC-CAS-CNT GO TO EOB-PAGE-6.
           MOVE SPACE TO EOB-DET
           MOVE EC-CAS-GROUP(EOB-CX) TO ED-GROUP
           MOVE EC-CAS-REASON(EOB-CX) TO ED-REASON
           MOVE EC-CAS-AMT(EOB-CX) TO ED-ADJ
           MOVE EOB-DET TO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT
           ADD 1 TO EOB-CX
           GO TO EOB-PAGE-5.
       EOB-PAGE-6.
           MOVE EOB-DASH TO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT
      *******  A CLAIM SENT WITH NO SVC DETAIL TOTALS FROM THE CLP.
           IF EOB-LN = 1
               MOVE EC-BILLED TO EOB-TOT-BILLED
               MOVE EC-PAID TO EOB-TOT-PAID
           END-IF
           MOVE SPACE TO EOB-DET
           MOVE "  CLAIM TOTALS" TO EOB-DET(1:20)
           MOVE EOB-TOT-BILLED TO ED-BILLED
           MOVE EOB-TOT-ALLOWED TO ED-ALLOWED
           MOVE EOB-TOT-PAID TO ED-PAID
           MOVE EOB-DET TO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT
           MOVE EC-PATRESP TO EOB-AMT-ED
           MOVE SPACE TO EOB-LINE
           STRING "  PATIENT RESPONSIBILITY " EOB-AMT-ED
               DELIMITED BY SIZE INTO EOB-LINE
           MOVE 2 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT
           MOVE EC-PAID TO EOB-AMT-ED
           MOVE SPACE TO EOB-LINE
           STRING "  PAID TO PROVIDER       " EOB-AMT-ED
               DELIMITED BY SIZE INTO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT.
       EOB-PAGE-EXIT.
           EXIT.

       EOB-SVC.
           ADD RD-BILLED TO EOB-TOT-BILLED
           ADD RD-ALLOWED TO EOB-TOT-ALLOWED
           ADD RD-PAID TO EOB-TOT-PAID
           MOVE SPACE TO EOB-DET
           MOVE RD-DOS TO EOB-DATE-IN
           PERFORM EOB-DATE THRU EOB-DATE-EXIT
           MOVE EOB-DATE-ED TO ED-DOS
           MOVE RD-PROC TO ED-PROC
           MOVE RD-MOD TO ED-MOD
           MOVE RD-BILLED TO ED-BILLED
           MOVE RD-ALLOWED TO ED-ALLOWED
           MOVE RD-PAID TO ED-PAID
           IF RD-CAS-CNT > 0
               MOVE RD-CAS-GROUP(1) TO ED-GROUP
               MOVE RD-CAS-REASON(1) TO ED-REASON
               MOVE RD-CAS-AMT(1) TO ED-ADJ
           END-IF
           MOVE EOB-DET TO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT
           MOVE 2 TO EOB-CX.
       EOB-SVC-1.
           IF EOB-CX > RD-CAS-CNT GO TO EOB-SVC-EXIT.
           MOVE SPACE TO EOB-DET
           MOVE RD-CAS-GROUP(EOB-CX) TO ED-GROUP
           MOVE RD-CAS-REASON(EOB-CX) TO ED-REASON
           MOVE RD-CAS-AMT(EOB-CX) TO ED-ADJ
           MOVE EOB-DET TO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-BODY THRU EOB-BODY-EXIT
           IF EOB-CX = 6 GO TO EOB-SVC-EXIT.
           ADD 1 TO EOB-CX
           GO TO EOB-SVC-1.
       EOB-SVC-EXIT.
           EXIT.

       EOB-HEAD.
           MOVE EOB-TITLE TO EOB-LINE
           MOVE 9 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE SPACE TO EOB-LINE
           STRING "  " EC-PAYER DELIMITED BY SIZE INTO EOB-LINE
           MOVE 3 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE SPACE TO EOB-LINE
           STRING "  " EC-PAYER-ADDR DELIMITED BY SIZE INTO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE SPACE TO EOB-LINE
           STRING "  " EC-PAYER-CSZ DELIMITED BY SIZE INTO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE SPACE TO EOB-LINE
           STRING "  PAYER ID " EC-PAYER-ID DELIMITED BY SIZE
               INTO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE EC-DATE TO EOB-DATE-IN
           PERFORM EOB-DATE THRU EOB-DATE-EXIT
           MOVE EC-CHECK-AMT TO EOB-AMT-ED
           MOVE SPACE TO EOB-LINE
           STRING "  CHECK/EFT TRACE " EC-TRACE
               "  CHECK AMOUNT " EOB-AMT-ED
               "  POSTED " EOB-DATE-ED
               DELIMITED BY SIZE INTO EOB-LINE
           MOVE 2 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE SPACE TO EOB-LINE
           STRING "  PATIENT " EC-PAT-NAME
               "  ACCOUNT " EC-ACCT
               "  PAYER CLAIM NO " EC-ICN
               DELIMITED BY SIZE INTO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           PERFORM EOB-STATUS THRU EOB-STATUS-EXIT
           MOVE SPACE TO EOB-LINE
           STRING "  CLAIM STATUS " EC-STATUS " " EOB-STAT-TEXT
               DELIMITED BY SIZE INTO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE EOB-COLS TO EOB-LINE
           MOVE 2 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE EOB-DASH TO EOB-LINE
           MOVE 1 TO EOB-ADV
           PERFORM EOB-OUT THRU EOB-OUT-EXIT
           MOVE 0 TO EOB-LCNT.
       EOB-HEAD-EXIT.
           EXIT.

       EOB-BODY.
           IF EOB-LCNT > 49
               MOVE EOB-LINE TO EOB-HOLD
               PERFORM EOB-HEAD THRU EOB-HEAD-EXIT
               MOVE EOB-HOLD TO EOB-LINE
               MOVE 1 TO EOB-ADV
           END-IF
           ADD EOB-ADV TO EOB-LCNT
           PERFORM EOB-OUT THRU EOB-OUT-EXIT.
       EOB-BODY-EXIT.
           EXIT.

       EOB-OUT.
           MOVE EOB-LINE TO OUT01
           MOVE EOB-ADV TO PRT-ADV
           PERFORM PRT-OUT.
       EOB-OUT-EXIT.
           EXIT.

       EOB-DATE.
           MOVE SPACE TO EOB-DATE-ED
           IF EOB-DATE-IN = SPACE GO TO EOB-DATE-EXIT.
           STRING EOB-DATE-IN(5:2) "/" EOB-DATE-IN(7:2) "/"
               EOB-DATE-IN(1:4) DELIMITED BY SIZE INTO EOB-DATE-ED.
       EOB-DATE-EXIT.
           EXIT.

       EOB-STATUS.
           MOVE SPACE TO EOB-STAT-TEXT
           IF EC-STATUS = "1 " OR "01"
               MOVE "PROCESSED AS PRIMARY" TO EOB-STAT-TEXT.
           IF EC-STATUS = "2 " OR "02"
               MOVE "PROCESSED AS SECONDARY" TO EOB-STAT-TEXT.
           IF EC-STATUS = "3 " OR "03"
               MOVE "PROCESSED AS TERTIARY" TO EOB-STAT-TEXT.
           IF EC-STATUS = "4 " OR "04"
               MOVE "DENIED" TO EOB-STAT-TEXT.
           IF EC-STATUS = "19"
               MOVE "PRIMARY, FORWARDED" TO EOB-STAT-TEXT.
           IF EC-STATUS = "20"
               MOVE "SECONDARY, FORWARDED" TO EOB-STAT-TEXT.
           IF EC-STATUS = "22"
               MOVE "REVERSAL OF PREVIOUS PAYMENT" TO EOB-STAT-TEXT.
       EOB-STATUS-EXIT.
           EXIT.

      *******  CHECKPOINT/RESTART FOR THE CLAIM PRINT RUN.  CKPTFILE
       CCN-FIND-EXIT.
           EXIT.

      *******  THE PAYER'S CLAIMS ADDRESS OFF PAYADDR, WHEN ONE IS
      *******  KEYED, OVER THE INSFILE ADDRESS ALREADY IN THE BLOCK.

       CLAIM-ADDR.
           MOVE INS-KEY TO AD-INS-KEY
           MOVE "C" TO AD-TYPE
           READ PAYADDR
             INVALID
               GO TO CLAIM-ADDR-EXIT
           END-READ
           IF AD-STREET = SPACE
               GO TO CLAIM-ADDR-EXIT
           END-IF
           MOVE AD-STREET TO L0F3
           MOVE AD-CITY TO L0F4
           MOVE AD-STATE TO L0F5
           MOVE AD-ZIP TO L0F6.
       CLAIM-ADDR-EXIT.
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
           MOVE DATE-X TO CS-DATE-SYNC
           MOVE "NEW1500" TO CS-PGM
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

       P10. CLOSE FILE-OUT FILE-OUTM FILE-OUTB FILE-OUTC
                  CHARCUR DOCERR HOLDFILE PATCOV PAYHIST SIGFILE
                  IDFMT REGWORK PAYADDR.
           PERFORM CCN-WRITE THRU CCN-WRITE-EXIT.
           CLOSE CCNLOG CLMARCH REMITDTL CLMSUM.
           CLOSE ELIGFILE ELIGERR.
           CLOSE MSPFILE MSPERR.
           CLOSE AUTHFILE AUTHERR.
