      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-23 sw  new program - payer-style EOB print from the 835
      *                detail blui006 keeps on REMITDTL.  each EOBREQ
      *                card names an account, and optionally a claim,
      *                the payer (our insurance code) and the date the
      *                remit posted; every remit on file that fits
      *                prints as its own EOB page -- payer and address,
      *                trace and check amount, patient, then each
      *                service line's billed, allowed and paid with its
      *                CAS group/reason/amount, the claim-level
      *                adjustments and the claim totals -- for a biller
      *                to attach to a paper secondary claim.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLEOB001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITDTL ASSIGN TO "S218" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS RD-KEY
           LOCK MODE MANUAL.
           SELECT EOBREQ ASSIGN TO "S219" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT EOBPRT ASSIGN TO "S220" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITDTL.
           COPY "remitdtl.cpy".

      *******  ONE REQUEST PER CARD.  THE ACCOUNT IS REQUIRED; A BLANK
      *******  CLAIM, PAYCODE OR POSTED DATE TAKES EVERY ONE ON FILE.
       FD  EOBREQ.
       01  EOBREQ01.
           02 RQ-GARNO PIC X(8).
           02 FILLER PIC X.
           02 RQ-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 RQ-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 RQ-DATE PIC X(8).

       FD  EOBPRT.
       01  EOBPRT01 PIC X(132).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  REQ-COUNT PIC 9(5) VALUE 0.
       01  PAGE-COUNT PIC 9(5) VALUE 0.
       01  MISS-COUNT PIC 9(5) VALUE 0.
       01  REQ-FOUND PIC X.
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

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT REMITDTL EOBREQ.
           OPEN OUTPUT EOBPRT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       P1.
           READ EOBREQ
             AT END
               GO TO P9
           END-READ
           IF RQ-GARNO = SPACE GO TO P1.
           ADD 1 TO REQ-COUNT
           MOVE "N" TO REQ-FOUND
           MOVE SPACE TO RD-KEY
           MOVE RQ-GARNO TO RD-KEY8
           MOVE RQ-CLAIM TO RD-CLAIM
           START REMITDTL KEY NOT < RD-KEY
             INVALID
               GO TO P3
           END-START.

      *******  ONLY THE CLAIM RECORDS ARE WALKED HERE; EOB-PAGE READS
      *******  ITS OWN LINES AND THEN PUTS THE FILE BACK JUST PAST
      *******  THEM.

       P2.
           READ REMITDTL NEXT
             AT END
               GO TO P3
           END-READ
           IF RD-KEY8 NOT = RQ-GARNO GO TO P3.
           IF RQ-CLAIM NOT = SPACE AND RD-CLAIM NOT = RQ-CLAIM
               GO TO P3
           END-IF
           IF RD-TYPE NOT = "C" GO TO P2.
           IF RQ-DATE NOT = SPACE AND RD-DATE NOT = RQ-DATE GO TO P2.
           IF RQ-PAYCODE NOT = SPACE AND RD-PAYCODE NOT = RQ-PAYCODE
               GO TO P2
           END-IF
           MOVE "Y" TO REQ-FOUND
           PERFORM EOB-PAGE THRU EOB-PAGE-EXIT
           MOVE EOB-KEY TO RD-KEY
           MOVE 999 TO RD-LINE
           START REMITDTL KEY > RD-KEY
             INVALID
               GO TO P3
           END-START
           GO TO P2.

       P3.
           IF REQ-FOUND = "N"
               DISPLAY "NO REMIT DETAIL FOR " RQ-GARNO " " RQ-CLAIM
                   " " RQ-PAYCODE " " RQ-DATE
               ADD 1 TO MISS-COUNT
           END-IF
           GO TO P1.

      *******  ONE REMIT, ONE PAGE (MORE IF THE CLAIM RUNS LONG): THE
      *******  PAYER BLOCK, THE CHECK AND THE CLAIM, THE SERVICE LINES
      *******  WITH EVERY ADJUSTMENT UNDER EACH, THE CLAIM-LEVEL
      *******  ADJUSTMENTS, AND THE TOTALS.

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
           ADD 1 TO PAGE-COUNT
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

      *******  ONE SERVICE LINE, THEN ITS ADJUSTMENTS AFTER THE FIRST
      *******  ON LINES OF THEIR OWN UNDER IT.

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

      *******  A BODY LINE, WITH THE HEADING REPEATED ON A FRESH PAGE
      *******  WHEN THE CLAIM RUNS PAST FIFTY OF THEM.

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
           MOVE EOB-LINE TO EOBPRT01
           IF EOB-ADV = 9
               WRITE EOBPRT01 AFTER PAGE
           ELSE
               WRITE EOBPRT01 AFTER EOB-ADV
           END-IF.
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

       P9.
           DISPLAY "EOB PRINT: " REQ-COUNT " REQUESTS, " PAGE-COUNT
               " EOBS PRINTED, " MISS-COUNT " WITH NO REMIT DETAIL".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE REMITDTL EOBREQ EOBPRT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLEOB001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE PAGE-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
