      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-10 sw  new program - charge correction and late
      *                charges.  a charge posted wrong (procedure,
      *                side, date, patient, amount) used to be fixed
      *                by editing CHARCUR in place and rebilling by
      *                hand, leaving no trail of what the payer was
      *                first sent.  CORIN cards now do it: "C"
      *                corrects a line, "V" voids it, "L" adds a late
      *                charge to an existing claim.  a void never
      *                touches the original amount -- the line is
      *                stamped VOD and an offsetting negative line
      *                posts in the account's next free slot; the
      *                corrected or late line posts in the slot after
      *                that.  each new line goes on CHARFILE too with
      *                today's entry date, every step goes to AUDITLOG
      *                and the CC-/CD-ADJ-REASON stamps (VOD, COR,
      *                LAT) the way blpts001 and cci005 mark theirs.
      *                when the claim has already gone out, its live
      *                lines are written to CORRQ in claim-run FILEIN
      *                form for the next corrected-claim ("C") run of
      *                new1500 or new837p.  the last pass lists every
      *                charge whose CHARFILE entry date falls after
      *                its claim was first billed.
      * 2026-10-15 sw  each CORIN card carries the biller who keyed it,
      *                checked against OPFILE for the billing role
      *                before the card is applied (a refused card goes
      *                on OPEXCP); every card applied goes on WORKLOG
      *                under that operator.
      * 2026-10-15 sw  CORRQ is extended, not rewritten, so corrections
      *                queued by an earlier run that the claim run has
      *                not yet picked up are kept.  a card refused on
      *                its operator counts as rejected and prints on
      *                CORRPT with the reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCOR001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORIN ASSIGN TO "S291" ORGANIZATION
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
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT AUDITLOG ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CORRQ ASSIGN TO "S293" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CORRPT ASSIGN TO "S292" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT WORKLOG ASSIGN TO "S273" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PERCTL ASSIGN TO "S109"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PE-PERIOD
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
      *******  CR-ACTION "C" CORRECT, "V" VOID, "L" LATE CHARGE.
      *******  CR-KEY IS THE LINE TO CORRECT OR VOID; FOR A LATE
      *******  CHARGE IT IS ANY LINE ALREADY ON THE CLAIM, WHICH
      *******  GIVES THE NEW LINE ITS CLAIM, PAYER, PLACE AND
      *******  PROVIDERS.  A BLANK (OR ZERO) FIELD KEEPS WHAT THE
      *******  LINE HAS; A ZERO AMOUNT ON A NEW PROCEDURE TAKES THE
      *******  PROCFILE FEE.  CR-OPID IS THE BILLER WHO KEYED THE
      *******  CARD.
       FD  CORIN.
       01  CORIN01.
           02 CR-ACTION PIC X.
           02 FILLER PIC X.
           02 CR-KEY PIC X(11).
           02 FILLER PIC X.
           02 CR-PATID PIC X(8).
           02 FILLER PIC X.
           02 CR-PROC PIC X(7).
           02 FILLER PIC X.
           02 CR-MOD2 PIC XX.
           02 FILLER PIC X.
           02 CR-DATE-T PIC X(8).
           02 FILLER PIC X.
           02 CR-AMOUNT PIC 9(6)V99.
           02 FILLER PIC X.
           02 CR-REASON PIC X(30).
           02 FILLER PIC X.
           02 CR-OPID PIC X(8).

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

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  AUDITLOG.
       01  AUDITLOG01.
           02 AL-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AL-TIME PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AL-KEY PIC X(11).
           02 FILLER PIC X VALUE SPACE.
           02 AL-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 AL-OLD-MODS PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 AL-NEW-MODS PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 AL-REASON PIC X(40).

      *******  THE SAME RECORD THE CLAIM RUNS READ AS FILEIN, ONE PER
      *******  LIVE LINE OF EACH CLAIM THAT HAS TO GO OUT AGAIN.
       FD  CORRQ.
       01  CORRQ01.
           02 FI-PC PIC 999.
           02 FI-PATID PIC X(8).
           02 FI-KEY PIC X(11).
           02 FI-DATE PIC X(8).
           02 FI-ASSIGN PIC X.
           02 FI-PLACE PIC X.
           02 FI-DOC PIC XX.
           02 FI-PAPER PIC X.
           02 FILLER PIC X(27).
           02 FI-PS PIC X.

       FD  CORRPT.
       01  CORRPT01 PIC X(100).

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  PERCTL.
           COPY "perctl.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  PERIOD-CLOSED PIC X VALUE "N".
       01  CARD-COUNT PIC 9(5) VALUE 0.
       01  VOID-COUNT PIC 9(5) VALUE 0.
       01  COR-COUNT PIC 9(5) VALUE 0.
       01  LATE-COUNT PIC 9(5) VALUE 0.
       01  REJ-COUNT PIC 9(5) VALUE 0.
       01  QUEUE-COUNT PIC 9(5) VALUE 0.
       01  LIST-COUNT PIC 9(5) VALUE 0.
       01  REJ-WHY PIC X(30).
       01  SLOT-N PIC 999.
       01  HOLD-CCKEY PIC X(11).
       01  NEW-KEY PIC X(11).
       01  OFF-KEY PIC X(11).
       01  ORIG-CC PIC X(250).
       01  ORIG-NAME PIC X(24).
       01  ORIG-PROC1 PIC X(5).
       01  CLAIM-KEY8 PIC X(8).
       01  CLAIM-NO PIC X(6).
       01  CLAIM-LEFT PIC X.
       01  BASE-STAT PIC X.
       01  BILL-STAT PIC X.
       01  NEW-PATID PIC X(8).
       01  NEW-NAME PIC X(24).
       01  LINE-NAME PIC X(24).
       01  NEW-PROC PIC X(7).
       01  NEW-MOD2 PIC XX.
       01  NEW-DATE-T PIC X(8).
       01  NEW-AMT PIC S9(6)V99.
       01  ADJ-CODE PIC XXX.
       01  AL-OLD-WS PIC X(6).
       01  AL-NEW-WS PIC X(6).
       01  AL-REASON-WS PIC X(40).
       01  LIVE-COUNT PIC 999.
       01  NEF-9 PIC ZZZ,ZZ9.99-.
       01  NEF-10 PIC ZZZ,ZZ9.99-.

      *******  CLAIMS TO QUEUE ARE COLLECTED AS THE CARDS RUN AND
      *******  WRITTEN AFTER THE LAST ONE, SO TWO CARDS AGAINST ONE
      *******  CLAIM QUEUE IT ONCE, WITH BOTH CHANGES ON IT.
       01  QUE-TAB01.
           02 QUE-ENT OCCURS 100 TIMES.
              03 QT-KEY8 PIC X(8).
              03 QT-CLAIM PIC X(6).
       01  QUE-NDX PIC 999 VALUE 0.
       01  QX PIC 999.

      *******  ONE ACCOUNT'S CLAIMS AND THE DATE EACH WAS FIRST
      *******  BILLED, FOR THE LATE-CHARGE LIST.
       01  CLM-TAB01.
           02 CLM-ENT OCCURS 200 TIMES.
              03 CT-CLAIM PIC X(6).
              03 CT-DATE-A PIC X(8).
       01  CLM-NDX PIC 999 VALUE 0.
       01  CX PIC 999.
       01  LATE-KEY8 PIC X(8).
       01  LATE-EOF PIC X.

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
           OPEN INPUT CORIN PATFILE PROCFILE GARFILE.
           OPEN I-O CHARCUR CHARFILE.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND CORRQ.
           OPEN OUTPUT CORRPT.
           OPEN EXTEND SUMLOG.
           OPEN EXTEND WORKLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO CORRPT01
           STRING "CHARGE CORRECTION AND LATE CHARGES " RUN-DATE
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01.
           PERFORM PERIOD-CHECK THRU PERIOD-CHECK-EXIT.
           IF PERIOD-CLOSED = "Y"
               DISPLAY "TODAY IS IN A CLOSED PERIOD - NO CORRECTIONS"
               MOVE SPACE TO CORRPT01
               STRING "TODAY IS IN A CLOSED PERIOD - NO CARDS APPLIED"
                   DELIMITED BY SIZE INTO CORRPT01
               WRITE CORRPT01
               GO TO L0
           END-IF.

      *******  PASS 1 -- THE CORRECTION CARDS.

       P1.
           READ CORIN AT END GO TO Q0.
           IF CR-KEY = SPACE GO TO P1.
           ADD 1 TO CARD-COUNT
           MOVE CR-OPID TO CHK-OPID
           MOVE CR-KEY TO CHK-KEY
           MOVE "B" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               MOVE CHK-WHY TO REJ-WHY
               GO TO P1-REJECT
           END-IF

           IF CR-ACTION NOT = "C" AND CR-ACTION NOT = "V"
               AND CR-ACTION NOT = "L"
               MOVE "UNKNOWN ACTION" TO REJ-WHY
               GO TO P1-REJECT
           END-IF

           MOVE CR-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               MOVE "LINE NOT ON CHARCUR" TO REJ-WHY
               GO TO P1-REJECT
           END-READ
           IF CC-ADJ-REASON = "VOD"
               MOVE "LINE ALREADY VOIDED" TO REJ-WHY
               GO TO P1-REJECT
           END-IF
           IF CC-AMOUNT NOT > 0
               MOVE "NOT A CHARGE LINE" TO REJ-WHY
               GO TO P1-REJECT
           END-IF

           MOVE CC-KEY8 TO CLAIM-KEY8
           MOVE CC-CLAIM TO CLAIM-NO
           MOVE "0" TO BASE-STAT
           IF CC-REC-STAT = "1" OR "3"
               MOVE "1" TO BASE-STAT
           END-IF
           MOVE "2" TO BILL-STAT
           IF BASE-STAT = "1"
               MOVE "3" TO BILL-STAT
           END-IF

           PERFORM NEW-VALUES THRU NEW-VALUES-EXIT
           IF REJ-WHY NOT = SPACE
               GO TO P1-REJECT
           END-IF

           PERFORM CLAIM-CHECK THRU CLAIM-CHECK-EXIT
           MOVE CR-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               MOVE "LINE NOT ON CHARCUR" TO REJ-WHY
               GO TO P1-REJECT
           END-READ
           MOVE CHARCUR01 TO ORIG-CC
           MOVE CC-PROC1 TO ORIG-PROC1

           MOVE SPACE TO ORIG-NAME
           MOVE CR-KEY TO CHARFILE-KEY
           READ CHARFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE CD-NAME TO ORIG-NAME
           END-READ
           IF NEW-NAME = SPACE
               MOVE ORIG-NAME TO NEW-NAME
           END-IF

           IF CR-ACTION = "L"
               PERFORM POST-LINE THRU POST-LINE-EXIT
               ADD 1 TO LATE-COUNT
               GO TO P1-DONE
           END-IF

           PERFORM VOID-LINE THRU VOID-LINE-EXIT
           ADD 1 TO VOID-COUNT
           IF CR-ACTION = "C"
               PERFORM POST-LINE THRU POST-LINE-EXIT
               ADD 1 TO COR-COUNT
           END-IF.
       P1-DONE.
           IF CLAIM-LEFT = "Y"
               PERFORM QUEUE-ADD THRU QUEUE-ADD-EXIT
           END-IF
           PERFORM WORK-LOG THRU WORK-LOG-EXIT
           GO TO P1.

       WORK-LOG.
           MOVE SPACE TO WORKLOG01
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE CR-OPID TO WL-OPID
           MOVE "BLCOR001" TO WL-PGM
           MOVE "CR" TO WL-ACTION
           MOVE CLAIM-KEY8 TO WL-KEY8
           MOVE CLAIM-NO TO WL-CLAIM
           MOVE 1 TO WL-COUNT
           MOVE 0 TO WL-AMOUNT
           IF CR-ACTION NOT = "V"
               MOVE NEW-AMT TO WL-AMOUNT
           END-IF
           WRITE WORKLOG01.
       WORK-LOG-EXIT.
           EXIT.

       P1-REJECT.
           ADD 1 TO REJ-COUNT
           MOVE SPACE TO CORRPT01
           STRING CR-ACTION " " CR-KEY " " CR-PROC " " CR-DATE-T " "
               REJ-WHY " - NOT APPLIED"
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01
           GO TO P1.

      *******  WHAT THE NEW LINE CARRIES: THE CARD'S VALUES WHERE IT
      *******  HAS THEM, THE LINE'S OWN OTHERWISE.  A NEW PATIENT HAS
      *******  TO BELONG TO THE SAME ACCOUNT -- A CHARGE ON THE WRONG
      *******  ACCOUNT ALTOGETHER IS VOIDED HERE AND POSTED AGAIN
      *******  THROUGH CHARGE ENTRY ON THE RIGHT ONE.

       NEW-VALUES.
           MOVE SPACE TO REJ-WHY NEW-NAME
           MOVE CC-PATID TO NEW-PATID
           MOVE CC-PROC TO NEW-PROC
           MOVE CC-MOD2 TO NEW-MOD2
           MOVE CC-DATE-T TO NEW-DATE-T
           MOVE CC-AMOUNT TO NEW-AMT
           IF CR-ACTION = "V"
               GO TO NEW-VALUES-EXIT
           END-IF
           IF CR-ACTION = "L" AND CR-PROC = SPACE
               MOVE "LATE CHARGE NEEDS A PROCEDURE" TO REJ-WHY
               GO TO NEW-VALUES-EXIT
           END-IF
           IF CR-ACTION = "C" AND CR-PATID = SPACE AND CR-PROC = SPACE
               AND CR-MOD2 = SPACE AND CR-DATE-T = SPACE
               AND CR-AMOUNT = 0
               MOVE "NOTHING TO CORRECT" TO REJ-WHY
               GO TO NEW-VALUES-EXIT
           END-IF

           IF CR-PATID NOT = SPACE
               MOVE CR-PATID TO NEW-PATID
               IF CR-PATID = CC-KEY8
                   MOVE CC-KEY8 TO G-GARNO
                   READ GARFILE
                     INVALID
                       MOVE "ACCOUNT NOT ON GARFILE" TO REJ-WHY
                       GO TO NEW-VALUES-EXIT
                   END-READ
                   MOVE G-GARNAME TO NEW-NAME
               ELSE
                   MOVE CR-PATID TO P-PATNO
                   READ PATFILE
                     INVALID
                       MOVE "PATIENT NOT ON PATFILE" TO REJ-WHY
                       GO TO NEW-VALUES-EXIT
                   END-READ
                   IF P-GARNO NOT = CC-KEY8
                       MOVE "PATIENT NOT ON THIS ACCOUNT" TO REJ-WHY
                       GO TO NEW-VALUES-EXIT
                   END-IF
                   MOVE P-PATNAME TO NEW-NAME
               END-IF
           END-IF

           IF CR-DATE-T NOT = SPACE
               IF CR-DATE-T NOT NUMERIC
                   MOVE "BAD DATE OF SERVICE" TO REJ-WHY
                   GO TO NEW-VALUES-EXIT
               END-IF
               MOVE CR-DATE-T TO NEW-DATE-T
           END-IF

           IF CR-MOD2 NOT = SPACE
               MOVE CR-MOD2 TO NEW-MOD2
           END-IF
           IF CR-ACTION = "L"
               MOVE CR-MOD2 TO NEW-MOD2
           END-IF

           IF CR-PROC NOT = SPACE
               MOVE CR-PROC TO NEW-PROC PROC-KEY
               READ PROCFILE
                 INVALID
                   MOVE "PROCEDURE NOT ON PROCFILE" TO REJ-WHY
                   GO TO NEW-VALUES-EXIT
               END-READ
               MOVE PROC-AMOUNT TO NEW-AMT
           END-IF
           IF CR-AMOUNT NOT = 0
               MOVE CR-AMOUNT TO NEW-AMT
           END-IF
           IF NEW-AMT NOT > 0
               MOVE "NO FEE FOR THE PROCEDURE" TO REJ-WHY
           END-IF.
       NEW-VALUES-EXIT.
           EXIT.

      *******  HAS THE CLAIM LEFT?  ANY LIVE LINE ON IT MARKED BILLED
      *******  WITH A BILLED DATE MEANS THE PAYER HAS IT, AND A
      *******  CHANGE NOW NEEDS A REPLACEMENT CLAIM.

       CLAIM-CHECK.
           MOVE "N" TO CLAIM-LEFT
           MOVE CLAIM-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CLAIM-CHECK-EXIT
           END-START.
       CLAIM-CHECK-1.
           READ CHARCUR NEXT
             AT END
               GO TO CLAIM-CHECK-EXIT
           END-READ
           IF CC-KEY8 NOT = CLAIM-KEY8
               GO TO CLAIM-CHECK-EXIT
           END-IF
           IF CC-CLAIM NOT = CLAIM-NO OR CC-ADJ-REASON = "VOD"
               GO TO CLAIM-CHECK-1
           END-IF
           IF (CC-REC-STAT = "2" OR "3")
               AND CC-DATE-A NUMERIC AND CC-DATE-A NOT = "00000000"
               MOVE "Y" TO CLAIM-LEFT
               GO TO CLAIM-CHECK-EXIT
           END-IF
           GO TO CLAIM-CHECK-1.
       CLAIM-CHECK-EXIT.
           EXIT.

      *******  VOID: THE ORIGINAL KEEPS ITS AMOUNT AND IS STAMPED VOD,
      *******  AND AN OFFSETTING LINE FOR THE NEGATIVE AMOUNT POSTS IN
      *******  THE NEXT FREE SLOT.  BOTH ARE MARKED BILLED SO NEITHER
      *******  IS EVER PICKED UP BY A CLAIM RUN -- THE PAIR NETS TO
      *******  NOTHING ON EVERY BALANCE.

       VOID-LINE.
           MOVE ORIG-CC TO CHARCUR01
           IF CC-REC-STAT = "0" OR "1"
               MOVE BILL-STAT TO CC-REC-STAT
           END-IF
           MOVE "VOD" TO CC-ADJ-REASON
           MOVE "BLCOR001" TO CC-ADJ-OPID
           MOVE RUN-DATE TO CC-ADJ-DATE
           REWRITE CHARCUR01
           MOVE CR-KEY TO CHARFILE-KEY
           READ CHARFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "VOD" TO CD-ADJ-REASON
               MOVE "BLCOR001" TO CD-ADJ-OPID
               MOVE RUN-DATE TO CD-ADJ-DATE
               REWRITE CHARFILE01
           END-READ
           MOVE CC-PROC1 TO AL-OLD-WS
           MOVE SPACE TO AL-NEW-WS
           MOVE SPACE TO AL-REASON-WS
           STRING "VOIDED: " CR-REASON
               DELIMITED BY SIZE INTO AL-REASON-WS
           PERFORM AUDIT-WRITE THRU AUDIT-WRITE-EXIT

           PERFORM NEXT-SLOT THRU NEXT-SLOT-EXIT
           IF HOLD-CCKEY = SPACE
               GO TO VOID-LINE-EXIT
           END-IF
           MOVE HOLD-CCKEY TO OFF-KEY
           MOVE ORIG-CC TO CHARCUR01
           MOVE OFF-KEY TO CHARCUR-KEY
           COMPUTE CC-AMOUNT = 0 - CC-AMOUNT
           IF CC-REC-STAT = "0" OR "1"
               MOVE BILL-STAT TO CC-REC-STAT
           END-IF
           MOVE "VOD" TO CC-ADJ-REASON
           MOVE "BLCOR001" TO CC-ADJ-OPID
           MOVE RUN-DATE TO CC-ADJ-DATE
           WRITE CHARCUR01
           MOVE ORIG-NAME TO LINE-NAME
           PERFORM FILE-LINE THRU FILE-LINE-EXIT
           MOVE SPACE TO AL-OLD-WS
           MOVE CC-PROC1 TO AL-NEW-WS
           MOVE SPACE TO AL-REASON-WS
           STRING "OFFSET OF " CR-KEY
               DELIMITED BY SIZE INTO AL-REASON-WS
           PERFORM AUDIT-WRITE THRU AUDIT-WRITE-EXIT
           MOVE CC-AMOUNT TO NEF-9
           MOVE SPACE TO CORRPT01
           STRING CR-KEY " " CC-PATID " " CC-CLAIM " " CC-PROC " "
               CC-DATE-T " VOIDED BY " OFF-KEY " " NEF-9
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01.
       VOID-LINE-EXIT.
           EXIT.

      *******  THE CORRECTED LINE, OR A LATE CHARGE, BUILT ON THE
      *******  ORIGINAL (OR REFERENCE) LINE.  ON A CLAIM THAT HAS
      *******  LEFT IT IS MARKED BILLED AT ONCE, WITH NO BILLED DATE,
      *******  SO ONLY THE CORRECTED-CLAIM RUN FED FROM CORRQ CAN SEND
      *******  IT -- NEVER A NORMAL RUN AS A SECOND ORIGINAL CLAIM.

       POST-LINE.
           IF NEW-NAME = SPACE
               MOVE ORIG-NAME TO NEW-NAME
           END-IF
           PERFORM NEXT-SLOT THRU NEXT-SLOT-EXIT
           IF HOLD-CCKEY = SPACE
               GO TO POST-LINE-EXIT
           END-IF
           MOVE HOLD-CCKEY TO NEW-KEY
           MOVE ORIG-CC TO CHARCUR01
           MOVE NEW-KEY TO CHARCUR-KEY
           MOVE NEW-PATID TO CC-PATID
           MOVE NEW-PROC TO CC-PROC
           MOVE NEW-MOD2 TO CC-MOD2
           IF CR-ACTION = "L"
               MOVE SPACE TO CC-MOD3 CC-MOD4
           END-IF
           MOVE NEW-DATE-T TO CC-DATE-T
           MOVE NEW-AMT TO CC-AMOUNT
           MOVE BASE-STAT TO CC-REC-STAT
           IF CLAIM-LEFT = "Y"
               MOVE BILL-STAT TO CC-REC-STAT
           END-IF
           MOVE "00000000" TO CC-DATE-A
           MOVE "COR" TO ADJ-CODE
           IF CR-ACTION = "L"
               MOVE "LAT" TO ADJ-CODE
           END-IF
           MOVE ADJ-CODE TO CC-ADJ-REASON
           MOVE "BLCOR001" TO CC-ADJ-OPID
           MOVE RUN-DATE TO CC-ADJ-DATE
           WRITE CHARCUR01
           MOVE NEW-NAME TO LINE-NAME
           PERFORM FILE-LINE THRU FILE-LINE-EXIT
           MOVE SPACE TO AL-OLD-WS
           IF CR-ACTION = "C"
               MOVE ORIG-PROC1 TO AL-OLD-WS
           END-IF
           MOVE CC-PROC1 TO AL-NEW-WS
           MOVE SPACE TO AL-REASON-WS
           IF CR-ACTION = "C"
               STRING "CORRECTS " CR-KEY ": " CR-REASON
                   DELIMITED BY SIZE INTO AL-REASON-WS
           ELSE
               STRING "LATE CHARGE: " CR-REASON
                   DELIMITED BY SIZE INTO AL-REASON-WS
           END-IF
           PERFORM AUDIT-WRITE THRU AUDIT-WRITE-EXIT
           MOVE CC-AMOUNT TO NEF-9
           MOVE SPACE TO CORRPT01
           IF CR-ACTION = "C"
               STRING NEW-KEY " " CC-PATID " " CC-CLAIM " " CC-PROC
                   " " CC-DATE-T " CORRECTED LINE      " NEF-9
                   DELIMITED BY SIZE INTO CORRPT01
           ELSE
               STRING NEW-KEY " " CC-PATID " " CC-CLAIM " " CC-PROC
                   " " CC-DATE-T " LATE CHARGE         " NEF-9
                   DELIMITED BY SIZE INTO CORRPT01
           END-IF
           WRITE CORRPT01.
       POST-LINE-EXIT.
           EXIT.

      *******  THE ACCOUNT'S NEXT SLOT FREE ON BOTH CHARCUR AND
      *******  CHARFILE, THE WAY BLFIN001 FINDS ONE.  HOLD-CCKEY COMES
      *******  BACK BLANK WHEN THE ACCOUNT IS FULL.

       NEXT-SLOT.
           MOVE 0 TO SLOT-N
           MOVE SPACE TO HOLD-CCKEY.
       NEXT-SLOT-1.
           IF SLOT-N = 999
               DISPLAY CLAIM-KEY8 " HAS 999 CHARCUR RECORDS."
               DISPLAY "CONTACT THE DATA CENTER"
               MOVE SPACE TO HOLD-CCKEY
               GO TO NEXT-SLOT-EXIT
           END-IF
           ADD 1 TO SLOT-N
           MOVE CLAIM-KEY8 TO CC-KEY8
           MOVE SLOT-N TO CC-KEY3
           MOVE CHARCUR-KEY TO HOLD-CCKEY
           READ CHARCUR
             INVALID
               GO TO NEXT-SLOT-2
           END-READ
           GO TO NEXT-SLOT-1.
       NEXT-SLOT-2.
           MOVE HOLD-CCKEY TO CHARFILE-KEY
           READ CHARFILE
             INVALID
               GO TO NEXT-SLOT-EXIT
           END-READ
           GO TO NEXT-SLOT-1.
       NEXT-SLOT-EXIT.
           EXIT.

      *******  THE NEW CHARCUR LINE GOES ON CHARFILE UNDER THE SAME
      *******  KEY WITH TODAY'S ENTRY DATE AND THE SAME STAMP.

       FILE-LINE.
           MOVE SPACE TO CHARFILE01
           MOVE CHARCUR-KEY TO CHARFILE-KEY
           MOVE CC-PATID TO CD-PATID
           MOVE CC-CLAIM TO CD-CLAIM
           MOVE CC-SERVICE TO CD-SERVICE
           MOVE CC-DIAG TO CD-DIAG
           MOVE CC-PROC TO CD-PROC1
           MOVE CC-MOD2 TO CD-MOD2
           MOVE CC-MOD3 TO CD-MOD3
           MOVE CC-MOD4 TO CD-MOD4
           MOVE CC-AMOUNT TO CD-AMOUNT
           MOVE CC-DOCR TO CD-DOCR
           MOVE CC-DOCP TO CD-DOCP
           MOVE CC-PAYCODE TO CD-PAYCODE
           MOVE CC-REC-STAT TO CD-STAT
           MOVE CC-WORK TO CD-WORK
           MOVE CC-DAT1 TO CD-DAT1
           MOVE CC-RESULT TO CD-RESULT
           MOVE CC-ACT TO CD-ACT
           MOVE CC-SORCREF TO CD-SORCREF
           MOVE CC-COLLT TO CD-COLLT
           MOVE CC-AGE TO CD-AGE
           MOVE CC-PAPER TO CD-PAPER
           MOVE CC-PLACE TO CD-PLACE
           MOVE LINE-NAME TO CD-NAME
           MOVE CC-DATE-T TO CD-DATE-T
           MOVE RUN-DATE TO CD-DATE-E
           MOVE CC-DX2 TO CD-DX2
           MOVE CC-DX3 TO CD-DX3
           MOVE CC-DATE-A TO CD-DATE-A
           MOVE CC-ACC-TYPE TO CD-ACC-TYPE
           MOVE CC-DATE-M TO CD-DATE-M
           MOVE CC-ASSIGN TO CD-ASSIGN
           MOVE CC-NEIC-ASSIGN TO CD-NEIC-ASSIGN
           MOVE CC-DX4 TO CD-DX4
           MOVE 0 TO CD-AUTH
           MOVE CC-ADJ-REASON TO CD-ADJ-REASON
           MOVE CC-ADJ-OPID TO CD-ADJ-OPID
           MOVE CC-ADJ-DATE TO CD-ADJ-DATE
           WRITE CHARFILE01
             INVALID
               DISPLAY CHARFILE-KEY " ALREADY ON CHARFILE"
           END-WRITE.
       FILE-LINE-EXIT.
           EXIT.

       AUDIT-WRITE.
           MOVE SPACE TO AUDITLOG01
           ACCEPT AL-DATE FROM DATE YYYYMMDD
           ACCEPT AL-TIME FROM TIME
           MOVE CHARCUR-KEY TO AL-KEY
           MOVE CC-PATID TO AL-NAME
           MOVE AL-OLD-WS TO AL-OLD-MODS
           MOVE AL-NEW-WS TO AL-NEW-MODS
           MOVE AL-REASON-WS TO AL-REASON
           WRITE AUDITLOG01.
       AUDIT-WRITE-EXIT.
           EXIT.

       QUEUE-ADD.
           MOVE 0 TO QX.
       QUEUE-ADD-1.
           ADD 1 TO QX
           IF QX > QUE-NDX
               GO TO QUEUE-ADD-2
           END-IF
           IF QT-KEY8(QX) = CLAIM-KEY8 AND QT-CLAIM(QX) = CLAIM-NO
               GO TO QUEUE-ADD-EXIT
           END-IF
           GO TO QUEUE-ADD-1.
       QUEUE-ADD-2.
           IF QUE-NDX = 100
               DISPLAY CLAIM-KEY8 " " CLAIM-NO
                   " QUEUE FULL - REBILL THIS CLAIM BY HAND"
               GO TO QUEUE-ADD-EXIT
           END-IF
           ADD 1 TO QUE-NDX
           MOVE CLAIM-KEY8 TO QT-KEY8(QUE-NDX)
           MOVE CLAIM-NO TO QT-CLAIM(QUE-NDX).
       QUEUE-ADD-EXIT.
           EXIT.

      *******  PASS 2 -- EVERY LIVE LINE OF EACH CHANGED CLAIM THAT HAS
      *******  ALREADY LEFT GOES TO CORRQ FOR THE CORRECTED-CLAIM RUN,
      *******  WHICH SENDS THE CLAIM AS A REPLACEMENT (FREQUENCY 7)
      *******  CARRYING ITS ORIGINAL CONTROL NUMBER.  A CLAIM WITH
      *******  NOTHING LEFT ON IT NEEDS A VOID, NOT A REPLACEMENT, AND
      *******  IS LISTED FOR THE BILLER INSTEAD.

       Q0.
           MOVE SPACE TO CORRPT01
           WRITE CORRPT01
           MOVE 0 TO QX.
       Q1.
           ADD 1 TO QX
           IF QX > QUE-NDX
               GO TO L0
           END-IF
           MOVE 0 TO LIVE-COUNT
           MOVE QT-KEY8(QX) TO CLAIM-KEY8 CC-KEY8
           MOVE QT-CLAIM(QX) TO CLAIM-NO
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO Q3
           END-START.
       Q2.
           READ CHARCUR NEXT
             AT END
               GO TO Q3
           END-READ
           IF CC-KEY8 NOT = CLAIM-KEY8
               GO TO Q3
           END-IF
           IF CC-CLAIM NOT = CLAIM-NO OR CC-ADJ-REASON = "VOD"
               GO TO Q2
           END-IF
           MOVE SPACE TO CORRQ01
           MOVE CC-PAYCODE TO FI-PC
           MOVE CC-PATID TO FI-PATID
           MOVE CHARCUR-KEY TO FI-KEY
           MOVE CC-DATE-T TO FI-DATE
           MOVE CC-ASSIGN TO FI-ASSIGN
           MOVE CC-PLACE TO FI-PLACE
           MOVE CC-DOCP TO FI-DOC
           MOVE CC-PAPER TO FI-PAPER
           MOVE CC-SORCREF TO FI-PS
           WRITE CORRQ01
           ADD 1 TO LIVE-COUNT
           GO TO Q2.
       Q3.
           MOVE SPACE TO CORRPT01
           IF LIVE-COUNT = 0
               STRING CLAIM-KEY8 " " CLAIM-NO
                   " EVERY LINE VOIDED - SEND THE PAYER A VOID"
                   " (FREQUENCY 8) CLAIM"
                   DELIMITED BY SIZE INTO CORRPT01
           ELSE
               ADD 1 TO QUEUE-COUNT
               STRING CLAIM-KEY8 " " CLAIM-NO " " LIVE-COUNT
                   " LINES QUEUED FOR THE CORRECTED-CLAIM RUN"
                   DELIMITED BY SIZE INTO CORRPT01
           END-IF
           WRITE CORRPT01
           GO TO Q1.

      *******  PASS 3 -- LATE CHARGES.  EACH ACCOUNT IS READ TWICE:
      *******  ONCE TO FIND THE DATE EACH CLAIM FIRST BILLED (ITS
      *******  EARLIEST CC-DATE-A), THEN AGAIN TO LIST EVERY LINE WHOSE
      *******  CHARFILE ENTRY DATE IS LATER.  VOID PAIRS ARE NOT
      *******  CHARGES AND ARE LEFT OFF.

       L0.
           MOVE SPACE TO CORRPT01
           WRITE CORRPT01
           MOVE SPACE TO CORRPT01
           STRING "CHARGES ENTERED AFTER THEIR CLAIM BILLED"
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01
           MOVE SPACE TO CORRPT01
           STRING "LINE        PATIENT  CLAIM  PROC    DOS      "
               "ENTERED  BILLED       AMOUNT ADJ"
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01
           MOVE "N" TO LATE-EOF
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P9
           END-START
           READ CHARCUR NEXT
             AT END
               GO TO P9
           END-READ.
       L1.
           MOVE CC-KEY8 TO LATE-KEY8
           MOVE 0 TO CLM-NDX.
       L2.
           IF CC-KEY8 NOT = LATE-KEY8
               GO TO L4
           END-IF
           PERFORM CLAIM-NOTE THRU CLAIM-NOTE-EXIT
           READ CHARCUR NEXT
             AT END
               MOVE "Y" TO LATE-EOF
               GO TO L4
           END-READ
           GO TO L2.
       L4.
           MOVE LATE-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P9
           END-START.
       L5.
           READ CHARCUR NEXT
             AT END
               GO TO P9
           END-READ
           IF CC-KEY8 NOT = LATE-KEY8
               GO TO L7
           END-IF
           PERFORM LATE-LINE THRU LATE-LINE-EXIT
           GO TO L5.
       L7.
           IF LATE-EOF = "Y"
               GO TO P9
           END-IF
           GO TO L1.

       CLAIM-NOTE.
           MOVE 0 TO CX.
       CLAIM-NOTE-1.
           ADD 1 TO CX
           IF CX > CLM-NDX
               GO TO CLAIM-NOTE-2
           END-IF
           IF CT-CLAIM(CX) NOT = CC-CLAIM
               GO TO CLAIM-NOTE-1
           END-IF
           GO TO CLAIM-NOTE-3.
       CLAIM-NOTE-2.
           IF CLM-NDX = 200
               GO TO CLAIM-NOTE-EXIT
           END-IF
           ADD 1 TO CLM-NDX
           MOVE CLM-NDX TO CX
           MOVE CC-CLAIM TO CT-CLAIM(CX)
           MOVE "99999999" TO CT-DATE-A(CX).
       CLAIM-NOTE-3.
           IF CC-DATE-A NUMERIC AND CC-DATE-A NOT = "00000000"
               AND CC-DATE-A < CT-DATE-A(CX)
               MOVE CC-DATE-A TO CT-DATE-A(CX)
           END-IF.
       CLAIM-NOTE-EXIT.
           EXIT.

       LATE-LINE.
           IF CC-ADJ-REASON = "VOD"
               GO TO LATE-LINE-EXIT
           END-IF
           MOVE 0 TO CX.
       LATE-LINE-1.
           ADD 1 TO CX
           IF CX > CLM-NDX
               GO TO LATE-LINE-EXIT
           END-IF
           IF CT-CLAIM(CX) NOT = CC-CLAIM
               GO TO LATE-LINE-1
           END-IF
           IF CT-DATE-A(CX) = "99999999"
               GO TO LATE-LINE-EXIT
           END-IF
           MOVE CHARCUR-KEY TO CHARFILE-KEY
           READ CHARFILE
             INVALID
               GO TO LATE-LINE-EXIT
           END-READ
           IF CD-DATE-E NOT NUMERIC OR CD-DATE-E NOT > CT-DATE-A(CX)
               GO TO LATE-LINE-EXIT
           END-IF
           ADD 1 TO LIST-COUNT
           MOVE CC-AMOUNT TO NEF-10
           MOVE SPACE TO CORRPT01
           STRING CHARCUR-KEY " " CC-PATID " " CC-CLAIM " " CC-PROC
               " " CC-DATE-T " " CD-DATE-E " " CT-DATE-A(CX) " "
               NEF-10 " " CC-ADJ-REASON
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01.
       LATE-LINE-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO CORRPT01
           WRITE CORRPT01
           MOVE SPACE TO CORRPT01
           STRING "CARDS " CARD-COUNT "  VOIDED " VOID-COUNT
               "  CORRECTED " COR-COUNT "  LATE " LATE-COUNT
               "  REJECTED " REJ-COUNT "  CLAIMS QUEUED " QUEUE-COUNT
               "  LATE LISTED " LIST-COUNT
               DELIMITED BY SIZE INTO CORRPT01
           WRITE CORRPT01
           DISPLAY "CHARGE CORRECTION RUN HAS ENDED, " CARD-COUNT
               " CARDS, " QUEUE-COUNT " CLAIMS QUEUED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CORIN PATFILE PROCFILE GARFILE CHARCUR CHARFILE
               AUDITLOG CORRQ CORRPT SUMLOG WORKLOG OPFILE OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLCOR001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CARD-COUNT TO SL-COUNT
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
           MOVE "BLCOR001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
