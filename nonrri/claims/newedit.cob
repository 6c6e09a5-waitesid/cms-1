      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-07 sw  new program - payer-specific pre-bill claim
      *                edits.  every payer has its quirks -- referring
      *                NPI on every line, no more than four diagnoses,
      *                taxonomy on the rendering provider, a modifier
      *                on screening codes -- and until now they lived
      *                in the billers' heads and came back as
      *                rejections on newackrc's worklist.  run ahead
      *                of new1500/new837p, this tests every unbilled
      *                CHARCUR line against its payer's PAYRULE rules
      *                (blmnt001 "E" cards) in force on the date of
      *                service.  a claim that breaks a rule is put on
      *                HOLDFILE, which both claim runs already honor,
      *                and listed on EDITRPT with the rule named; a
      *                claim this run held that now passes is released
      *                the same way, so a corrected claim goes out on
      *                the next run on its own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. newedit.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYRULE ASSIGN TO "S276"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PR-KEY
           LOCK MODE MANUAL.
           SELECT REFPHY ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS REF-KEY.
           SELECT DOCFILE ASSIGN TO "S100" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY.
           SELECT HOLDFILE ASSIGN TO "S170" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HOLD-KEY
           LOCK MODE MANUAL.
           SELECT EDITRPT ASSIGN TO "S277" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
           COPY "charcur.cpy".

       FD  PAYRULE.
           COPY "payrule.cpy".

       FD  REFPHY
           BLOCK CONTAINS 5 RECORDS
           DATA RECORD IS REFPHY01.
       01  REFPHY01.
           02 REF-KEY PIC XXX.
           02 REF-BSNUM PIC X(5).
           02 REF-CRNUM PIC X(6).
           02 REF-UPIN PIC X(6).
           02 REF-CDNUM PIC X(7).
           02 REF-NAME PIC X(24).
           02 REF-NPI PIC X(10).
           02 REF-MERGED PIC XXX.

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

       FD  HOLDFILE.
       01  HOLDFILE01.
           02 HOLD-KEY.
             03 HOLD-KEY8 PIC X(8).
             03 HOLD-CLAIM PIC X(6).
           02 HOLD-REASON PIC X(30).
           02 HOLD-DATE PIC X(8).

      *******  ONE LINE PER RULE BROKEN, THEN ONE PER HOLD RELEASED.
       FD  EDITRPT.
       01  EDITRPT01.
           02 ER-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 ER-CLAIM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ER-LINE PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 ER-PAYCODE PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 ER-DATE-T PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 ER-PROC PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 ER-RULE PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 ER-TYPE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 ER-DESC PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 ER-WHY PIC X(30).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  LINE-COUNT PIC 9(7) VALUE 0.
       01  BREAK-COUNT PIC 9(7) VALUE 0.
       01  HELD-COUNT PIC 9(7) VALUE 0.
       01  RELEASE-COUNT PIC 9(7) VALUE 0.
       01  RULE-HI PIC X(5).
       01  RULE-MAX PIC 99.
       01  RULE-WHY PIC X(30).
       01  DX-COUNT PIC 99.
       01  MOD-FOUND PIC X.
       01  PAY-KEY PIC XXX.

      *******  EVERY CLAIM THAT BROKE A RULE THIS RUN, SO THE RELEASE
      *******  PASS KNOWS WHICH OF ITS OWN HOLDS STILL STAND.  A FULL
      *******  TABLE RELEASES NOTHING RATHER THAN THE WRONG CLAIMS.
       01  FAIL-TAB01.
           02 FAIL-KEY PIC X(14) OCCURS 3000 TIMES.
       01  FAIL-NDX PIC 9(4) VALUE 0.
       01  FAIL-FULL PIC X VALUE "N".
       01  FX PIC 9(4).
       01  CLAIM-KEY.
           02 CK-KEY8 PIC X(8).
           02 CK-CLAIM PIC X(6).

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT CHARCUR PAYRULE REFPHY DOCFILE.
           OPEN I-O HOLDFILE.
           OPEN OUTPUT EDITRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO R1.

      *******  EVERY UNBILLED LINE AGAINST ITS PAYER'S RULES.

       P1.
           READ CHARCUR NEXT AT END GO TO R1.
           IF CC-REC-STAT NOT = "0" AND NOT = "1" GO TO P1.
           ADD 1 TO LINE-COUNT
           MOVE CC-PAYCODE TO PAY-KEY
           MOVE PAY-KEY TO PR-INS
           MOVE LOW-VALUE TO PR-SEQ
           START PAYRULE KEY NOT < PR-KEY INVALID GO TO P1.
       P2.
           READ PAYRULE NEXT AT END GO TO P1.
           IF PR-INS NOT = PAY-KEY GO TO P1.
           PERFORM RULE-TEST THRU RULE-TEST-EXIT
           GO TO P2.

      *******  RELEASE PASS -- A HOLD THIS RUN PLACED ON AN EARLIER
      *******  NIGHT WHOSE CLAIM NO LONGER BREAKS ANY RULE COMES OFF.
      *******  HOLDS PLACED FOR ANY OTHER REASON ARE NOT TOUCHED.

       R1.
           IF FAIL-FULL = "Y"
               DISPLAY "NEWEDIT FAILED-CLAIM TABLE FULL, NO HOLDS "
                   "RELEASED THIS RUN"
               GO TO P9.
           MOVE LOW-VALUE TO HOLD-KEY
           START HOLDFILE KEY NOT < HOLD-KEY INVALID GO TO P9.
       R2.
           READ HOLDFILE NEXT AT END GO TO P9.
           IF HOLD-REASON(1:11) NOT = "PAYER RULE " GO TO R2.
           MOVE HOLD-KEY TO CLAIM-KEY
           PERFORM FAIL-FIND THRU FAIL-FIND-EXIT
           IF FX NOT > FAIL-NDX GO TO R2.
           DELETE HOLDFILE RECORD
             INVALID
               GO TO R2
           END-DELETE
           ADD 1 TO RELEASE-COUNT
           MOVE SPACE TO EDITRPT01
           MOVE HOLD-KEY8 TO ER-GARNO
           MOVE HOLD-CLAIM TO ER-CLAIM
           MOVE HOLD-REASON(12:5) TO ER-RULE
           MOVE "HOLD RELEASED, CLAIM NOW PASSES" TO ER-WHY
           WRITE EDITRPT01
           GO TO R2.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT
           CLOSE CHARCUR PAYRULE REFPHY DOCFILE HOLDFILE EDITRPT
               SUMLOG
           DISPLAY "NEWEDIT " LINE-COUNT " LINES EDITED, "
               BREAK-COUNT " RULES BROKEN, " HELD-COUNT
               " CLAIMS HELD, " RELEASE-COUNT " RELEASED"
           STOP RUN.

      *******  ONE RULE AGAINST THE LINE IN CHARCUR01.  A RULE WITH NO
      *******  TYPE, OUT OF ITS PROCEDURE RANGE OR OUT OF ITS WINDOW
      *******  ON THE DATE OF SERVICE DOES NOT APPLY.

       RULE-TEST.
           IF PR-TYPE = SPACE GO TO RULE-TEST-EXIT.
           IF PR-PROC-LO NOT = SPACE
               MOVE PR-PROC-HI TO RULE-HI
               IF RULE-HI = SPACE
                   MOVE PR-PROC-LO TO RULE-HI
               END-IF
               IF CC-PROC1 < PR-PROC-LO OR CC-PROC1 > RULE-HI
                   GO TO RULE-TEST-EXIT
               END-IF
           END-IF
           IF PR-DATE-EFF NOT = SPACE AND NOT = "00000000"
               AND CC-DATE-T < PR-DATE-EFF
               GO TO RULE-TEST-EXIT.
           IF PR-DATE-TERM NOT = SPACE AND NOT = "00000000"
               AND CC-DATE-T > PR-DATE-TERM
               GO TO RULE-TEST-EXIT.
           MOVE SPACE TO RULE-WHY
           IF PR-TYPE = "RN" PERFORM RULE-RN THRU RULE-RN-EXIT.
           IF PR-TYPE = "DX" PERFORM RULE-DX THRU RULE-DX-EXIT.
           IF PR-TYPE = "TX" PERFORM RULE-TX THRU RULE-TX-EXIT.
           IF PR-TYPE = "MD" OR "MX"
               PERFORM RULE-MOD THRU RULE-MOD-EXIT.
           IF RULE-WHY = SPACE GO TO RULE-TEST-EXIT.
           PERFORM RULE-BREAK THRU RULE-BREAK-EXIT.
       RULE-TEST-EXIT.
           EXIT.

      *******  REFERRING PROVIDER NPI, OFF REFPHY THE WAY THE CLAIM
      *******  RUNS FILL BOX 17 AND THE 2310A LOOP.

       RULE-RN.
           IF CC-DOCR = SPACE
               MOVE "NO REFERRING PROVIDER" TO RULE-WHY
               GO TO RULE-RN-EXIT.
           MOVE CC-DOCR TO REF-KEY
           READ REFPHY
             INVALID
               MOVE SPACE TO REFPHY01
           END-READ
           IF REF-NPI = SPACE
               STRING "NO NPI FOR REFERRING " CC-DOCR
                   DELIMITED BY SIZE INTO RULE-WHY.
       RULE-RN-EXIT.
           EXIT.

       RULE-DX.
           MOVE 0 TO DX-COUNT
           IF PR-VALUE(1:2) NUMERIC
               MOVE PR-VALUE(1:2) TO RULE-MAX
           ELSE
               MOVE 4 TO RULE-MAX
           END-IF
           IF CC-DIAG NOT = SPACE ADD 1 TO DX-COUNT.
           IF CC-DX2 NOT = SPACE ADD 1 TO DX-COUNT.
           IF CC-DX3 NOT = SPACE ADD 1 TO DX-COUNT.
           IF CC-DX4 NOT = SPACE ADD 1 TO DX-COUNT.
           IF CC-DX5 NOT = SPACE ADD 1 TO DX-COUNT.
           IF CC-DX6 NOT = SPACE ADD 1 TO DX-COUNT.
           IF DX-COUNT > RULE-MAX
               STRING DX-COUNT " DIAGNOSES, PAYER TAKES "
                   RULE-MAX DELIMITED BY SIZE INTO RULE-WHY.
       RULE-DX-EXIT.
           EXIT.

      *******  RENDERING PROVIDER, LOOKED UP THE SAME WAY THE CLAIM
      *******  RUNS' PRE-BILL CHECK DOES -- THE PAYER'S OWN DOCFILE
      *******  ENTRY, ELSE THE "000" DEFAULT.

       RULE-TX.
           MOVE CC-PAYCODE TO DOC-INS
           MOVE CC-DOCP TO DOC-NUM
           READ DOCFILE
             INVALID
               MOVE "000" TO DOC-INS
               MOVE CC-DOCP TO DOC-NUM
               READ DOCFILE
                 INVALID
                   MOVE SPACE TO DOCFILE01
               END-READ
           END-READ
           IF DOC-TAXONOMY = SPACE
               STRING "NO TAXONOMY ON PROVIDER " CC-DOCP
                   DELIMITED BY SIZE INTO RULE-WHY.
       RULE-TX-EXIT.
           EXIT.

       RULE-MOD.
           MOVE "N" TO MOD-FOUND
           IF CC-PROC2 = PR-VALUE(1:2) OR CC-MOD2 = PR-VALUE(1:2)
               OR CC-MOD3 = PR-VALUE(1:2) OR CC-MOD4 = PR-VALUE(1:2)
               MOVE "Y" TO MOD-FOUND.
           IF PR-TYPE = "MD" AND MOD-FOUND = "N"
               STRING "MODIFIER " PR-VALUE(1:2) " REQUIRED"
                   DELIMITED BY SIZE INTO RULE-WHY.
           IF PR-TYPE = "MX" AND MOD-FOUND = "Y"
               STRING "MODIFIER " PR-VALUE(1:2) " NOT ACCEPTED"
                   DELIMITED BY SIZE INTO RULE-WHY.
       RULE-MOD-EXIT.
           EXIT.

      *******  A BROKEN RULE: LIST IT AND HOLD THE CLAIM.  A CLAIM
      *******  ALREADY ON HOLD -- FOR THIS OR ANY OTHER REASON -- KEEPS
      *******  THE HOLD IT HAS.

       RULE-BREAK.
           ADD 1 TO BREAK-COUNT
           MOVE SPACE TO EDITRPT01
           MOVE CC-KEY8 TO ER-GARNO
           MOVE CC-CLAIM TO ER-CLAIM
           MOVE CC-KEY3 TO ER-LINE
           MOVE CC-PAYCODE TO ER-PAYCODE
           MOVE CC-DATE-T TO ER-DATE-T
           MOVE CC-PROC TO ER-PROC
           MOVE PR-KEY TO ER-RULE
           MOVE PR-TYPE TO ER-TYPE
           MOVE PR-DESC TO ER-DESC
           MOVE RULE-WHY TO ER-WHY
           WRITE EDITRPT01
           MOVE CC-KEY8 TO CK-KEY8
           MOVE CC-CLAIM TO CK-CLAIM
           PERFORM FAIL-FIND THRU FAIL-FIND-EXIT
           IF FX NOT > FAIL-NDX GO TO RULE-BREAK-EXIT.
           IF FAIL-NDX = 3000
               MOVE "Y" TO FAIL-FULL
           ELSE
               ADD 1 TO FAIL-NDX
               MOVE CLAIM-KEY TO FAIL-KEY(FAIL-NDX)
           END-IF
           MOVE CLAIM-KEY TO HOLD-KEY
           READ HOLDFILE
             INVALID
               CONTINUE
             NOT INVALID
               GO TO RULE-BREAK-EXIT
           END-READ
           MOVE SPACE TO HOLD-REASON
           STRING "PAYER RULE " PR-KEY " " PR-TYPE
               DELIMITED BY SIZE INTO HOLD-REASON
           MOVE RUN-DATE TO HOLD-DATE
           WRITE HOLDFILE01
             INVALID
               GO TO RULE-BREAK-EXIT
           END-WRITE
           ADD 1 TO HELD-COUNT.
       RULE-BREAK-EXIT.
           EXIT.

      *******  FX COMES BACK AT THE CLAIM'S FAIL-TAB ENTRY, OR PAST
      *******  FAIL-NDX WHEN IT HAS NONE.

       FAIL-FIND.
           MOVE 1 TO FX.
       FAIL-FIND-1.
           IF FX > FAIL-NDX GO TO FAIL-FIND-EXIT.
           IF FAIL-KEY(FX) = CLAIM-KEY GO TO FAIL-FIND-EXIT.
           ADD 1 TO FX
           GO TO FAIL-FIND-1.
       FAIL-FIND-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "NEWEDIT" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE HELD-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
