      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-08 sw  new program - prior-authorization worklist.
      *                AUTHFILE tracks the authorizations we have, but
      *                nothing said which studies needed one, and we
      *                found out when the MRI denied for no auth.  the
      *                payers' requirements are now PAYRULE "PA" rules
      *                (payer, procedure range, effective/term dates,
      *                kept by blmnt001 "E" cards).  run daily, every
      *                ORDFILE order scheduled from today through
      *                LOOK-DAYS out whose primary payer requires an
      *                auth for the study is checked against the
      *                account's AUTHFILE authorizations; one with no
      *                auth on file, or only expired or used-up ones,
      *                goes on the PRE-SERVICE list so the auth is got
      *                before the patient is scanned.  orders already
      *                done in the last BACK-DAYS and unbilled CHARCUR
      *                lines in the same state -- the ones that slipped
      *                through -- go on the RETRO-AUTH list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. newauth.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ORDNO
           ALTERNATE RECORD KEY IS C-DATE-E WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO.
           SELECT AUTHFILE ASSIGN TO "S135" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYRULE ASSIGN TO "S276"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PR-KEY
           LOCK MODE MANUAL.
           SELECT AUTHWRK ASSIGN TO "S278" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDFILE.
           COPY "ordfile.cpy".

       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
           COPY "charcur.cpy".

       FD  GARFILE
           DATA RECORD IS GARFILE01.
           COPY "garfile.cpy".

       FD  AUTHFILE
           DATA RECORD IS AUTHFILE01.
       01  AUTHFILE01.
           02 AUTH-KEY.
              03 AUTH-KEY8 PIC X(8).
              03 AUTH-KEY6 PIC X(6).
           02 AUTH-NUM PIC X(15).
           02 AUTH-QNTY PIC 99.
           02 AUTH-DATE-E PIC X(8).
           02 AUTH-NDC PIC X(11).
           02 AUTH-USED PIC 99.
           02 AUTH-FILLER PIC X(28).

       FD  PAYRULE.
           COPY "payrule.cpy".

       FD  AUTHWRK.
       01  AUTHWRK01 PIC X(150).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN8 PIC 9(8).
      *******  PRE-SERVICE COVERS ORDERS SCHEDULED TODAY THROUGH
      *******  LOOK-DAYS OUT; RETRO-AUTH COVERS ORDERS DONE IN THE
      *******  BACK-DAYS BEFORE TODAY, AND EVERY UNBILLED LINE.
       01  LOOK-DAYS PIC 999 VALUE 14.
       01  BACK-DAYS PIC 999 VALUE 30.
       01  LOOK-DATE PIC 9(8).
       01  BACK-DATE PIC 9(8).
       01  LIST-COUNT PIC 9(5) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  RETRO-COUNT PIC 9(5) VALUE 0.

      *******  THE ITEM BEING CHECKED, WHETHER AN ORDER OR A LINE.
       01  CHK-GARNO PIC X(8).
       01  CHK-CLAIM PIC X(6).
       01  CHK-ITEM PIC X(11).
       01  CHK-DATE PIC X(8).
       01  CHK-PROC PIC X(5).
       01  CHK-PAYER PIC XXX.
       01  CHK-LIST PIC X(11).
       01  RULE-HIT PIC X.
       01  RULE-KEY PIC X(5).
       01  RULE-DESC PIC X(24).
       01  RULE-HI PIC X(5).
       01  AUTH-STATE PIC X.
           88 AUTH-GOOD VALUE "G".
           88 AUTH-NONE VALUE "N".
           88 AUTH-EXPIRED VALUE "E".
           88 AUTH-USED-UP VALUE "U".
       01  AUTH-MSG PIC X(20).
       01  AUTH-SHOW PIC X(15).

      *******  ORDERS ALREADY ON THE RETRO-AUTH LIST, SO THE CHARGE
      *******  LINE THE SAME STUDY BECAME IS NOT LISTED A SECOND TIME.
       01  DONE-TAB01.
           02 DONE-KEY PIC X(21) OCCURS 2000 TIMES.
       01  DONE-NDX PIC 9(4) VALUE 0.
       01  DX PIC 9(4).
       01  DONE-CUR.
           02 DC-GARNO PIC X(8).
           02 DC-DATE PIC X(8).
           02 DC-PROC PIC X(5).

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT ORDFILE CHARCUR GARFILE AUTHFILE PAYRULE.
           OPEN OUTPUT AUTHWRK.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN8
           COMPUTE LOOK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RUN8) + LOOK-DAYS)
           COMPUTE BACK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RUN8) - BACK-DAYS)
           MOVE SPACE TO AUTHWRK01
           STRING "PRIOR AUTHORIZATION WORKLIST - ORDERS " BACK-DATE
               " THROUGH " LOOK-DATE " AND UNBILLED LINES   RUN "
               RUN-DATE
               DELIMITED BY SIZE INTO AUTHWRK01
           WRITE AUTHWRK01 AFTER ADVANCING PAGE
           MOVE SPACE TO AUTHWRK01
           WRITE AUTHWRK01
           MOVE SPACE TO AUTHWRK01
           STRING "LIST        ACCOUNT  NAME                     "
               "ORDER/LINE  SERVICE  PROC  PAYER RULE  "
               "REQUIREMENT              AUTH STATUS          "
               "AUTH NUMBER"
               DELIMITED BY SIZE INTO AUTHWRK01
           WRITE AUTHWRK01
           MOVE LOW-VALUE TO ORDNO
           START ORDFILE KEY NOT < ORDNO
             INVALID
               GO TO P2
           END-START.

      *******  ORDERS -- UPCOMING ONES FOR PRE-SERVICE, RECENT PAST
      *******  ONES FOR RETRO-AUTH.

       P1.
           READ ORDFILE NEXT
             AT END
               GO TO P2
           END-READ
           IF C-DATE-T < BACK-DATE OR C-DATE-T > LOOK-DATE
               GO TO P1
           END-IF
           MOVE ORD8 TO G-GARNO
           READ GARFILE
             INVALID
               GO TO P1
           END-READ
           MOVE ORD8 TO CHK-GARNO
           MOVE SPACE TO CHK-CLAIM
           MOVE ORDNO TO CHK-ITEM
           MOVE C-DATE-T TO CHK-DATE
           MOVE C-PROC TO CHK-PROC
           MOVE G-PRINS TO CHK-PAYER
           IF C-DATE-T < RUN-DATE
               MOVE "RETRO-AUTH" TO CHK-LIST
           ELSE
               MOVE "PRE-SERVICE" TO CHK-LIST
           END-IF
           PERFORM AUTH-ITEM THRU AUTH-ITEM-EXIT
           GO TO P1.

      *******  UNBILLED CHARGE LINES -- ANY STILL NEEDING AN AUTH HAVE
      *******  ALREADY BEEN DONE, SO ALL ARE RETRO-AUTH.

       P2.
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P9
           END-START.
       P2-1.
           READ CHARCUR NEXT
             AT END
               GO TO P9
           END-READ
           IF CC-REC-STAT NOT = "0" AND NOT = "1"
               GO TO P2-1
           END-IF
           MOVE CC-KEY8 TO DC-GARNO
           MOVE CC-DATE-T TO DC-DATE
           MOVE CC-PROC1 TO DC-PROC
           PERFORM DONE-FIND THRU DONE-FIND-EXIT
           IF DX NOT > DONE-NDX
               GO TO P2-1
           END-IF
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO GARFILE01
           END-READ
           MOVE CC-KEY8 TO CHK-GARNO
           MOVE CC-CLAIM TO CHK-CLAIM
           MOVE CHARCUR-KEY TO CHK-ITEM
           MOVE CC-DATE-T TO CHK-DATE
           MOVE CC-PROC1 TO CHK-PROC
           MOVE CC-PAYCODE TO CHK-PAYER
           MOVE "RETRO-AUTH" TO CHK-LIST
           PERFORM AUTH-ITEM THRU AUTH-ITEM-EXIT
           GO TO P2-1.

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT
           CLOSE ORDFILE CHARCUR GARFILE AUTHFILE PAYRULE AUTHWRK
               SUMLOG
           DISPLAY "NEWAUTH " PRE-COUNT " PRE-SERVICE, " RETRO-COUNT
               " RETRO-AUTH"
           STOP RUN.

      *******  ONE ORDER OR LINE: DOES ITS PAYER REQUIRE AN AUTH FOR
      *******  THE PROCEDURE ON THE DATE OF SERVICE, AND IF SO IS ONE
      *******  GOOD ON FILE.  ONLY THE ITEMS THAT NEED ONE AND HAVE
      *******  NONE GOOD ARE LISTED.

       AUTH-ITEM.
           PERFORM RULE-FIND THRU RULE-FIND-EXIT
           IF RULE-HIT = "N"
               GO TO AUTH-ITEM-EXIT
           END-IF
           PERFORM AUTH-FIND THRU AUTH-FIND-EXIT
           IF AUTH-GOOD
               GO TO AUTH-ITEM-EXIT
           END-IF
           IF AUTH-NONE
               MOVE "NO AUTH ON FILE" TO AUTH-MSG
               MOVE SPACE TO AUTH-SHOW
           END-IF
           IF AUTH-EXPIRED
               MOVE "AUTH EXPIRED" TO AUTH-MSG
           END-IF
           IF AUTH-USED-UP
               MOVE "AUTH UNITS USED UP" TO AUTH-MSG
           END-IF
           ADD 1 TO LIST-COUNT
           IF CHK-LIST = "PRE-SERVICE"
               ADD 1 TO PRE-COUNT
           ELSE
               ADD 1 TO RETRO-COUNT
               IF CHK-CLAIM = SPACE AND DONE-NDX < 2000
                   ADD 1 TO DONE-NDX
                   MOVE CHK-GARNO TO DC-GARNO
                   MOVE CHK-DATE TO DC-DATE
                   MOVE CHK-PROC TO DC-PROC
                   MOVE DONE-CUR TO DONE-KEY(DONE-NDX)
               END-IF
           END-IF
           MOVE SPACE TO AUTHWRK01
           STRING CHK-LIST " " CHK-GARNO " " G-GARNAME " "
               CHK-ITEM " " CHK-DATE " " CHK-PROC " " CHK-PAYER
               "   " RULE-KEY " " RULE-DESC " " AUTH-MSG " "
               AUTH-SHOW
               DELIMITED BY SIZE INTO AUTHWRK01
           WRITE AUTHWRK01.
       AUTH-ITEM-EXIT.
           EXIT.

      *******  THE PAYER'S FIRST "PA" RULE COVERING THE PROCEDURE ON
      *******  THE DATE OF SERVICE.

       RULE-FIND.
           MOVE "N" TO RULE-HIT
           IF CHK-PAYER = SPACE
               GO TO RULE-FIND-EXIT
           END-IF
           MOVE CHK-PAYER TO PR-INS
           MOVE LOW-VALUE TO PR-SEQ
           START PAYRULE KEY NOT < PR-KEY
             INVALID
               GO TO RULE-FIND-EXIT
           END-START.
       RULE-FIND-1.
           READ PAYRULE NEXT
             AT END
               GO TO RULE-FIND-EXIT
           END-READ
           IF PR-INS NOT = CHK-PAYER
               GO TO RULE-FIND-EXIT
           END-IF
           IF PR-TYPE NOT = "PA"
               GO TO RULE-FIND-1
           END-IF
           IF PR-PROC-LO NOT = SPACE
               MOVE PR-PROC-HI TO RULE-HI
               IF RULE-HI = SPACE
                   MOVE PR-PROC-LO TO RULE-HI
               END-IF
               IF CHK-PROC < PR-PROC-LO OR CHK-PROC > RULE-HI
                   GO TO RULE-FIND-1
               END-IF
           END-IF
           IF PR-DATE-EFF NOT = SPACE AND NOT = "00000000"
               AND CHK-DATE < PR-DATE-EFF
               GO TO RULE-FIND-1
           END-IF
           IF PR-DATE-TERM NOT = SPACE AND NOT = "00000000"
               AND CHK-DATE > PR-DATE-TERM
               GO TO RULE-FIND-1
           END-IF
           MOVE "Y" TO RULE-HIT
           MOVE PR-KEY TO RULE-KEY
           MOVE PR-DESC TO RULE-DESC.
       RULE-FIND-EXIT.
           EXIT.

      *******  A CHARGE LINE IS JUDGED BY ITS OWN CLAIM'S AUTH WHEN
      *******  THERE IS ONE, THE WAY THE CLAIM RUNS READ IT; AN ORDER
      *******  HAS NO CLAIM YET, SO ANY AUTH ON THE ACCOUNT COUNTS.
      *******  AN AUTH IS GOOD WHEN IT HAS NOT EXPIRED BY THE DATE OF
      *******  SERVICE AND HAS UNITS LEFT -- THE SAME TEST THE CLAIM
      *******  RUNS' NDC AUTH CHECK APPLIES.

       AUTH-FIND.
           MOVE "N" TO AUTH-STATE
           IF CHK-CLAIM NOT = SPACE
               MOVE CHK-GARNO TO AUTH-KEY8
               MOVE CHK-CLAIM TO AUTH-KEY6
               READ AUTHFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   PERFORM AUTH-TEST THRU AUTH-TEST-EXIT
                   GO TO AUTH-FIND-EXIT
               END-READ
           END-IF
           MOVE CHK-GARNO TO AUTH-KEY8
           MOVE LOW-VALUE TO AUTH-KEY6
           START AUTHFILE KEY NOT < AUTH-KEY
             INVALID
               GO TO AUTH-FIND-EXIT
           END-START.
       AUTH-FIND-1.
           READ AUTHFILE NEXT
             AT END
               GO TO AUTH-FIND-EXIT
           END-READ
           IF AUTH-KEY8 NOT = CHK-GARNO
               GO TO AUTH-FIND-EXIT
           END-IF
           PERFORM AUTH-TEST THRU AUTH-TEST-EXIT
           IF AUTH-GOOD
               GO TO AUTH-FIND-EXIT
           END-IF
           GO TO AUTH-FIND-1.
       AUTH-FIND-EXIT.
           EXIT.

      *******  THE BEST STATE SEEN SO FAR STANDS -- AN EXPIRED AUTH
      *******  IS REPORTED OVER A USED-UP ONE, EITHER OVER NONE.

       AUTH-TEST.
           IF AUTH-DATE-E NUMERIC AND AUTH-DATE-E NOT = 0
               AND CHK-DATE > AUTH-DATE-E
               IF AUTH-NONE OR AUTH-USED-UP
                   MOVE "E" TO AUTH-STATE
                   MOVE AUTH-NUM TO AUTH-SHOW
               END-IF
               GO TO AUTH-TEST-EXIT
           END-IF
           IF AUTH-USED NOT < AUTH-QNTY
               IF AUTH-NONE
                   MOVE "U" TO AUTH-STATE
                   MOVE AUTH-NUM TO AUTH-SHOW
               END-IF
               GO TO AUTH-TEST-EXIT
           END-IF
           MOVE "G" TO AUTH-STATE.
       AUTH-TEST-EXIT.
           EXIT.

       DONE-FIND.
           MOVE 1 TO DX.
       DONE-FIND-1.
           IF DX > DONE-NDX
               GO TO DONE-FIND-EXIT
           END-IF
           IF DONE-KEY(DX) = DONE-CUR
               GO TO DONE-FIND-EXIT
           END-IF
           ADD 1 TO DX
           GO TO DONE-FIND-1.
       DONE-FIND-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "NEWAUTH" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE LIST-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
