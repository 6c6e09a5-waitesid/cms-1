      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-01 sw  new program - weekly duplicate patient search.
      *                garmerge merges two accounts once MERGEIN names
      *                them, but finding them was left to a statement
      *                going to the same person twice.  every
      *                guarantor and patient is scored against every
      *                other account on four counts: same birth date
      *                and sex with a name that sounds alike (soundex,
      *                either way round), the same policy number, the
      *                same phone, the same street.  DUPRPT ranks the
      *                pairs with both accounts' balances and open
      *                claims side by side.  the reviewer answers on
      *                DUPIN -- "A" writes the pair straight onto
      *                MERGEIN for garmerge, "N" says they are two
      *                people and the pair is never offered again.
      * 2026-10-11 sw  a DUPIN card's operator must be on OPFILE,
      *                active and hold the maintenance role; any other
      *                card is refused onto OPEXCP (see blopr001).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLDUP001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPIN ASSIGN TO "S248" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT PATCOV ASSIGN TO "S172" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PCV-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DUPPAIR ASSIGN TO "S249"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
           LOCK MODE MANUAL.
           SELECT DUPBLK ASSIGN TO "S250" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DB-KEY
           LOCK MODE MANUAL.
           SELECT DUPRANK ASSIGN TO "S251" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL DUPNOT ASSIGN TO "S252"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DN-KEY
           LOCK MODE MANUAL.
           SELECT MERGEIN ASSIGN TO "S74" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT DUPRPT ASSIGN TO "S253" ORGANIZATION
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
      *******  THE REVIEWER'S ANSWERS ON LAST WEEK'S LIST: "A" MERGE
      *******  THE SECOND ACCOUNT INTO THE FIRST, "N" NOT THE SAME
      *******  PERSON.
       FD  DUPIN.
       01  DUPIN01.
           02 DI-ACTION PIC X.
           02 FILLER PIC X.
           02 DI-SURVIVOR PIC X(8).
           02 FILLER PIC X.
           02 DI-VICTIM PIC X(8).
           02 FILLER PIC X.
           02 DI-OPID PIC X(8).

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

       FD  PATCOV.
       01  PATCOV01.
           02 PCV-KEY.
             03 PCV-PATID PIC X(8).
             03 PCV-PAYCODE PIC XXX.
           02 PCV-POLICY PIC X(16).
           02 PCV-GROUP PIC X(10).
           02 PCV-RELATE PIC X.
           02 PCV-DATE-EFF PIC X(8).
           02 PCV-DATE-TERM PIC X(8).
           02 PCV-FUTURE PIC X(10).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
           COPY "paycur.cpy".

      *******  THE CANDIDATE PAIRS, LOWER ACCOUNT FIRST, WITH THE
      *******  COUNTS THEY MATCHED ON.  KEPT FROM ONE RUN TO THE NEXT
      *******  SO THE REVIEWER'S CARDS ARE CHECKED AGAINST THE LIST
      *******  THEY WERE WORKING FROM.
       FD  DUPPAIR.
       01  DUPPAIR01.
           02 DP-KEY.
             03 DP-ACCT-A PIC X(8).
             03 DP-ACCT-B PIC X(8).
           02 DP-SCORE PIC 999.
           02 DP-HITS.
             03 DP-HIT-D PIC X.
             03 DP-HIT-P PIC X.
             03 DP-HIT-T PIC X.
             03 DP-HIT-S PIC X.
           02 DP-DATE PIC X(8).

      *******  SCRATCH: ONE RECORD PER PERSON PER MATCHING VALUE --
      *******  "D" BIRTH DATE AND SEX, "P" POLICY, "T" PHONE, "S"
      *******  STREET AND ZIP -- SO READING IT IN KEY ORDER BRINGS
      *******  EVERYONE SHARING A VALUE TOGETHER.
       FD  DUPBLK.
       01  DUPBLK01.
           02 DB-KEY.
             03 DB-TYPE PIC X.
             03 DB-VALUE PIC X(24).
             03 DB-SEQ PIC 9(7).
           02 DB-GARNO PIC X(8).
           02 DB-PATID PIC X(8).
           02 DB-LSDX PIC X(4).
           02 DB-FSDX PIC X(4).

      *******  SCRATCH: THE PAIRS WORTH REVIEWING, HIGHEST SCORE
      *******  FIRST.
       FD  DUPRANK.
       01  DUPRANK01.
           02 DR-KEY.
             03 DR-INV PIC 999.
             03 DR-ACCT-A PIC X(8).
             03 DR-ACCT-B PIC X(8).
           02 DR-SCORE PIC 999.
           02 DR-HITS PIC X(4).

      *******  PAIRS THE REVIEWER HAS SAID ARE TWO DIFFERENT PEOPLE.
       FD  DUPNOT.
       01  DUPNOT01.
           02 DN-KEY.
             03 DN-ACCT-A PIC X(8).
             03 DN-ACCT-B PIC X(8).
           02 DN-DATE PIC X(8).
           02 DN-OPID PIC X(8).

       FD  MERGEIN.
       01  MERGEIN01.
           02 MI-SURVIVOR PIC X(8).
           02 FILLER PIC X.
           02 MI-VICTIM PIC X(8).

       FD  DUPRPT.
       01  DUPRPT01 PIC X(132).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
      *******  WHAT EACH COUNT IS WORTH, AND THE SCORE A PAIR NEEDS TO
      *******  BE LISTED -- A SHARED PHONE OR STREET ALONE IS A
      *******  HOUSEHOLD, NOT A DUPLICATE.
       01  PTS-D PIC 999 VALUE 50.
       01  PTS-P PIC 999 VALUE 40.
       01  PTS-T PIC 999 VALUE 20.
       01  PTS-S PIC 999 VALUE 20.
       01  MIN-SCORE PIC 999 VALUE 40.
      *******  A VALUE SHARED BY MORE PEOPLE THAN THE GROUP TABLE
      *******  HOLDS (A NURSING HOME'S PHONE, A GROUP POLICY KEYED
      *******  WITHOUT ITS SUFFIX) SAYS NOTHING ABOUT ANY ONE PAIR AND
      *******  IS PASSED OVER.
       01  GRP-TAB01.
           02 GRP-ENT OCCURS 50 TIMES.
             03 GR-GARNO PIC X(8).
             03 GR-PATID PIC X(8).
             03 GR-LSDX PIC X(4).
             03 GR-FSDX PIC X(4).
       01  GRP-CNT PIC 99 VALUE 0.
       01  GRP-OVER PIC X VALUE "N".
       01  GX PIC 99.
       01  GY PIC 99.
       01  CUR-BLOCK.
           02 CUR-TYPE PIC X.
           02 CUR-VALUE PIC X(24).
       01  BLK-SEQ PIC 9(7) VALUE 0.
       01  BLK-TYPE PIC X.
       01  BLK-VALUE PIC X(24).
      *******  THE PERSON BEING EXTRACTED.
       01  PR-GARNO PIC X(8).
       01  PR-PATID PIC X(8).
       01  PR-NAME PIC X(24).
       01  PR-LSDX PIC X(4).
       01  PR-FSDX PIC X(4).
       01  NM-LAST PIC X(24).
       01  NM-FIRST PIC X(24).
       01  NM-FIRST1 PIC X(24).
      *******  SOUNDEX -- THE FIRST LETTER AND THE CODES OF THE NEXT
      *******  THREE SOUNDED CONSONANTS, A RUN OF ONE CODE COUNTED
      *******  ONCE.
       01  SDX-IN PIC X(24).
       01  SDX-CODE PIC X(24).
       01  SDX-OUT PIC X(4).
       01  SDX-X PIC 99.
       01  SDX-N PIC 9.
       01  SDX-LAST PIC X.
       01  PA-A PIC X(8).
       01  PA-B PIC X(8).
       01  PA-TYPE PIC X.
       01  NAME-HIT PIC X.
       01  ACCT-WS PIC X(8).
       01  ACC-CHG PIC S9(7)V99.
       01  ACC-PAY PIC S9(7)V99.
       01  ACC-BAL PIC S9(7)V99.
       01  ACC-CLAIMS PIC 999.
       01  CLM-TAB01.
           02 CLM-T PIC X(6) OCCURS 100 TIMES.
       01  CX PIC 999.
       01  BLK-COUNT PIC 9(7) VALUE 0.
       01  PAIR-COUNT PIC 9(7) VALUE 0.
       01  LIST-COUNT PIC 9(5) VALUE 0.
       01  BIG-COUNT PIC 9(5) VALUE 0.
       01  MRG-COUNT PIC 9(5) VALUE 0.
       01  NOT-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  DUP-LINE.
           02 DL-RANK PIC ZZZ9.
           02 FILLER PIC X.
           02 DL-SCORE PIC ZZ9.
           02 FILLER PIC X.
           02 DL-HITS PIC X(4).
           02 FILLER PIC X.
           02 DL-GARNO-A PIC X(8).
           02 FILLER PIC X.
           02 DL-NAME-A PIC X(20).
           02 FILLER PIC X.
           02 DL-DOB-A PIC X(8).
           02 FILLER PIC X.
           02 DL-BAL-A PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 DL-CLM-A PIC ZZ9.
           02 FILLER PIC X(3).
           02 DL-GARNO-B PIC X(8).
           02 FILLER PIC X.
           02 DL-NAME-B PIC X(20).
           02 FILLER PIC X.
           02 DL-DOB-B PIC X(8).
           02 FILLER PIC X.
           02 DL-BAL-B PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X.
           02 DL-CLM-B PIC ZZ9.

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
           OPEN INPUT DUPIN GARFILE PATFILE PATCOV CHARCUR PAYCUR
                DUPPAIR.
           OPEN I-O DUPNOT.
           OPEN EXTEND MERGEIN.
           OPEN OUTPUT DUPRPT.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO DUPRPT01
           STRING "DUPLICATE PATIENT CANDIDATES   " RUN-DATE
               DELIMITED BY SIZE INTO DUPRPT01
           WRITE DUPRPT01 AFTER ADVANCING PAGE
           MOVE SPACE TO DUPRPT01
           WRITE DUPRPT01.

      *******  PASS 1 -- THE REVIEWER'S CARDS, AGAINST LAST WEEK'S
      *******  PAIRS.

       P1.
           READ DUPIN AT END GO TO P1-9.
           IF DI-SURVIVOR = SPACE GO TO P1.
           MOVE DI-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING DI-SURVIVOR " " DI-VICTIM
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "M" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               ADD 1 TO BAD-COUNT
               GO TO P1
           END-IF
           IF DI-ACTION NOT = "A" AND DI-ACTION NOT = "N"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN ACTION " DI-ACTION " FOR "
                   DI-SURVIVOR " " DI-VICTIM
               GO TO P1
           END-IF
           IF DI-SURVIVOR = DI-VICTIM
               ADD 1 TO BAD-COUNT
               DISPLAY DI-SURVIVOR " PAIRED WITH ITSELF"
               GO TO P1
           END-IF
           MOVE DI-SURVIVOR TO PA-A
           MOVE DI-VICTIM TO PA-B
           IF PA-A > PA-B
               MOVE DI-VICTIM TO PA-A
               MOVE DI-SURVIVOR TO PA-B
           END-IF
           MOVE PA-A TO DP-ACCT-A
           MOVE PA-B TO DP-ACCT-B
           READ DUPPAIR
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY DI-SURVIVOR " " DI-VICTIM
                   " NOT ON LAST WEEK'S LIST"
               GO TO P1
           END-READ
           IF DI-ACTION = "N"
               PERFORM NOT-DUP THRU NOT-DUP-EXIT
           ELSE
               PERFORM APPROVE THRU APPROVE-EXIT
           END-IF
           GO TO P1.
       P1-9.
           CLOSE DUPPAIR.
           OPEN OUTPUT DUPPAIR DUPBLK DUPRANK.
           CLOSE DUPPAIR DUPBLK DUPRANK.
           OPEN I-O DUPPAIR DUPBLK DUPRANK.
           GO TO P2.

      *******  BOTH ACCOUNTS MUST STILL BE LIVE -- A PAIR ALREADY
      *******  MERGED BY AN EARLIER CARD IS NOT WRITTEN TWICE.

       APPROVE.
           MOVE DI-VICTIM TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "Y" TO G-DELETE
           END-READ
           IF G-DELETE = "Y"
               ADD 1 TO BAD-COUNT
               DISPLAY DI-VICTIM " NOT ON FILE OR ALREADY MERGED"
               GO TO APPROVE-EXIT
           END-IF
           MOVE DI-SURVIVOR TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "Y" TO G-DELETE
           END-READ
           IF G-DELETE = "Y"
               ADD 1 TO BAD-COUNT
               DISPLAY DI-SURVIVOR " NOT ON FILE OR ALREADY MERGED"
               GO TO APPROVE-EXIT
           END-IF
           MOVE SPACE TO MERGEIN01
           MOVE DI-SURVIVOR TO MI-SURVIVOR
           MOVE DI-VICTIM TO MI-VICTIM
           WRITE MERGEIN01
           ADD 1 TO MRG-COUNT
           MOVE SPACE TO DUPRPT01
           STRING "APPROVED FOR MERGE: " DI-VICTIM " INTO "
               DI-SURVIVOR " BY " DI-OPID
               DELIMITED BY SIZE INTO DUPRPT01
           WRITE DUPRPT01.
       APPROVE-EXIT.
           EXIT.

       NOT-DUP.
           MOVE PA-A TO DN-ACCT-A
           MOVE PA-B TO DN-ACCT-B
           MOVE RUN-DATE TO DN-DATE
           MOVE DI-OPID TO DN-OPID
           WRITE DUPNOT01
             INVALID
               REWRITE DUPNOT01
           END-WRITE
           ADD 1 TO NOT-COUNT
           MOVE SPACE TO DUPRPT01
           STRING "NOT A DUPLICATE:    " PA-A " AND " PA-B
               " BY " DI-OPID
               DELIMITED BY SIZE INTO DUPRPT01
           WRITE DUPRPT01.
       NOT-DUP-EXIT.
           EXIT.

      *******  PASS 2 -- EXTRACT.  EVERY LIVE GUARANTOR (BIRTH DATE,
      *******  POLICIES, PHONE, STREET), EVERY PATIENT ON A LIVE
      *******  ACCOUNT (BIRTH DATE), AND EVERY PATIENT'S OWN POLICY.

       P2.
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P2-2
           END-START.
       P2-1.
           READ GARFILE NEXT
             AT END
               GO TO P2-2
           END-READ
           IF G-DELETE = "Y"
               GO TO P2-1
           END-IF
           MOVE G-GARNO TO PR-GARNO PR-PATID
           MOVE G-GARNAME TO PR-NAME
           PERFORM NAME-CODE THRU NAME-CODE-EXIT
           IF G-DOB NOT = SPACE AND G-DOB NOT = "00000000"
               MOVE "D" TO BLK-TYPE
               MOVE SPACE TO BLK-VALUE
               MOVE G-DOB TO BLK-VALUE(1:8)
               MOVE G-SEX TO BLK-VALUE(9:1)
               PERFORM ADD-BLOCK THRU ADD-BLOCK-EXIT
           END-IF
           MOVE G-PRIPOL TO BLK-VALUE
           PERFORM ADD-POLICY THRU ADD-POLICY-EXIT
           MOVE G-SECPOL TO BLK-VALUE
           PERFORM ADD-POLICY THRU ADD-POLICY-EXIT
           IF G-PHONE NOT = SPACE AND G-PHONE NOT = ZERO
               MOVE "T" TO BLK-TYPE
               MOVE G-PHONE TO BLK-VALUE
               PERFORM ADD-BLOCK THRU ADD-BLOCK-EXIT
           END-IF
           IF G-STREET NOT = SPACE
               MOVE "S" TO BLK-TYPE
               MOVE SPACE TO BLK-VALUE
               MOVE G-STREET(1:19) TO BLK-VALUE(1:19)
               MOVE G-ZIP(1:5) TO BLK-VALUE(20:5)
               PERFORM ADD-BLOCK THRU ADD-BLOCK-EXIT
           END-IF
           GO TO P2-1.
       P2-2.
           MOVE LOW-VALUE TO P-PATNO
           START PATFILE KEY NOT < P-PATNO
             INVALID
               GO TO P2-4
           END-START.
       P2-3.
           READ PATFILE NEXT
             AT END
               GO TO P2-4
           END-READ
           IF P-DOB = SPACE OR P-DOB = "00000000"
               GO TO P2-3
           END-IF
           MOVE P-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               GO TO P2-3
           END-READ
           IF G-DELETE = "Y"
               GO TO P2-3
           END-IF
           MOVE P-GARNO TO PR-GARNO
           MOVE P-PATNO TO PR-PATID
           MOVE P-PATNAME TO PR-NAME
           PERFORM NAME-CODE THRU NAME-CODE-EXIT
           MOVE "D" TO BLK-TYPE
           MOVE SPACE TO BLK-VALUE
           MOVE P-DOB TO BLK-VALUE(1:8)
           MOVE P-SEX TO BLK-VALUE(9:1)
           PERFORM ADD-BLOCK THRU ADD-BLOCK-EXIT
           GO TO P2-3.
       P2-4.
           MOVE LOW-VALUE TO PCV-KEY
           START PATCOV KEY NOT < PCV-KEY
             INVALID
               GO TO P3
           END-START.
       P2-5.
           READ PATCOV NEXT
             AT END
               GO TO P3
           END-READ
           MOVE PCV-PATID TO PR-GARNO PR-PATID
           IF PCV-PATID(8:1) = "P"
               MOVE PCV-PATID TO P-PATNO
               READ PATFILE
                 INVALID
                   GO TO P2-5
               END-READ
               MOVE P-GARNO TO PR-GARNO
           END-IF
           MOVE PR-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               GO TO P2-5
           END-READ
           IF G-DELETE = "Y"
               GO TO P2-5
           END-IF
           MOVE PCV-POLICY TO BLK-VALUE
           PERFORM ADD-POLICY THRU ADD-POLICY-EXIT
           GO TO P2-5.

       ADD-POLICY.
           IF BLK-VALUE = SPACE OR BLK-VALUE(1:16) = ZERO
               GO TO ADD-POLICY-EXIT
           END-IF
           MOVE "P" TO BLK-TYPE
           PERFORM ADD-BLOCK THRU ADD-BLOCK-EXIT.
       ADD-POLICY-EXIT.
           EXIT.

       ADD-BLOCK.
           ADD 1 TO BLK-SEQ
           MOVE SPACE TO DUPBLK01
           MOVE BLK-TYPE TO DB-TYPE
           MOVE BLK-VALUE TO DB-VALUE
           MOVE BLK-SEQ TO DB-SEQ
           MOVE PR-GARNO TO DB-GARNO
           MOVE PR-PATID TO DB-PATID
           MOVE PR-LSDX TO DB-LSDX
           MOVE PR-FSDX TO DB-FSDX
           WRITE DUPBLK01
           ADD 1 TO BLK-COUNT.
       ADD-BLOCK-EXIT.
           EXIT.

      *******  NAMES ARE KEYED LAST;FIRST.  THE SOUNDEX OF THE LAST
      *******  NAME AND OF THE FIRST WORD OF THE FIRST NAME.

       NAME-CODE.
           MOVE SPACE TO NM-LAST NM-FIRST NM-FIRST1
           UNSTRING PR-NAME DELIMITED BY ";" OR ","
               INTO NM-LAST NM-FIRST
           UNSTRING NM-FIRST DELIMITED BY SPACE INTO NM-FIRST1
           MOVE NM-LAST TO SDX-IN
           PERFORM SOUNDEX THRU SOUNDEX-EXIT
           MOVE SDX-OUT TO PR-LSDX
           MOVE NM-FIRST1 TO SDX-IN
           PERFORM SOUNDEX THRU SOUNDEX-EXIT
           MOVE SDX-OUT TO PR-FSDX.
       NAME-CODE-EXIT.
           EXIT.

       SOUNDEX.
           MOVE SPACE TO SDX-OUT
           IF SDX-IN = SPACE
               GO TO SOUNDEX-EXIT
           END-IF
           MOVE SDX-IN TO SDX-CODE
           INSPECT SDX-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SDX-CODE(1:1) TO SDX-OUT(1:1)
           INSPECT SDX-CODE CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "01230120022455012623010202"
           MOVE SDX-CODE(1:1) TO SDX-LAST
           MOVE 1 TO SDX-N
           MOVE 1 TO SDX-X.
       SOUNDEX-1.
           ADD 1 TO SDX-X
           IF SDX-X > 24 OR SDX-N = 4
               GO TO SOUNDEX-2
           END-IF
           IF SDX-CODE(SDX-X:1) = SPACE
               GO TO SOUNDEX-2
           END-IF
           IF SDX-CODE(SDX-X:1) NOT NUMERIC
               GO TO SOUNDEX-1
           END-IF
           IF SDX-CODE(SDX-X:1) = "0"
               MOVE "0" TO SDX-LAST
               GO TO SOUNDEX-1
           END-IF
           IF SDX-CODE(SDX-X:1) = SDX-LAST
               GO TO SOUNDEX-1
           END-IF
           ADD 1 TO SDX-N
           MOVE SDX-CODE(SDX-X:1) TO SDX-OUT(SDX-N:1) SDX-LAST
           GO TO SOUNDEX-1.
       SOUNDEX-2.
           INSPECT SDX-OUT(2:3) REPLACING ALL SPACE BY "0".
       SOUNDEX-EXIT.
           EXIT.

      *******  PASS 3 -- PAIR UP EVERYONE SHARING A VALUE, ACROSS
      *******  ACCOUNTS.  A SHARED BIRTH DATE AND SEX COUNTS ONLY
      *******  WITH NAMES THAT SOUND ALIKE, EITHER WAY ROUND.

       P3.
           MOVE LOW-VALUE TO DB-KEY CUR-BLOCK
           START DUPBLK KEY NOT < DB-KEY
             INVALID
               GO TO P4
           END-START.
       P3-1.
           READ DUPBLK NEXT
             AT END
               PERFORM PAIR-GROUP THRU PAIR-GROUP-EXIT
               GO TO P4
           END-READ
           IF DB-TYPE NOT = CUR-TYPE OR DB-VALUE NOT = CUR-VALUE
               PERFORM PAIR-GROUP THRU PAIR-GROUP-EXIT
               MOVE DB-TYPE TO CUR-TYPE
               MOVE DB-VALUE TO CUR-VALUE
               MOVE 0 TO GRP-CNT
               MOVE "N" TO GRP-OVER
           END-IF
           IF GRP-CNT = 50
               MOVE "Y" TO GRP-OVER
               GO TO P3-1
           END-IF
           ADD 1 TO GRP-CNT
           MOVE DB-GARNO TO GR-GARNO(GRP-CNT)
           MOVE DB-PATID TO GR-PATID(GRP-CNT)
           MOVE DB-LSDX TO GR-LSDX(GRP-CNT)
           MOVE DB-FSDX TO GR-FSDX(GRP-CNT)
           GO TO P3-1.

       PAIR-GROUP.
           IF GRP-OVER = "Y"
               ADD 1 TO BIG-COUNT
               GO TO PAIR-GROUP-EXIT
           END-IF
           MOVE 0 TO GX.
       PAIR-GROUP-1.
           ADD 1 TO GX
           IF GX NOT < GRP-CNT
               GO TO PAIR-GROUP-EXIT
           END-IF
           MOVE GX TO GY.
       PAIR-GROUP-2.
           ADD 1 TO GY
           IF GY > GRP-CNT
               GO TO PAIR-GROUP-1
           END-IF
           IF GR-GARNO(GX) = GR-GARNO(GY)
               GO TO PAIR-GROUP-2
           END-IF
           IF CUR-TYPE = "D"
               MOVE "N" TO NAME-HIT
               IF GR-LSDX(GX) = GR-LSDX(GY)
                   AND GR-FSDX(GX) = GR-FSDX(GY)
                   MOVE "Y" TO NAME-HIT
               END-IF
               IF GR-LSDX(GX) = GR-FSDX(GY)
                   AND GR-FSDX(GX) = GR-LSDX(GY)
                   MOVE "Y" TO NAME-HIT
               END-IF
               IF NAME-HIT = "N" OR GR-LSDX(GX) = SPACE
                   GO TO PAIR-GROUP-2
               END-IF
           END-IF
           MOVE GR-GARNO(GX) TO PA-A
           MOVE GR-GARNO(GY) TO PA-B
           IF PA-A > PA-B
               MOVE GR-GARNO(GY) TO PA-A
               MOVE GR-GARNO(GX) TO PA-B
           END-IF
           MOVE CUR-TYPE TO PA-TYPE
           PERFORM HIT-PAIR THRU HIT-PAIR-EXIT
           GO TO PAIR-GROUP-2.
       PAIR-GROUP-EXIT.
           EXIT.

      *******  EACH COUNT SCORES A PAIR ONCE, HOWEVER MANY PEOPLE ON
      *******  THE TWO ACCOUNTS MATCH ON IT.

       HIT-PAIR.
           MOVE PA-A TO DN-ACCT-A
           MOVE PA-B TO DN-ACCT-B
           READ DUPNOT
             INVALID
               CONTINUE
             NOT INVALID
               GO TO HIT-PAIR-EXIT
           END-READ
           MOVE PA-A TO DP-ACCT-A
           MOVE PA-B TO DP-ACCT-B
           READ DUPPAIR
             INVALID
               MOVE PA-A TO DP-ACCT-A
               MOVE PA-B TO DP-ACCT-B
               MOVE 0 TO DP-SCORE
               MOVE "----" TO DP-HITS
               MOVE RUN-DATE TO DP-DATE
               PERFORM SCORE-HIT THRU SCORE-HIT-EXIT
               WRITE DUPPAIR01
               ADD 1 TO PAIR-COUNT
               GO TO HIT-PAIR-EXIT
           END-READ
           PERFORM SCORE-HIT THRU SCORE-HIT-EXIT
           REWRITE DUPPAIR01.
       HIT-PAIR-EXIT.
           EXIT.

       SCORE-HIT.
           IF PA-TYPE = "D" AND DP-HIT-D = "-"
               MOVE "D" TO DP-HIT-D
               ADD PTS-D TO DP-SCORE
           END-IF
           IF PA-TYPE = "P" AND DP-HIT-P = "-"
               MOVE "P" TO DP-HIT-P
               ADD PTS-P TO DP-SCORE
           END-IF
           IF PA-TYPE = "T" AND DP-HIT-T = "-"
               MOVE "T" TO DP-HIT-T
               ADD PTS-T TO DP-SCORE
           END-IF
           IF PA-TYPE = "S" AND DP-HIT-S = "-"
               MOVE "S" TO DP-HIT-S
               ADD PTS-S TO DP-SCORE
           END-IF.
       SCORE-HIT-EXIT.
           EXIT.

      *******  PASS 4 -- RANK THE PAIRS THAT SCORED ENOUGH.

       P4.
           MOVE LOW-VALUE TO DP-KEY
           START DUPPAIR KEY NOT < DP-KEY
             INVALID
               GO TO P5
           END-START.
       P4-1.
           READ DUPPAIR NEXT
             AT END
               GO TO P5
           END-READ
           IF DP-SCORE < MIN-SCORE
               GO TO P4-1
           END-IF
           MOVE SPACE TO DUPRANK01
           COMPUTE DR-INV = 999 - DP-SCORE
           MOVE DP-ACCT-A TO DR-ACCT-A
           MOVE DP-ACCT-B TO DR-ACCT-B
           MOVE DP-SCORE TO DR-SCORE
           MOVE DP-HITS TO DR-HITS
           WRITE DUPRANK01
           GO TO P4-1.

      *******  PASS 5 -- THE RANKED LIST, BOTH ACCOUNTS SIDE BY SIDE.

       P5.
           MOVE SPACE TO DUPRPT01
           WRITE DUPRPT01
           MOVE SPACE TO DUPRPT01
           STRING "MATCHED ON: D BIRTH DATE, SEX AND NAME  P POLICY  "
               "T PHONE  S STREET"
               DELIMITED BY SIZE INTO DUPRPT01
           WRITE DUPRPT01
           MOVE SPACE TO DUPRPT01
           WRITE DUPRPT01
           MOVE SPACE TO DUPRPT01
           STRING "RANK SCR HITS ACCOUNT  NAME                 "
               "DOB          BALANCE CLM   "
               "ACCOUNT  NAME                 "
               "DOB          BALANCE CLM"
               DELIMITED BY SIZE INTO DUPRPT01
           WRITE DUPRPT01
           MOVE LOW-VALUE TO DR-KEY
           START DUPRANK KEY NOT < DR-KEY
             INVALID
               GO TO P9
           END-START.
       P5-1.
           READ DUPRANK NEXT
             AT END
               GO TO P9
           END-READ
           ADD 1 TO LIST-COUNT
           MOVE SPACE TO DUP-LINE
           MOVE LIST-COUNT TO DL-RANK
           MOVE DR-SCORE TO DL-SCORE
           MOVE DR-HITS TO DL-HITS
           MOVE DR-ACCT-A TO ACCT-WS
           PERFORM SUM-ACCT THRU SUM-ACCT-EXIT
           MOVE DR-ACCT-A TO DL-GARNO-A
           MOVE G-GARNAME TO DL-NAME-A
           MOVE G-DOB TO DL-DOB-A
           MOVE ACC-BAL TO DL-BAL-A
           MOVE ACC-CLAIMS TO DL-CLM-A
           MOVE DR-ACCT-B TO ACCT-WS
           PERFORM SUM-ACCT THRU SUM-ACCT-EXIT
           MOVE DR-ACCT-B TO DL-GARNO-B
           MOVE G-GARNAME TO DL-NAME-B
           MOVE G-DOB TO DL-DOB-B
           MOVE ACC-BAL TO DL-BAL-B
           MOVE ACC-CLAIMS TO DL-CLM-B
           MOVE DUP-LINE TO DUPRPT01
           WRITE DUPRPT01
           GO TO P5-1.

      *******  THE ACCOUNT'S NAME AND BIRTH DATE, ITS BALANCE (OPEN
      *******  CHARGES LESS PAYMENTS AND ADJUSTMENTS) AND HOW MANY
      *******  CLAIMS ARE OPEN ON IT.

       SUM-ACCT.
           MOVE 0 TO ACC-CHG ACC-PAY ACC-BAL ACC-CLAIMS
           MOVE ACCT-WS TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO GARFILE01
           END-READ
           MOVE ACCT-WS TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO SUM-ACCT-3
           END-START.
       SUM-ACCT-1.
           READ CHARCUR NEXT
             AT END
               GO TO SUM-ACCT-3
           END-READ
           IF CC-KEY8 NOT = ACCT-WS
               GO TO SUM-ACCT-3
           END-IF
           ADD CC-AMOUNT TO ACC-CHG
           MOVE 0 TO CX.
       SUM-ACCT-2.
           ADD 1 TO CX
           IF CX > ACC-CLAIMS
               IF ACC-CLAIMS < 100
                   ADD 1 TO ACC-CLAIMS
                   MOVE CC-CLAIM TO CLM-T(ACC-CLAIMS)
               END-IF
               GO TO SUM-ACCT-1
           END-IF
           IF CLM-T(CX) = CC-CLAIM
               GO TO SUM-ACCT-1
           END-IF
           GO TO SUM-ACCT-2.
       SUM-ACCT-3.
           MOVE ACCT-WS TO PC-KEY8
           MOVE "000" TO PC-KEY3
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO SUM-ACCT-5
           END-START.
       SUM-ACCT-4.
           READ PAYCUR NEXT
             AT END
               GO TO SUM-ACCT-5
           END-READ
           IF PC-KEY8 NOT = ACCT-WS
               GO TO SUM-ACCT-5
           END-IF
           ADD PC-AMOUNT TO ACC-PAY
           GO TO SUM-ACCT-4.
       SUM-ACCT-5.
           COMPUTE ACC-BAL = ACC-CHG + ACC-PAY.
       SUM-ACCT-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO DUPRPT01
           WRITE DUPRPT01
           MOVE SPACE TO DUPRPT01
           STRING LIST-COUNT " PAIRS TO REVIEW, " MRG-COUNT
               " MERGES WRITTEN TO MERGEIN, " NOT-COUNT
               " MARKED NOT DUPLICATE, " BIG-COUNT
               " VALUES TOO COMMON TO PAIR"
               DELIMITED BY SIZE INTO DUPRPT01
           WRITE DUPRPT01
           DISPLAY "DUPLICATE SEARCH HAS ENDED, " PAIR-COUNT
               " PAIRS SCORED, " LIST-COUNT " LISTED, " BAD-COUNT
               " CARDS REJECTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE DUPIN GARFILE PATFILE PATCOV CHARCUR PAYCUR DUPPAIR
                 DUPBLK DUPRANK DUPNOT MERGEIN DUPRPT SUMLOG OPFILE
                 OPEXCP.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLDUP001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE LIST-COUNT TO SL-COUNT
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
           MOVE "BLDUP001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
