      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-20 sw  new program - quarterly NCCI load.  reads the
      *                CMS practitioner PTP release (NCCIPTP, column 1
      *                and column 2 code, effective date, deletion
      *                date, modifier indicator) and the practitioner
      *                MUE release (NCCIMUE, code, MUE value and
      *                adjudication indicator) as published and adds,
      *                terms and updates CCIFILE and MUEFILE to match,
      *                so cci005 edits the quarter's edits from its
      *                first day instead of whenever someone keys them.
      *                the MUE release is complete, so a code dropped
      *                from it is termed the day before the quarter.
      *                every new, deleted and changed edit is printed
      *                on NCCIRPT.
      * 2026-10-15 sw  MUE-MAX widened to four digits; a large MUE
      *                is stored as published, no longer clamped to 99.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncciload.
       AUTHOR. SWAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CCIFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCI-KEY
               LOCK MODE MANUAL.

           SELECT MUEFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS MUE-KEY
               LOCK MODE MANUAL.

           SELECT OPTIONAL NCCIPTP ASSIGN TO "S208" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT OPTIONAL NCCIMUE ASSIGN TO "S209" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT NCCIRPT ASSIGN TO "S210" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
               LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CCIFILE.
           COPY "ccifile.cpy".

       FD  MUEFILE.
           COPY "muefile.cpy".

      *******  THE CMS PRACTITIONER PTP RELEASE, ONE EDIT PER RECORD.
      *******  NP-DEL IS "*" OR SPACE FOR AN EDIT STILL IN FORCE,
      *******  OTHERWISE THE LAST DATE IT APPLIES.  NP-IND IS THE
      *******  MODIFIER INDICATOR: 0 NEVER BYPASSED, 1 BYPASSED BY AN
      *******  NCCI MODIFIER, 9 NOT APPLICABLE.
       FD  NCCIPTP.
       01  NCCIPTP01.
           02 NP-COL1 PIC X(5).
           02 FILLER PIC X.
           02 NP-COL2 PIC X(5).
           02 FILLER PIC X.
           02 NP-EFF PIC X(8).
           02 FILLER PIC X.
           02 NP-DEL PIC X(8).
           02 FILLER PIC X.
           02 NP-IND PIC X.

      *******  THE CMS PRACTITIONER MUE RELEASE IN CODE ORDER, AS CMS
      *******  PUBLISHES IT.  NM-EFF IS THE FIRST DAY OF THE QUARTER
      *******  THE RELEASE IS FOR.
       FD  NCCIMUE.
       01  NCCIMUE01.
           02 NM-CODE PIC X(5).
           02 FILLER PIC X.
           02 NM-MAX PIC 9(4).
           02 FILLER PIC X.
           02 NM-MAI PIC X.
           02 FILLER PIC X.
           02 NM-EFF PIC X(8).

       FD  NCCIRPT.
       01  NCCIRPT01 PIC X(120).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  NEW-COUNT PIC 9(6) VALUE 0.
       01  DEL-COUNT PIC 9(6) VALUE 0.
       01  CHG-COUNT PIC 9(6) VALUE 0.
       01  SAME-COUNT PIC 9(6) VALUE 0.
       01  BAD-COUNT PIC 9(6) VALUE 0.
       01  MUE-READ PIC 9(6) VALUE 0.
       01  NEF-6 PIC ZZZ,ZZ9.

       01  NEW-DEL PIC X(8).
       01  OLD-CCI.
           02 OLD-IND PIC X.
           02 OLD-EFF PIC X(8).
           02 OLD-TERM PIC X(8).
       01  OLD-MUE.
           02 OLD-MAX PIC 9(4).
           02 OLD-MAI PIC X.
           02 OLD-MEFF PIC X(8).
           02 OLD-MTERM PIC X(8).
       01  NEW-MAX PIC 9(4).
       01  LAST-CODE PIC X(5) VALUE SPACE.
       01  MUE-EOF PIC X.
       01  RPT-TYPE PIC X(8).
       01  RPT-NOTE PIC X(30).

      *******  THE QUARTER THE MUE RELEASE IS FOR, AND THE DAY BEFORE
      *******  IT -- THE TERM DATE FOR A CODE CMS HAS DROPPED.
       01  QTR-EFF PIC X(8) VALUE SPACE.
       01  QTR-EVE8 PIC 9(8).
       01  QTR-EVE-X REDEFINES QTR-EVE8.
           02 QTR-EVE-YYYY PIC 9(4).
           02 QTR-EVE-MM PIC 99.
           02 QTR-EVE-DD PIC 99.
       01  QTR-EVE PIC X(8).
       01  MONTH-DAYS-X PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-DAYS-T REDEFINES MONTH-DAYS-X.
           02 MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  LEAP-Q PIC 9(4).
       01  LEAP-R PIC 9(4).

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O CCIFILE MUEFILE.
           OPEN INPUT NCCIPTP NCCIMUE.
           OPEN OUTPUT NCCIRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO NCCIRPT01
           STRING "NCCI QUARTERLY LOAD " RUN-DATE
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01
           MOVE SPACE TO NCCIRPT01
           STRING "TYPE     EDIT        WAS"
               "                                 NOW"
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01.

      *******  PTP EDITS.  A DELETED EDIT STAYS IN THE RELEASE WITH
      *******  ITS DELETION DATE, SO EVERY TERM ARRIVES AS A RECORD.

       P1.
           READ NCCIPTP
             AT END
               GO TO P2
           END-READ

           IF NP-COL1 = SPACE OR NP-COL2 = SPACE GO TO P1.

           MOVE NP-DEL TO NEW-DEL
           IF NEW-DEL = "*" OR "00000000"
               MOVE SPACE TO NEW-DEL
           END-IF

           MOVE NP-COL1 TO CCI-KEY1
           MOVE NP-COL2 TO CCI-KEY2
           READ CCIFILE
             INVALID
               PERFORM PTP-NEW THRU PTP-NEW-EXIT
               GO TO P1
           END-READ

           IF CCI-DATE-TERM = "00000000"
               MOVE SPACE TO CCI-DATE-TERM
           END-IF
           IF CCI-IND = NP-IND AND CCI-DATE-EFF = NP-EFF
               AND CCI-DATE-TERM = NEW-DEL
               ADD 1 TO SAME-COUNT
               GO TO P1
           END-IF

           MOVE CCI-IND TO OLD-IND
           MOVE CCI-DATE-EFF TO OLD-EFF
           MOVE CCI-DATE-TERM TO OLD-TERM
           MOVE NP-IND TO CCI-IND
           MOVE NP-EFF TO CCI-DATE-EFF
           MOVE NEW-DEL TO CCI-DATE-TERM
           REWRITE CCIFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "REWRITE FAILED" TO RPT-NOTE
               MOVE "ERROR" TO RPT-TYPE
               PERFORM PTP-LINE THRU PTP-LINE-EXIT
               GO TO P1
           END-REWRITE

           MOVE SPACE TO RPT-NOTE
           IF OLD-TERM = SPACE AND NEW-DEL NOT = SPACE
               ADD 1 TO DEL-COUNT
               MOVE "DELETED" TO RPT-TYPE
           ELSE
               ADD 1 TO CHG-COUNT
               MOVE "CHANGED" TO RPT-TYPE
           END-IF
           PERFORM PTP-LINE THRU PTP-LINE-EXIT
           GO TO P1.

       PTP-NEW.
           MOVE NP-IND TO CCI-IND
           MOVE NP-EFF TO CCI-DATE-EFF
           MOVE NEW-DEL TO CCI-DATE-TERM
           WRITE CCIFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "WRITE FAILED" TO RPT-NOTE
               MOVE "ERROR" TO RPT-TYPE
               PERFORM PTP-LINE THRU PTP-LINE-EXIT
               GO TO PTP-NEW-EXIT
           END-WRITE
           ADD 1 TO NEW-COUNT
           MOVE SPACE TO OLD-CCI RPT-NOTE
           MOVE "NEW" TO RPT-TYPE
           IF NEW-DEL NOT = SPACE
               MOVE "ALREADY DELETED IN RELEASE" TO RPT-NOTE
           END-IF
           PERFORM PTP-LINE THRU PTP-LINE-EXIT.
       PTP-NEW-EXIT.
           EXIT.

       PTP-LINE.
           MOVE SPACE TO NCCIRPT01
           STRING RPT-TYPE " PTP " NP-COL1 "/" NP-COL2 " "
               OLD-IND " " OLD-EFF " " OLD-TERM "   "
               NP-IND " " NP-EFF " " NEW-DEL " " RPT-NOTE
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01.
       PTP-LINE-EXIT.
           EXIT.

      *******  MUE VALUES.  MUE-MAX HOLDS THE FULL FOUR DIGITS CMS
      *******  PUBLISHES.

       P2.
           READ NCCIMUE
             AT END
               GO TO P3
           END-READ

           IF NM-CODE = SPACE GO TO P2.

           IF NM-CODE NOT > LAST-CODE
               ADD 1 TO BAD-COUNT
               MOVE SPACE TO NCCIRPT01
               STRING "ERROR    MUE " NM-CODE
                   " OUT OF CODE ORDER, SKIPPED"
                   DELIMITED BY SIZE INTO NCCIRPT01
               WRITE NCCIRPT01
               GO TO P2
           END-IF
           MOVE NM-CODE TO LAST-CODE
           ADD 1 TO MUE-READ
           IF QTR-EFF = SPACE
               MOVE NM-EFF TO QTR-EFF
           END-IF

           MOVE SPACE TO RPT-NOTE
           MOVE NM-MAX TO NEW-MAX

           MOVE NM-CODE TO MUE-KEY
           READ MUEFILE
             INVALID
               PERFORM MUE-NEW THRU MUE-NEW-EXIT
               GO TO P2
           END-READ

           IF MUE-DATE-TERM = "00000000"
               MOVE SPACE TO MUE-DATE-TERM
           END-IF
           IF MUE-MAX = NEW-MAX AND MUE-MAI = NM-MAI
               AND MUE-DATE-TERM = SPACE
               ADD 1 TO SAME-COUNT
               GO TO P2
           END-IF

           MOVE MUE-MAX TO OLD-MAX
           MOVE MUE-MAI TO OLD-MAI
           MOVE MUE-DATE-EFF TO OLD-MEFF
           MOVE MUE-DATE-TERM TO OLD-MTERM
           MOVE NEW-MAX TO MUE-MAX
           MOVE NM-MAI TO MUE-MAI
           MOVE NM-EFF TO MUE-DATE-EFF
           MOVE SPACE TO MUE-DATE-TERM
           REWRITE MUEFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "REWRITE FAILED" TO RPT-NOTE
               MOVE "ERROR" TO RPT-TYPE
               PERFORM MUE-LINE THRU MUE-LINE-EXIT
               GO TO P2
           END-REWRITE
           ADD 1 TO CHG-COUNT
           MOVE "CHANGED" TO RPT-TYPE
           IF OLD-MTERM NOT = SPACE
               MOVE "RE-INSTATED" TO RPT-NOTE
           END-IF
           PERFORM MUE-LINE THRU MUE-LINE-EXIT
           GO TO P2.

       MUE-NEW.
           MOVE NEW-MAX TO MUE-MAX
           MOVE NM-MAI TO MUE-MAI
           MOVE NM-EFF TO MUE-DATE-EFF
           MOVE SPACE TO MUE-DATE-TERM
           WRITE MUEFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "WRITE FAILED" TO RPT-NOTE
               MOVE "ERROR" TO RPT-TYPE
               PERFORM MUE-LINE THRU MUE-LINE-EXIT
               GO TO MUE-NEW-EXIT
           END-WRITE
           ADD 1 TO NEW-COUNT
           MOVE ZERO TO OLD-MAX
           MOVE SPACE TO OLD-MAI OLD-MEFF OLD-MTERM
           MOVE "NEW" TO RPT-TYPE
           PERFORM MUE-LINE THRU MUE-LINE-EXIT.
       MUE-NEW-EXIT.
           EXIT.

       MUE-LINE.
           MOVE SPACE TO NCCIRPT01
           STRING RPT-TYPE " MUE " MUE-KEY "       "
               OLD-MAX " " OLD-MAI " " OLD-MEFF " " OLD-MTERM "   "
               MUE-MAX " " MUE-MAI " " MUE-DATE-EFF " " MUE-DATE-TERM
               " " RPT-NOTE
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01.
       MUE-LINE-EXIT.
           EXIT.

      *******  THE MUE RELEASE IS THE WHOLE LIST.  WALK MUEFILE AGAINST
      *******  IT IN CODE ORDER AND TERM ANY OPEN CODE THE RELEASE NO
      *******  LONGER CARRIES.  NO RELEASE THIS RUN, NO SWEEP.

       P3.
           IF MUE-READ = 0 GO TO P9.
           PERFORM QTR-EVE-CALC THRU QTR-EVE-CALC-EXIT
           CLOSE NCCIMUE
           OPEN INPUT NCCIMUE
           MOVE "N" TO MUE-EOF
           MOVE SPACE TO NM-CODE
           PERFORM NEXT-MUE THRU NEXT-MUE-EXIT
           MOVE LOW-VALUE TO MUE-KEY
           START MUEFILE KEY NOT < MUE-KEY
             INVALID
               GO TO P9
           END-START.

       P3-1.
           READ MUEFILE NEXT
             AT END
               GO TO P9
           END-READ.
       P3-2.
           IF MUE-EOF = "N" AND NM-CODE < MUE-KEY
               PERFORM NEXT-MUE THRU NEXT-MUE-EXIT
               GO TO P3-2
           END-IF
           IF MUE-EOF = "N" AND NM-CODE = MUE-KEY GO TO P3-1.

           IF MUE-DATE-TERM NOT = SPACE
               AND MUE-DATE-TERM NOT = "00000000"
               GO TO P3-1
           END-IF
           IF MUE-DATE-EFF NOT < QTR-EFF GO TO P3-1.

           MOVE MUE-MAX TO OLD-MAX
           MOVE MUE-MAI TO OLD-MAI
           MOVE MUE-DATE-EFF TO OLD-MEFF
           MOVE MUE-DATE-TERM TO OLD-MTERM
           MOVE QTR-EVE TO MUE-DATE-TERM
           REWRITE MUEFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "REWRITE FAILED" TO RPT-NOTE
               MOVE "ERROR" TO RPT-TYPE
               PERFORM MUE-LINE THRU MUE-LINE-EXIT
               GO TO P3-1
           END-REWRITE
           ADD 1 TO DEL-COUNT
           MOVE "DELETED" TO RPT-TYPE
           MOVE "NOT IN QUARTER'S RELEASE" TO RPT-NOTE
           PERFORM MUE-LINE THRU MUE-LINE-EXIT
           GO TO P3-1.

       NEXT-MUE.
           READ NCCIMUE
             AT END
               MOVE "Y" TO MUE-EOF
               GO TO NEXT-MUE-EXIT
           END-READ
           IF NM-CODE = SPACE GO TO NEXT-MUE.
       NEXT-MUE-EXIT.
           EXIT.

      *******  THE DAY BEFORE QTR-EFF.

       QTR-EVE-CALC.
           MOVE QTR-EFF TO QTR-EVE8
           IF QTR-EVE-DD > 1
               SUBTRACT 1 FROM QTR-EVE-DD
               GO TO QTR-EVE-CALC-1
           END-IF
           IF QTR-EVE-MM = 1
               MOVE 12 TO QTR-EVE-MM
               SUBTRACT 1 FROM QTR-EVE-YYYY
           ELSE
               SUBTRACT 1 FROM QTR-EVE-MM
           END-IF
           MOVE MONTH-DAYS(QTR-EVE-MM) TO QTR-EVE-DD
           IF QTR-EVE-MM = 2
               DIVIDE QTR-EVE-YYYY BY 4 GIVING LEAP-Q
                   REMAINDER LEAP-R
               IF LEAP-R = 0
                   MOVE 29 TO QTR-EVE-DD
               END-IF
           END-IF.
       QTR-EVE-CALC-1.
           MOVE QTR-EVE8 TO QTR-EVE.
       QTR-EVE-CALC-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO NCCIRPT01
           WRITE NCCIRPT01
           MOVE NEW-COUNT TO NEF-6
           MOVE SPACE TO NCCIRPT01
           STRING "NEW EDITS      " NEF-6
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01
           MOVE DEL-COUNT TO NEF-6
           MOVE SPACE TO NCCIRPT01
           STRING "DELETED EDITS  " NEF-6
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01
           MOVE CHG-COUNT TO NEF-6
           MOVE SPACE TO NCCIRPT01
           STRING "CHANGED EDITS  " NEF-6
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01
           MOVE SAME-COUNT TO NEF-6
           MOVE SPACE TO NCCIRPT01
           STRING "UNCHANGED      " NEF-6
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01
           MOVE BAD-COUNT TO NEF-6
           MOVE SPACE TO NCCIRPT01
           STRING "EXCEPTIONS     " NEF-6
               DELIMITED BY SIZE INTO NCCIRPT01
           WRITE NCCIRPT01

           DISPLAY "NCCI LOAD: " NEW-COUNT " NEW, " DEL-COUNT
               " DELETED, " CHG-COUNT " CHANGED, " BAD-COUNT
               " EXCEPTIONS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CCIFILE MUEFILE NCCIPTP NCCIMUE NCCIRPT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "NCCILOAD" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           COMPUTE SL-COUNT = NEW-COUNT + DEL-COUNT + CHG-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
