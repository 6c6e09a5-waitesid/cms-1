      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-30 sw  new program - nightly member ID edit.  most of
      *                what newackrc reports rejected at the front end
      *                is a mistyped policy number: an MBI keyed with
      *                the letter O for a zero, a medicaid ID a digit
      *                short, a BCBS ID without its prefix.  every
      *                G-PRIPOL, G-SECPOL and PATCOV PCV-POLICY is
      *                checked against its payer's IDFMT record
      *                (length, prefix, pattern by position); a
      *                failure goes on the REGWORK registration-
      *                correction worklist, an entry whose ID now
      *                passes comes off it, and REGRPT prints what is
      *                left for registration to fix.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLIDV001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT PATCOV ASSIGN TO "S172" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PCV-KEY
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL IDFMT ASSIGN TO "S245"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS IF-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REGWORK ASSIGN TO "S246"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RW-KEY
           LOCK MODE MANUAL.
           SELECT REGRPT ASSIGN TO "S247" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GARFILE.
           COPY "garfile.cpy".

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

       FD  IDFMT.
           COPY "idfmt.cpy".

       FD  REGWORK.
           COPY "regwork.cpy".

       FD  REGRPT.
       01  REGRPT01 PIC X(132).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  CHK-COUNT PIC 9(7) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  FIX-COUNT PIC 9(5) VALUE 0.
       01  LIST-COUNT PIC 9(5) VALUE 0.
       01  SOURCE-NAME PIC X(8).
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

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT GARFILE PATCOV PATFILE IDFMT.
           OPEN I-O REGWORK.
           OPEN OUTPUT REGRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

      *******  PASS 1 -- THE GUARANTOR'S PRIMARY AND SECONDARY IDS.

           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P2
           END-START.
       P1.
           READ GARFILE NEXT
             AT END
               GO TO P2
           END-READ
           MOVE SPACE TO REG-CUR
           MOVE G-GARNO TO REG-GARNO
           IF G-PRINS NOT = SPACE
               MOVE "P" TO REG-SOURCE
               MOVE G-PRINS TO REG-PAYCODE IDV-PAYCODE
               MOVE G-PRIPOL TO IDV-POLICY
               PERFORM ONE-ID THRU ONE-ID-EXIT
           END-IF
           IF G-SEINS NOT = SPACE
               MOVE "S" TO REG-SOURCE
               MOVE G-SEINS TO REG-PAYCODE IDV-PAYCODE
               MOVE G-SECPOL TO IDV-POLICY
               PERFORM ONE-ID THRU ONE-ID-EXIT
           END-IF
           GO TO P1.

      *******  PASS 2 -- EVERY PATIENT'S OWN COVERAGE.  THE ACCOUNT
      *******  COMES OFF PATFILE (OR IS THE PATIENT'S OWN NUMBER FOR
      *******  A GUARANTOR COVERED IN THEIR OWN RIGHT).

       P2.
           MOVE LOW-VALUE TO PCV-KEY
           START PATCOV KEY NOT < PCV-KEY
             INVALID
               GO TO P3
           END-START.
       P2-1.
           READ PATCOV NEXT
             AT END
               GO TO P3
           END-READ
           MOVE SPACE TO REG-CUR
           MOVE PCV-PATID TO REG-GARNO REG-PATID
           IF PCV-PATID(8:1) = "P"
               MOVE PCV-PATID TO P-PATNO
               READ PATFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE P-GARNO TO REG-GARNO
               END-READ
           END-IF
           MOVE "C" TO REG-SOURCE
           MOVE PCV-PAYCODE TO REG-PAYCODE IDV-PAYCODE
           MOVE PCV-POLICY TO IDV-POLICY
           PERFORM ONE-ID THRU ONE-ID-EXIT
           GO TO P2-1.

       ONE-ID.
           ADD 1 TO CHK-COUNT
           PERFORM ID-EDIT THRU ID-EDIT-EXIT
           IF IDV-REASON = SPACE
               PERFORM REG-CLEAR THRU REG-CLEAR-EXIT
           ELSE
               ADD 1 TO BAD-COUNT
               PERFORM REG-WORK THRU REG-WORK-EXIT
           END-IF.
       ONE-ID-EXIT.
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
               MOVE RUN-DATE TO RW-FOUND
               MOVE IDV-POLICY TO RW-POLICY
               MOVE IDV-REASON TO RW-REASON
               MOVE RUN-DATE TO RW-LAST
               MOVE "BLIDV001" TO RW-PGM
               WRITE REGWORK01
               GO TO REG-WORK-EXIT
           END-READ
           MOVE IDV-POLICY TO RW-POLICY
           MOVE IDV-REASON TO RW-REASON
           MOVE RUN-DATE TO RW-LAST
           MOVE "BLIDV001" TO RW-PGM
           REWRITE REGWORK01.
       REG-WORK-EXIT.
           EXIT.

       REG-CLEAR.
           MOVE REG-CUR TO RW-KEY
           READ REGWORK
             INVALID
               GO TO REG-CLEAR-EXIT
           END-READ
           DELETE REGWORK RECORD
           ADD 1 TO FIX-COUNT.
       REG-CLEAR-EXIT.
           EXIT.

      *******  PASS 3 -- THE WORKLIST.  AN ENTRY NOT SEEN FAILING
      *******  TONIGHT BELONGS TO A POLICY OR PAYER SINCE CHANGED OR
      *******  REMOVED, AND IS DROPPED; THE REST PRINT IN ACCOUNT
      *******  ORDER.

       P3.
           MOVE SPACE TO REGRPT01
           STRING "REGISTRATION CORRECTIONS - MEMBER IDS FAILING "
               "PAYER FORMAT   " RUN-DATE
               DELIMITED BY SIZE INTO REGRPT01
           WRITE REGRPT01 AFTER ADVANCING PAGE
           MOVE SPACE TO REGRPT01
           WRITE REGRPT01
           MOVE SPACE TO REGRPT01
           STRING "ACCOUNT  PATIENT  POLICY   PAYER MEMBER ID        "
               "PROBLEM                          FOUND    BY"
               DELIMITED BY SIZE INTO REGRPT01
           WRITE REGRPT01
           MOVE LOW-VALUE TO RW-KEY
           START REGWORK KEY NOT < RW-KEY
             INVALID
               GO TO P9
           END-START.
       P3-1.
           READ REGWORK NEXT
             AT END
               GO TO P9
           END-READ
           IF RW-LAST < RUN-DATE
               DELETE REGWORK RECORD
               ADD 1 TO FIX-COUNT
               GO TO P3-1
           END-IF
           MOVE "PRIMARY" TO SOURCE-NAME
           IF RW-SOURCE = "S"
               MOVE "SECOND" TO SOURCE-NAME
           END-IF
           IF RW-SOURCE = "C"
               MOVE "PATCOV" TO SOURCE-NAME
           END-IF
           MOVE SPACE TO REGRPT01
           STRING RW-GARNO " " RW-PATID " " SOURCE-NAME " "
               RW-PAYCODE "   " RW-POLICY " " RW-REASON " "
               RW-FOUND " " RW-PGM
               DELIMITED BY SIZE INTO REGRPT01
           WRITE REGRPT01
           ADD 1 TO LIST-COUNT
           GO TO P3-1.

       P9.
           MOVE SPACE TO REGRPT01
           WRITE REGRPT01
           MOVE SPACE TO REGRPT01
           STRING LIST-COUNT " IDS TO CORRECT"
               DELIMITED BY SIZE INTO REGRPT01
           WRITE REGRPT01
           DISPLAY "MEMBER ID EDIT HAS ENDED, " CHK-COUNT " CHECKED, "
               BAD-COUNT " FAILED, " FIX-COUNT " CLEARED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE GARFILE PATCOV PATFILE IDFMT REGWORK REGRPT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLIDV001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE BAD-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
