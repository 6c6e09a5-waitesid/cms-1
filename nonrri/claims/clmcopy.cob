      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-22 sw  new program - claim copy reprint.  for each
      *                CPYREQ request -- a claim control number, or an
      *                account and claim, which reprints every
      *                submission CCNLOG has for it -- the archived
      *                claim comes back off CLMARCH exactly as it left:
      *                the 1500 with its original spacing onto CPYPRT,
      *                each page top marked as a copy with the control
      *                number, and the 837 claim loop onto CPY837
      *                under a copy banner.  CHARCUR is never opened,
      *                so nothing about the charges' billing status
      *                moves.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmcopy.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLMARCH ASSIGN TO "S214" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CA-KEY
           LOCK MODE MANUAL.
           SELECT CCNLOG ASSIGN TO "S151" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CPYREQ ASSIGN TO "S215" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CPYPRT ASSIGN TO "S216" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CPY837 ASSIGN TO "S217" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLMARCH.
           COPY "clmarch.cpy".

       FD  CCNLOG.
       01  CCNLOG01.
           02 CL-CCN PIC 9(9).
           02 FILLER PIC X VALUE SPACE.
           02 CL-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CL-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CL-PATID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 CL-CLAIM PIC X(6).

      *******  ONE REQUEST PER RECORD: A CONTROL NUMBER IN CR-CCN, OR
      *******  CR-CCN BLANK AND THE ACCOUNT AND CLAIM NUMBER.
       FD  CPYREQ.
       01  CPYREQ01.
           02 CR-CCN PIC X(9).
           02 FILLER PIC X.
           02 CR-GARNO PIC X(8).
           02 FILLER PIC X.
           02 CR-CLAIM PIC X(6).

       FD  CPYPRT.
       01  CPYPRT01 PIC X(132).
       01  CHNL-C PIC X.

       FD  CPY837.
       01  CPY83701 PIC X(240).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  COPY-CCN PIC 9(9).
       01  COPY-FOUND PIC X.
       01  LOG-FOUND PIC X.
       01  PRT-ADV PIC 9.
       01  REQ-COUNT PIC 9(5) VALUE 0.
       01  COPY-COUNT PIC 9(5) VALUE 0.
       01  MISS-COUNT PIC 9(5) VALUE 0.
       01  COPY-MARK.
           02 FILLER PIC X(89) VALUE SPACE.
           02 FILLER PIC X(18) VALUE "*** COPY ***  CCN ".
           02 CM-CCN PIC 9(9).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CLMARCH CPYREQ.
           OPEN OUTPUT CPYPRT CPY837.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       P1.
           READ CPYREQ
             AT END
               GO TO P9
           END-READ
           ADD 1 TO REQ-COUNT

           IF CR-CCN NOT = SPACE
               IF CR-CCN NOT NUMERIC
                   DISPLAY "BAD CONTROL NUMBER " CR-CCN
                   ADD 1 TO MISS-COUNT
                   GO TO P1
               END-IF
               MOVE CR-CCN TO COPY-CCN
               PERFORM COPY-CLAIM THRU COPY-CLAIM-EXIT
               GO TO P1
           END-IF

           IF CR-GARNO = SPACE GO TO P1.
           PERFORM FIND-CCNS THRU FIND-CCNS-EXIT
           GO TO P1.

      *******  EVERY SUBMISSION CCNLOG HAS FOR THE ACCOUNT/CLAIM, IN
      *******  THE ORDER THEY WENT OUT.

       FIND-CCNS.
           MOVE "N" TO LOG-FOUND
           OPEN INPUT CCNLOG.
       FIND-CCNS-1.
           READ CCNLOG
             AT END
               GO TO FIND-CCNS-2
           END-READ
           IF CL-GARNO NOT = CR-GARNO GO TO FIND-CCNS-1.
           IF CR-CLAIM NOT = SPACE AND CL-CLAIM NOT = CR-CLAIM
               GO TO FIND-CCNS-1
           END-IF
           MOVE "Y" TO LOG-FOUND
           MOVE CL-CCN TO COPY-CCN
           PERFORM COPY-CLAIM THRU COPY-CLAIM-EXIT
           GO TO FIND-CCNS-1.
       FIND-CCNS-2.
           CLOSE CCNLOG.
           IF LOG-FOUND = "N"
               DISPLAY "NO CLAIM LOGGED FOR " CR-GARNO " " CR-CLAIM
               ADD 1 TO MISS-COUNT
           END-IF.
       FIND-CCNS-EXIT.
           EXIT.

      *******  ONE CONTROL NUMBER: ITS 1500 IMAGE OR ITS 837 LOOP,
      *******  WHICHEVER RUN SENT IT.

       COPY-CLAIM.
           MOVE "N" TO COPY-FOUND
           MOVE COPY-CCN TO CM-CCN
           MOVE COPY-CCN TO CA-CCN
           MOVE SPACE TO CA-FORM
           MOVE 0 TO CA-SEQ
           START CLMARCH KEY NOT < CA-KEY
             INVALID
               GO TO COPY-CLAIM-2
           END-START.
       COPY-CLAIM-1.
           READ CLMARCH NEXT
             AT END
               GO TO COPY-CLAIM-2
           END-READ
           IF CA-CCN NOT = COPY-CCN GO TO COPY-CLAIM-2.
           IF COPY-FOUND = "N"
               ADD 1 TO COPY-COUNT
           END-IF
           IF CA-FORM = "E"
               IF COPY-FOUND NOT = "E"
                   MOVE SPACE TO CPY83701
                   STRING "*** COPY *** CCN " COPY-CCN " SENT "
                       CA-DATE " -- NOT FOR TRANSMISSION"
                       DELIMITED BY SIZE INTO CPY83701
                   WRITE CPY83701
                   MOVE "E" TO COPY-FOUND
               END-IF
               MOVE CA-LINE TO CPY83701
               WRITE CPY83701
               GO TO COPY-CLAIM-1
           END-IF
           MOVE "P" TO COPY-FOUND
           PERFORM COPY-LINE THRU COPY-LINE-EXIT
           GO TO COPY-CLAIM-1.
       COPY-CLAIM-2.
           IF COPY-FOUND = "N"
               DISPLAY "NO ARCHIVED CLAIM FOR CCN " COPY-CCN
               ADD 1 TO MISS-COUNT
           END-IF.
       COPY-CLAIM-EXIT.
           EXIT.

      *******  A 1500 LINE AT ITS ORIGINAL SPACING.  EACH TOP-OF-FORM
      *******  LINE CARRIES THE COPY MARK OUT PAST THE PAYER ADDRESS
      *******  BLOCK, WHERE THE FORM HAS NOTHING PRINTED.

       COPY-LINE.
           IF CA-ADV = "C"
               MOVE CA-LINE(1:1) TO CHNL-C
               WRITE CHNL-C
               GO TO COPY-LINE-EXIT
           END-IF
           MOVE CA-LINE TO CPYPRT01
           IF CA-ADV-N = 9
               MOVE COPY-MARK(90:27) TO CPYPRT01(90:27)
               WRITE CPYPRT01 AFTER PAGE
               GO TO COPY-LINE-EXIT
           END-IF
           MOVE CA-ADV-N TO PRT-ADV
           WRITE CPYPRT01 AFTER PRT-ADV.
       COPY-LINE-EXIT.
           EXIT.

       P9.
           DISPLAY "CLAIM COPY RUN: " REQ-COUNT " REQUESTS, "
               COPY-COUNT " CLAIMS REPRINTED, " MISS-COUNT " NOT FOUND".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CLMARCH CPYREQ CPYPRT CPY837 SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "CLMCOPY" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE COPY-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
