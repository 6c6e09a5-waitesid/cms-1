      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-14 sw  new program - the billers' work queue.  every
      *                night fills DOCERR, ELIGERR, AUTHERR, PROVERR,
      *                MSPERR, GAPLOG, cci005's EXCPRPT, TFWRPT,
      *                FOLRPT, ACKWORK and DENWORK, each its own
      *                printout, and nobody could say which items were
      *                being worked or by whom.  this run feeds all of
      *                them into one WRKQ file, one item per account/
      *                claim/issue, priced by timely-filing days left
      *                and claim dollars, assigned to a biller by payer
      *                range or guarantor alpha split off WQASSIGN,
      *                given a due date and a status.  an item its
      *                source stops reporting closes on its own; the
      *                billers' WQUPDT cards mark items worked or
      *                resolved.  prints each biller's queue and the
      *                supervisor's open/aged/closed summary.
      * 2026-10-15 sw  DW-AMOUNT widened to S9(6)V99 with the converted
      *                DENWORK.
      * 2026-10-15 sw  PATFILE's record carries the sex, relation,
      *                marital status and birth date fields, so it is
      *                the 51 bytes the file holds.
      * 2026-10-15 sw  the SUMLOG program test is a run of IF tests,
      *                and the source and biller tallies are cleared by
      *                explicit moves rather than INITIALIZE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLWKQ001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCERR ASSIGN TO "S145" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ELIGERR ASSIGN TO "S156" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL AUTHERR ASSIGN TO "S160" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL GAPLOG ASSIGN TO "S165" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PROVERR ASSIGN TO "S167" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL MSPERR ASSIGN TO "S190" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CCIEXCP ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL TFWRPT ASSIGN TO "S96" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL FOLRPT ASSIGN TO "S49" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ACKWORK ASSIGN TO "S48" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT DENWORK ASSIGN TO "S84" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DW-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S110" ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS INS-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL WRKQ ASSIGN TO "S307"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS WQ-KEY
           ALTERNATE RECORD KEY IS WQ-QKEY WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL WQASSIGN ASSIGN TO "S308" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL WQUPDT ASSIGN TO "S309" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT WQRPT ASSIGN TO "S310" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT WQSUM ASSIGN TO "S311" ORGANIZATION
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

       DATA DIVISION.
       FILE SECTION.

      *******  THE CLAIM RUNS' LOGS, LAID OUT AS NEW1500 WRITES THEM.
      *******  DOCERR IS REWRITTEN EVERY RUN; THE OTHERS ARE EXTENDED
      *******  AND CARRY THE RUN DATE ON EVERY LINE.
       FD  DOCERR.
       01  DOCERR01.
           02 DE-DATE PIC X(8).
           02 FILLER PIC X.
           02 DE-KEY PIC X(11).
           02 FILLER PIC X.
           02 DE-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 DE-DOCP PIC X(2).
           02 FILLER PIC X.
           02 DE-REASON PIC X(30).

       FD  ELIGERR.
       01  ELIGERR01.
           02 EE-DATE PIC X(8).
           02 FILLER PIC X.
           02 EE-PATID PIC X(8).
           02 FILLER PIC X.
           02 EE-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 EE-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 EE-REASON PIC X(30).

       FD  AUTHERR.
       01  AUTHERR01.
           02 AE-DATE PIC X(8).
           02 FILLER PIC X.
           02 AE-PATID PIC X(8).
           02 FILLER PIC X.
           02 AE-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 AE-NDC PIC X(11).
           02 FILLER PIC X.
           02 AE-REASON PIC X(30).

       FD  GAPLOG.
       01  GAPLOG01.
           02 GL-DATE PIC X(8).
           02 FILLER PIC X.
           02 GL-PATID PIC X(8).
           02 FILLER PIC X.
           02 GL-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 GL-GARNO PIC X(8).
           02 FILLER PIC X.
           02 GL-GROUP PIC X(10).

       FD  PROVERR.
       01  PROVERR01.
           02 PE-DATE PIC X(8).
           02 FILLER PIC X.
           02 PE-PATID PIC X(8).
           02 FILLER PIC X.
           02 PE-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 PE-PROVKEY PIC X(7).
           02 FILLER PIC X.
           02 PE-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 PE-REASON PIC X(30).

       FD  MSPERR.
       01  MSPERR01.
           02 ME-DATE PIC X(8).
           02 FILLER PIC X.
           02 ME-PATID PIC X(8).
           02 FILLER PIC X.
           02 ME-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 ME-REASON PIC X(30).

      *******  CCI005'S EXCEPTION REPORT -- THE EDITS IT COULD NOT
      *******  FIX ITSELF.  FREE TEXT; SEE P7 FOR HOW IT IS READ.
       FD  CCIEXCP.
       01  CCIEXCP01 PIC X(120).

       FD  TFWRPT.
       01  TFWRPT01.
           02 TF-LEVEL PIC X(8).
           02 FILLER PIC X.
           02 TF-GARNO PIC X(8).
           02 FILLER PIC X.
           02 TF-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 TF-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 TF-INSNAME PIC X(22).
           02 FILLER PIC X.
           02 TF-DATE-T PIC X(8).
           02 FILLER PIC X.
           02 TF-AMOUNT PIC X(12).
           02 FILLER PIC X.
           02 TF-DAYS-LEFT PIC X(5).
           02 FILLER PIC X.
           02 TF-NOTE PIC X(60).

       FD  FOLRPT.
       01  FOLRPT01.
           02 FR-GARNO PIC X(8).
           02 FILLER PIC X.
           02 FR-GARNAME PIC X(24).
           02 FILLER PIC X.
           02 FR-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 FR-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 FR-INSNAME PIC X(22).
           02 FILLER PIC X.
           02 FR-DATE-A PIC X(8).
           02 FILLER PIC X.
           02 FR-AMOUNT PIC X(12).
           02 FILLER PIC X.
           02 FR-DAYS PIC X(4).
           02 FILLER PIC X.
           02 FR-STCODE PIC X(10).
           02 FILLER PIC X.
           02 FR-STDATE PIC X(8).
           02 FILLER PIC X.
           02 FR-ATT PIC X(9).
           02 FILLER PIC X.
           02 FR-NOTE PIC X(60).

       FD  ACKWORK.
       01  ACKWORK01.
           02 AW-DATE PIC X(8).
           02 FILLER PIC X.
           02 AW-CCN PIC 9(9).
           02 FILLER PIC X.
           02 AW-GARNO PIC X(8).
           02 FILLER PIC X.
           02 AW-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 AW-STATUS PIC X(12).
           02 FILLER PIC X.
           02 AW-CODE PIC X(10).

       FD  DENWORK.
       01  DENWORK01.
           02 DW-KEY.
             03 DW-KEY8 PIC X(8).
             03 DW-CLAIM PIC X(6).
             03 DW-DENIAL PIC XX.
           02 DW-PAYCODE PIC XXX.
           02 DW-AMOUNT PIC S9(6)V99.
           02 DW-DATE-E PIC X(8).
           02 DW-STATUS PIC X.
           02 DW-BILLER PIC XXX.
           02 DW-LETTER PIC X.
           02 DW-LETTER-DATE PIC X(8).
           02 DW-FUTURE PIC X.

       FD  CHARCUR.
           COPY "charcur.cpy".

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

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

       FD  WRKQ.
           COPY "wrkq.cpy".

      *******  BILLER ASSIGNMENT CARDS.  TYPE "P" GIVES A PAYCODE
      *******  RANGE TO A BILLER, TYPE "A" A RANGE OF GUARANTOR LAST-
      *******  NAME LETTERS (FIRST BYTE OF LO AND HI).  PAYER CARDS
      *******  ARE TRIED FIRST; A BLANK HI IS THE LO ALONE.
       FD  WQASSIGN.
       01  WQASSIGN01.
           02 WA-TYPE PIC X.
           02 FILLER PIC X.
           02 WA-LO PIC XXX.
           02 FILLER PIC X.
           02 WA-HI PIC XXX.
           02 FILLER PIC X.
           02 WA-BILLER PIC XXX.

      *******  THE BILLERS' CARDS: THE ITEM'S FULL KEY, NEW STATUS
      *******  (O OPEN, W WORKING, X RESOLVED; BLANK = KEEP), NEW
      *******  BILLER (BLANK = KEEP) AND THE OPERATOR.
       FD  WQUPDT.
       01  WQUPDT01.
           02 WU-KEY8 PIC X(8).
           02 FILLER PIC X.
           02 WU-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 WU-SOURCE PIC XXX.
           02 FILLER PIC X.
           02 WU-ISSUE PIC X(10).
           02 FILLER PIC X.
           02 WU-STATUS PIC X.
           02 FILLER PIC X.
           02 WU-BILLER PIC XXX.
           02 FILLER PIC X.
           02 WU-OPID PIC X(8).

       FD  WQRPT.
       01  WQRPT01.
           02 WR-PRIORITY PIC 9.
           02 WR-AGED PIC X.
           02 FILLER PIC X.
           02 WR-KEY8 PIC X(8).
           02 FILLER PIC X.
           02 WR-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 WR-SOURCE PIC XXX.
           02 FILLER PIC X.
           02 WR-ISSUE PIC X(10).
           02 FILLER PIC X.
           02 WR-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 WR-AMOUNT PIC Z,ZZZ,ZZ9.99CR.
           02 FILLER PIC X.
           02 WR-DAYS-LEFT PIC ZZZ9-.
           02 WR-DAYS-X REDEFINES WR-DAYS-LEFT PIC X(5).
           02 FILLER PIC X.
           02 WR-DATE-DUE PIC X(8).
           02 FILLER PIC X.
           02 WR-STATUS PIC X.
           02 FILLER PIC X.
           02 WR-DATE-OPEN PIC X(8).
           02 FILLER PIC X.
           02 WR-TEXT PIC X(40).

       FD  WQSUM.
       01  WQSUM01 PIC X(100).

       FD  WORKLOG.
           COPY "worklog.cpy".

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
           02 TODAY-MM PIC 99.
           02 TODAY-DD PIC 99.
       01  SERV8 PIC 9(8).
       01  SERV-X REDEFINES SERV8.
           02 SERV-YYYY PIC 9(4).
           02 SERV-MM PIC 99.
           02 SERV-DD PIC 99.
       01  TODAY-SERIAL PIC S9(7).
       01  SERV-SERIAL PIC S9(7).
       01  FILING-DAYS PIC 9(4).
       01  DAYS-LEFT PIC S9(6).
       01  RUN-INT PIC S9(7).
       01  DUE-INT PIC S9(7).
       01  DUE8 PIC 9(8).
       01  CLOSE8 PIC 9(8).
       01  DATE-1500 PIC X(8) VALUE SPACE.
       01  DATE-837 PIC X(8) VALUE SPACE.

       01  FED-COUNT PIC 9(7) VALUE 0.
       01  NEW-COUNT PIC 9(7) VALUE 0.
       01  OPEN-COUNT PIC 9(7) VALUE 0.
       01  AGED-COUNT PIC 9(7) VALUE 0.
       01  CLEAR-COUNT PIC 9(7) VALUE 0.
       01  RESOLVE-COUNT PIC 9(7) VALUE 0.
       01  PURGE-COUNT PIC 9(7) VALUE 0.
       01  CARD-COUNT PIC 9(5) VALUE 0.

      *******  THE ELEVEN SOURCES, IN WQ-SOURCE CODE ORDER.  SRC-RAN
      *******  "Y" ONCE SUMLOG SHOWS THE PROGRAM THAT FILLS IT HAS
      *******  RUN; AN ITEM IS ONLY CLEARED FOR GOING UNSEEN WHEN ITS
      *******  SOURCE IS ONE WE HAVE HEARD FROM.
       01  SRC-CODES PIC X(33) VALUE
           "DOCELGATHGAPPRVMSPCCITFWFOLACKDEN".
       01  SRC-CODE-TAB REDEFINES SRC-CODES.
           02 SRC-CODE PIC XXX OCCURS 11 TIMES.
       01  SRC-TAB01.
           02 SRC-ENT OCCURS 11 TIMES.
              03 SRC-RAN PIC X.
              03 SRC-FED PIC 9(5).
              03 SRC-NEW PIC 9(5).
              03 SRC-OPEN PIC 9(5).
              03 SRC-AGED PIC 9(5).
              03 SRC-CLEARED PIC 9(5).
              03 SRC-RESOLVED PIC 9(5).
       01  SX PIC 99.

      *******  PER-BILLER TALLIES FOR THE SUPERVISOR, KEPT IN BILLER
      *******  ORDER AS THEY ARE ADDED.  BLANK IS THE UNASSIGNED PILE.
       01  BIL-TAB01.
           02 BIL-ENT OCCURS 50 TIMES.
              03 BIL-CODE PIC XXX.
              03 BIL-OPEN PIC 9(5).
              03 BIL-WORK PIC 9(5).
              03 BIL-AGED PIC 9(5).
              03 BIL-PAST PIC 9(5).
              03 BIL-CLEARED PIC 9(5).
              03 BIL-RESOLVED PIC 9(5).
              03 BIL-OLDEST PIC X(8).
       01  BIL-NDX PIC 99 VALUE 0.
       01  BX PIC 99.
       01  BY-X PIC 99.

       01  ASN-TAB01.
           02 ASN-ENT OCCURS 100 TIMES.
              03 ASN-TYPE PIC X.
              03 ASN-LO PIC XXX.
              03 ASN-HI PIC XXX.
              03 ASN-BILLER PIC XXX.
       01  ASN-NDX PIC 999 VALUE 0.
       01  AX PIC 999.
       01  ALPHA PIC X.

      *******  ONE ITEM AS A SOURCE REPORTS IT, HANDED TO FEED-ITEM.
      *******  FD-PATID IS USED WHEN THE SOURCE HAS NO ACCOUNT --
      *******  A PATFILE PATIENT ("P" IN BYTE 8) OR THE ACCOUNT ITSELF.
       01  FD-KEY8 PIC X(8).
       01  FD-PATID PIC X(8).
       01  FD-CLAIM PIC X(6).
       01  FD-ISSUE PIC X(10).
       01  FD-PAYCODE PIC XXX.
       01  FD-BILLER PIC XXX.
       01  FD-DATE-E PIC X(8).
       01  FD-TEXT PIC X(40).
       01  FD-REOPEN PIC X.

       01  EN-LINES PIC 9(5).
       01  EN-AMOUNT PIC S9(7)V99.
       01  EN-PAYCODE PIC XXX.
       01  EN-DATE-T PIC X(8).

       01  CX-KEY PIC X(11).
       01  CX-HEAD PIC X(120).
       01  CX-TAIL PIC X(120).
       01  HOLD-BILLER PIC XXX.

       01  NE-1 PIC ZZ,ZZ9.
       01  NE-2 PIC ZZ,ZZ9.
       01  NE-3 PIC ZZ,ZZ9.
       01  NE-4 PIC ZZ,ZZ9.
       01  NE-5 PIC ZZ,ZZ9.
       01  NE-6 PIC ZZ,ZZ9.
       01  SUM-BILLER PIC X(12).
       01  SUM-NOTE PIC X(26).

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
           OPEN INPUT DOCERR ELIGERR AUTHERR GAPLOG PROVERR MSPERR
                      CCIEXCP TFWRPT FOLRPT ACKWORK DENWORK.
           OPEN INPUT CHARCUR CHARFILE PATFILE GARFILE INSFILE.
           OPEN INPUT WQASSIGN WQUPDT OPFILE.
           OPEN I-O WRKQ.
           OPEN OUTPUT WQRPT WQSUM.
           OPEN EXTEND OPEXCP.
           OPEN EXTEND WORKLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(TODAY8).
           PERFORM SRC-CLEAR THRU SRC-CLEAR-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > 11.
           MOVE "Y" TO SRC-RAN(11).

      *******  WHICH SOURCES HAVE RUN, OFF SUMLOG.  NEW1500 FILLS THE
      *******  FIRST SIX, NEW837P DOCERR AND MSPERR; THE LATEST DATE
      *******  EACH CLAIM RUN LOGGED PICKS OUT ITS LINES ON THE
      *******  EXTENDED LOGS.  DENWORK IS A FILE, ALWAYS CURRENT.

           OPEN INPUT SUMLOG.
       S1.
           READ SUMLOG
             AT END
               GO TO S1-9
           END-READ
           IF SL-PGM = "NEW1500"
               MOVE "Y" TO SRC-RAN(1) SRC-RAN(2) SRC-RAN(3)
                   SRC-RAN(4) SRC-RAN(5) SRC-RAN(6)
               IF SL-DATE > DATE-1500
                   MOVE SL-DATE TO DATE-1500
               END-IF
           END-IF
           IF SL-PGM = "NEW837P"
               MOVE "Y" TO SRC-RAN(1) SRC-RAN(6)
               IF SL-DATE > DATE-837
                   MOVE SL-DATE TO DATE-837
               END-IF
           END-IF
           IF SL-PGM = "CCI005"
               MOVE "Y" TO SRC-RAN(7)
           END-IF
           IF SL-PGM = "BLTFW001"
               MOVE "Y" TO SRC-RAN(8)
           END-IF
           IF SL-PGM = "BLFOL001"
               MOVE "Y" TO SRC-RAN(9)
           END-IF
           IF SL-PGM = "NEWACKRC"
               MOVE "Y" TO SRC-RAN(10)
           END-IF
           GO TO S1.
       S1-9.
           CLOSE SUMLOG.
           OPEN EXTEND SUMLOG.

      *******  THE BILLER ASSIGNMENT CARDS INTO THE TABLE.

       A1.
           READ WQASSIGN
             AT END
               GO TO P1
           END-READ
           IF WA-TYPE NOT = "P" AND WA-TYPE NOT = "A"
               GO TO A1
           END-IF
           IF WA-LO = SPACE OR WA-BILLER = SPACE
               GO TO A1
           END-IF
           IF ASN-NDX NOT < 100
               DISPLAY "ASSIGNMENT TABLE FULL, " WA-TYPE " " WA-LO
                   " " WA-HI " " WA-BILLER " SKIPPED"
               GO TO A1
           END-IF
           ADD 1 TO ASN-NDX
           MOVE WA-TYPE TO ASN-TYPE(ASN-NDX)
           MOVE WA-LO TO ASN-LO(ASN-NDX)
           MOVE WA-HI TO ASN-HI(ASN-NDX)
           IF WA-HI = SPACE
               MOVE WA-LO TO ASN-HI(ASN-NDX)
           END-IF
           MOVE WA-BILLER TO ASN-BILLER(ASN-NDX)
           GO TO A1.

      *******  DOCERR -- CLAIMS HELD OFF THE RUN.  A CLIENT-BILLED
      *******  LINE IS INVOICED BY BLCLI001 AND IS NOBODY'S PROBLEM.

       P1.
           READ DOCERR
             AT END
               GO TO P2
           END-READ
           IF DE-REASON(1:13) = "CLIENT BILLED"
               GO TO P1
           END-IF
           MOVE DE-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               GO TO P1
           END-READ
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE CC-KEY8 TO FD-KEY8
           MOVE CC-CLAIM TO FD-CLAIM
           MOVE DE-PAYCODE TO FD-PAYCODE
           MOVE DE-REASON TO FD-ISSUE
           STRING DE-REASON " DOC " DE-DOCP
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 1 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P1.

       P2.
           READ ELIGERR
             AT END
               GO TO P3
           END-READ
           IF EE-DATE NOT = DATE-1500
               GO TO P2
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE EE-PATID TO FD-PATID
           MOVE EE-CLAIM TO FD-CLAIM
           MOVE EE-PAYCODE TO FD-PAYCODE
           MOVE EE-REASON TO FD-ISSUE FD-TEXT
           MOVE 2 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P2.

       P3.
           READ AUTHERR
             AT END
               GO TO P4
           END-READ
           IF AE-DATE NOT = DATE-1500
               GO TO P3
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE AE-PATID TO FD-PATID
           MOVE AE-CLAIM TO FD-CLAIM
           MOVE AE-REASON TO FD-ISSUE
           STRING AE-REASON " NDC " AE-NDC
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 3 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P3.

      *******  GAPLOG -- A MEDIGAP SECONDARY WAS BILLED.  THE LOG
      *******  SHOWS IT ONCE, THE NIGHT IT GOES OUT, SO THIS ITEM IS
      *******  NOT CLEARED FOR GOING UNSEEN; P13 CLEARS IT WHEN THE
      *******  CLAIM HAS LEFT CHARCUR.

       P4.
           READ GAPLOG
             AT END
               GO TO P5
           END-READ
           IF GL-DATE NOT = DATE-1500
               GO TO P4
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE GL-GARNO TO FD-KEY8
           MOVE GL-PATID TO FD-PATID
           MOVE GL-CLAIM TO FD-CLAIM
           MOVE "MEDIGAP" TO FD-ISSUE
           STRING "MEDIGAP SECONDARY BILLED, GROUP " GL-GROUP
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 4 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P4.

       P5.
           READ PROVERR
             AT END
               GO TO P6
           END-READ
           IF PE-DATE NOT = DATE-1500
               GO TO P5
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE PE-PATID TO FD-PATID
           MOVE PE-CLAIM TO FD-CLAIM
           MOVE PE-PAYCODE TO FD-PAYCODE
           MOVE PE-REASON TO FD-ISSUE
           STRING PE-REASON " PROV " PE-PROVKEY
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 5 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P5.

       P6.
           READ MSPERR
             AT END
               GO TO P7
           END-READ
           IF ME-DATE NOT = DATE-1500 AND ME-DATE NOT = DATE-837
               GO TO P6
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE ME-PATID TO FD-PATID
           MOVE ME-CLAIM TO FD-CLAIM
           MOVE ME-REASON TO FD-ISSUE FD-TEXT
           MOVE 6 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P6.

      *******  CCI005'S EXCEPTIONS.  A LINE NAMING A PAIR OF CHARGES
      *******  OPENS "KEY KEY TEXT" (THE FIRST KEY BLANK WHEN THE
      *******  PARTNER WAS ALREADY POSTED), ANY OTHER ENDS " FOR "
      *******  AND THE ACCOUNT.  THE CHARGE IS LOOKED UP ON CHARFILE,
      *******  THEN CHARCUR, FOR ITS ACCOUNT AND CLAIM.

       P7.
           READ CCIEXCP
             AT END
               GO TO P8
           END-READ
           IF CCIEXCP01 = SPACE
               GO TO P7
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE "CCI EDIT" TO FD-ISSUE
           IF CCIEXCP01(1:4) NOT = "MOD " AND NOT = "MUE:"
               AND CCIEXCP01(12:1) = SPACE AND CCIEXCP01(24:1) = SPACE
               AND CCIEXCP01(13:11) NOT = SPACE
               MOVE CCIEXCP01(1:11) TO CX-KEY
               IF CX-KEY = SPACE
                   MOVE CCIEXCP01(13:11) TO CX-KEY
               END-IF
               MOVE CCIEXCP01(25:40) TO FD-TEXT
               IF CCIEXCP01(25:12) = "CAN NOT BILL"
                   MOVE "NCCI PAIR" TO FD-ISSUE
               END-IF
               IF CCIEXCP01(25:14) = "did NOT change"
                   MOVE "MODIFIER" TO FD-ISSUE
               END-IF
               GO TO P7-1
           END-IF
           MOVE SPACE TO CX-HEAD CX-TAIL CX-KEY
           UNSTRING CCIEXCP01 DELIMITED BY " FOR "
               INTO CX-HEAD CX-TAIL
           IF CX-TAIL = SPACE
               GO TO P7
           END-IF
           MOVE CX-TAIL(1:8) TO FD-KEY8
           MOVE CCIEXCP01(1:40) TO FD-TEXT
           IF CCIEXCP01(1:9) = "MOD 76/77"
               MOVE "MOD 76/77" TO FD-ISSUE
           END-IF
           IF CCIEXCP01(1:6) = "MOD 59"
               MOVE "MOD 59" TO FD-ISSUE
           END-IF
           IF CCIEXCP01(1:4) = "MUE:"
               MOVE "MUE" TO FD-ISSUE
           END-IF
           GO TO P7-2.
       P7-1.
           MOVE CX-KEY TO CHARFILE-KEY
           READ CHARFILE
             INVALID
               GO TO P7-1A
           END-READ
           MOVE CD-KEY8 TO FD-KEY8
           MOVE CD-CLAIM TO FD-CLAIM
           GO TO P7-2.
       P7-1A.
           MOVE CX-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               GO TO P7
           END-READ
           MOVE CC-KEY8 TO FD-KEY8
           MOVE CC-CLAIM TO FD-CLAIM.
       P7-2.
           MOVE 7 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P7.

       P8.
           READ TFWRPT
             AT END
               GO TO P10
           END-READ
           IF TF-GARNO = SPACE
               GO TO P8
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE TF-GARNO TO FD-KEY8
           MOVE TF-CLAIM TO FD-CLAIM
           MOVE TF-PAYCODE TO FD-PAYCODE
           MOVE "FILING" TO FD-ISSUE
           STRING "TIMELY FILING " TF-LEVEL " " TF-INSNAME
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 8 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P8.

       P10.
           READ FOLRPT
             AT END
               GO TO P11
           END-READ
           IF FR-GARNO = SPACE
               GO TO P10
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE FR-GARNO TO FD-KEY8
           MOVE FR-CLAIM TO FD-CLAIM
           MOVE FR-PAYCODE TO FD-PAYCODE
           MOVE "NO RESPNSE" TO FD-ISSUE
           STRING "NO PAYER RESPONSE, BILLED " FR-DATE-A " "
               FR-STCODE
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 9 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P10.

      *******  ACKWORK -- A WHOLE-FILE REJECT CARRIES NO ACCOUNT AND
      *******  IS THE CLEARINGHOUSE CALL, NOT A BILLER ITEM.

       P11.
           READ ACKWORK
             AT END
               GO TO P11-5
           END-READ
           IF AW-GARNO = SPACE
               GO TO P11
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE AW-GARNO TO FD-KEY8
           MOVE AW-CLAIM TO FD-CLAIM
           MOVE AW-STATUS TO FD-ISSUE
           STRING "CLEARINGHOUSE " AW-STATUS " " AW-CODE
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 10 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P11.

      *******  DENWORK -- EVERY DENIAL NOT YET RE-BILLED OR WRITTEN
      *******  OFF.  THE BILLER BLDEN002 ALREADY GAVE IT STANDS.

       P11-5.
           MOVE LOW-VALUE TO DW-KEY
           START DENWORK KEY NOT < DW-KEY
             INVALID
               GO TO P12
           END-START.
       P11-6.
           READ DENWORK NEXT
             AT END
               GO TO P12
           END-READ
           IF DW-STATUS = "R" OR "W"
               GO TO P11-6
           END-IF
           PERFORM FEED-CLEAR THRU FEED-CLEAR-EXIT
           MOVE DW-KEY8 TO FD-KEY8
           MOVE DW-CLAIM TO FD-CLAIM
           MOVE DW-PAYCODE TO FD-PAYCODE
           MOVE DW-BILLER TO FD-BILLER
           MOVE DW-DATE-E TO FD-DATE-E
           STRING "DENIAL " DW-DENIAL DELIMITED BY SIZE INTO FD-ISSUE
           STRING "DENIAL " DW-DENIAL " POSTED " DW-DATE-E
               " STATUS " DW-STATUS
               DELIMITED BY SIZE INTO FD-TEXT
           MOVE 11 TO SX
           PERFORM FEED-ITEM THRU FEED-ITEM-EXIT
           GO TO P11-6.

      *******  THE BILLERS' CARDS.  RESOLVING AN ITEM HERE DOES NOT
      *******  FIX ITS SOURCE -- IF THE SOURCE REPORTS IT AGAIN IT IS
      *******  BACK ON THE QUEUE.

       P12.
           READ WQUPDT
             AT END
               GO TO P13
           END-READ
           IF WU-KEY8 = SPACE GO TO P12.
           MOVE WU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING WU-KEY8 " " WU-CLAIM
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "B" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               GO TO P12
           END-IF
           IF WU-STATUS NOT = SPACE AND WU-STATUS NOT = "O"
               AND WU-STATUS NOT = "W" AND WU-STATUS NOT = "X"
               DISPLAY WU-KEY8 " " WU-CLAIM " " WU-SOURCE " "
                   WU-ISSUE " BAD STATUS " WU-STATUS ", CARD SKIPPED"
               GO TO P12
           END-IF
           MOVE WU-KEY8 TO WQ-KEY8
           MOVE WU-CLAIM TO WQ-CLAIM
           MOVE WU-SOURCE TO WQ-SOURCE
           MOVE WU-ISSUE TO WQ-ISSUE
           READ WRKQ
             INVALID
               DISPLAY WU-KEY8 " " WU-CLAIM " " WU-SOURCE " "
                   WU-ISSUE " NOT ON WORK QUEUE"
               GO TO P12
           END-READ
           IF WU-STATUS = "X"
               MOVE "X" TO WQ-STATUS
               MOVE RUN-DATE TO WQ-DATE-CLOSE
           END-IF
           IF WU-STATUS = "O" OR WU-STATUS = "W"
               MOVE WU-STATUS TO WQ-STATUS
               MOVE SPACE TO WQ-DATE-CLOSE
           END-IF
           IF WU-BILLER NOT = SPACE
               MOVE WU-BILLER TO WQ-BILLER
           END-IF
           MOVE WU-OPID TO WQ-OPID
           REWRITE WRKQ01
           ADD 1 TO CARD-COUNT
           PERFORM WORK-LOG THRU WORK-LOG-EXIT
           GO TO P12.

      *******  THE WALK.  AN OPEN ITEM ITS SOURCE DID NOT REPORT ON
      *******  THE SOURCE'S LATEST RUN HAS CLEARED AND IS CLOSED.  A
      *******  SOURCE THAT HAS NEVER RUN CLEARS NOTHING.  ITEMS CLOSED
      *******  MORE THAN 90 DAYS ARE PURGED.  THE SUPERVISOR'S TALLIES
      *******  ARE TAKEN ON THE WAY THROUGH.

       P13.
           MOVE LOW-VALUE TO WQ-KEY
           START WRKQ KEY NOT < WQ-KEY
             INVALID
               GO TO P14
           END-START.
       P13-1.
           READ WRKQ NEXT
             AT END
               GO TO P14
           END-READ
           PERFORM SRC-FIND THRU SRC-FIND-EXIT
           IF WQ-STATUS = "C" OR "X"
               GO TO P13-5
           END-IF
           IF WQ-SOURCE = "GAP"
               MOVE 0 TO EN-LINES EN-AMOUNT
               MOVE SPACE TO EN-PAYCODE EN-DATE-T
               PERFORM CLAIM-CUR THRU CLAIM-CUR-EXIT
               IF EN-LINES = 0
                   GO TO P13-3
               END-IF
               GO TO P13-2
           END-IF
           IF SX > 0
               IF SRC-RAN(SX) = "Y" AND WQ-DATE-SEEN < RUN-DATE
                   GO TO P13-3
               END-IF
           END-IF.
       P13-2.
           PERFORM BIL-FIND THRU BIL-FIND-EXIT
           ADD 1 TO OPEN-COUNT
           IF WQ-STATUS = "W"
               ADD 1 TO BIL-WORK(BX)
           ELSE
               ADD 1 TO BIL-OPEN(BX)
           END-IF
           IF WQ-DATE-DUE < RUN-DATE
               ADD 1 TO AGED-COUNT BIL-AGED(BX)
               IF SX > 0
                   ADD 1 TO SRC-AGED(SX)
               END-IF
           END-IF
           IF WQ-PRIORITY = 1
               ADD 1 TO BIL-PAST(BX)
           END-IF
           IF BIL-OLDEST(BX) = SPACE OR WQ-DATE-OPEN < BIL-OLDEST(BX)
               MOVE WQ-DATE-OPEN TO BIL-OLDEST(BX)
           END-IF
           IF SX > 0
               ADD 1 TO SRC-OPEN(SX)
           END-IF
           GO TO P13-1.
       P13-3.
           MOVE "C" TO WQ-STATUS
           MOVE RUN-DATE TO WQ-DATE-CLOSE
           REWRITE WRKQ01.
       P13-5.
           IF WQ-DATE-CLOSE = RUN-DATE
               PERFORM BIL-FIND THRU BIL-FIND-EXIT
               IF WQ-STATUS = "C"
                   ADD 1 TO CLEAR-COUNT BIL-CLEARED(BX)
                   IF SX > 0
                       ADD 1 TO SRC-CLEARED(SX)
                   END-IF
               ELSE
                   ADD 1 TO RESOLVE-COUNT BIL-RESOLVED(BX)
                   IF SX > 0
                       ADD 1 TO SRC-RESOLVED(SX)
                   END-IF
               END-IF
               GO TO P13-1
           END-IF
           IF WQ-DATE-CLOSE NOT NUMERIC
               GO TO P13-1
           END-IF
           MOVE WQ-DATE-CLOSE TO CLOSE8
           IF FUNCTION INTEGER-OF-DATE(CLOSE8) < RUN-INT - 90
               DELETE WRKQ RECORD
               ADD 1 TO PURGE-COUNT
           END-IF
           GO TO P13-1.

      *******  EACH BILLER'S QUEUE, READ DOWN WQ-QKEY SO THE PAST-
      *******  DEADLINE AND BIGGEST-DOLLAR ITEMS COME FIRST.  "*"
      *******  AFTER THE PRIORITY IS AN ITEM PAST ITS DUE DATE.

       P14.
           MOVE LOW-VALUE TO WQ-QKEY HOLD-BILLER
           START WRKQ KEY NOT < WQ-QKEY
             INVALID
               GO TO P15
           END-START.
       P14-1.
           READ WRKQ NEXT
             AT END
               GO TO P15
           END-READ
           IF WQ-STATUS = "C" OR "X"
               GO TO P14-1
           END-IF
           IF WQ-BILLER NOT = HOLD-BILLER
               MOVE WQ-BILLER TO HOLD-BILLER
               PERFORM QUEUE-HEAD THRU QUEUE-HEAD-EXIT
           END-IF
           MOVE SPACE TO WQRPT01
           MOVE WQ-PRIORITY TO WR-PRIORITY
           IF WQ-DATE-DUE < RUN-DATE
               MOVE "*" TO WR-AGED
           END-IF
           MOVE WQ-KEY8 TO WR-KEY8
           MOVE WQ-CLAIM TO WR-CLAIM
           MOVE WQ-SOURCE TO WR-SOURCE
           MOVE WQ-ISSUE TO WR-ISSUE
           MOVE WQ-PAYCODE TO WR-PAYCODE
           MOVE WQ-AMOUNT TO WR-AMOUNT
           IF WQ-DAYS-LEFT = 999
               MOVE SPACE TO WR-DAYS-X
           ELSE
               MOVE WQ-DAYS-LEFT TO WR-DAYS-LEFT
           END-IF
           MOVE WQ-DATE-DUE TO WR-DATE-DUE
           MOVE WQ-STATUS TO WR-STATUS
           MOVE WQ-DATE-OPEN TO WR-DATE-OPEN
           MOVE WQ-TEXT TO WR-TEXT
           WRITE WQRPT01
           GO TO P14-1.

       QUEUE-HEAD.
           MOVE SPACE TO WQRPT01
           WRITE WQRPT01
           MOVE SPACE TO WQRPT01
           IF WQ-BILLER = SPACE
               STRING "WORK QUEUE - UNASSIGNED  " RUN-DATE
                   DELIMITED BY SIZE INTO WQRPT01
           ELSE
               STRING "WORK QUEUE - BILLER " WQ-BILLER "  " RUN-DATE
                   DELIMITED BY SIZE INTO WQRPT01
           END-IF
           WRITE WQRPT01
           MOVE SPACE TO WQRPT01
           STRING "P  ACCOUNT  CLAIM  SRC ISSUE      PAY "
               "        AMOUNT  LEFT DUE      S OPENED   ITEM"
               DELIMITED BY SIZE INTO WQRPT01
           WRITE WQRPT01.
       QUEUE-HEAD-EXIT.
           EXIT.

      *******  THE SUPERVISOR'S SUMMARY -- BY BILLER, THEN BY SOURCE.

       P15.
           MOVE SPACE TO WQSUM01
           STRING "BILLER WORK QUEUE SUMMARY " RUN-DATE
               DELIMITED BY SIZE INTO WQSUM01
           WRITE WQSUM01
           MOVE SPACE TO WQSUM01
           WRITE WQSUM01
           MOVE SPACE TO WQSUM01
           STRING "BILLER         OPEN WORKING PASTDUE PASTFIL "
               "CLEARED RESOLVD  OLDEST"
               DELIMITED BY SIZE INTO WQSUM01
           WRITE WQSUM01
           PERFORM SUM-BIL THRU SUM-BIL-EXIT
               VARYING BX FROM 1 BY 1 UNTIL BX > BIL-NDX
           MOVE SPACE TO WQSUM01
           WRITE WQSUM01
           MOVE SPACE TO WQSUM01
           STRING "SOURCE         FED     NEW    OPEN PASTDUE "
               "CLEARED RESOLVD"
               DELIMITED BY SIZE INTO WQSUM01
           WRITE WQSUM01
           PERFORM SUM-SRC THRU SUM-SRC-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > 11
           MOVE SPACE TO WQSUM01
           WRITE WQSUM01
           MOVE OPEN-COUNT TO NE-1
           MOVE AGED-COUNT TO NE-2
           MOVE CLEAR-COUNT TO NE-3
           MOVE RESOLVE-COUNT TO NE-4
           MOVE NEW-COUNT TO NE-5
           MOVE PURGE-COUNT TO NE-6
           MOVE SPACE TO WQSUM01
           STRING "TOTAL OPEN " NE-1 "  PAST DUE " NE-2
               "  CLEARED " NE-3 "  RESOLVED " NE-4
               "  NEW " NE-5 "  PURGED " NE-6
               DELIMITED BY SIZE INTO WQSUM01
           WRITE WQSUM01.

       P99.
           DISPLAY "WORK QUEUE: " FED-COUNT " FED, " NEW-COUNT
               " NEW, " OPEN-COUNT " OPEN, " CLEAR-COUNT " CLEARED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE DOCERR ELIGERR AUTHERR GAPLOG PROVERR MSPERR
                 CCIEXCP TFWRPT FOLRPT ACKWORK DENWORK.
           CLOSE CHARCUR CHARFILE PATFILE GARFILE INSFILE.
           CLOSE WQASSIGN WQUPDT OPFILE WRKQ WQRPT WQSUM.
           CLOSE OPEXCP WORKLOG SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLWKQ001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE OPEN-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

       SUM-BIL.
           MOVE BIL-OPEN(BX) TO NE-1
           MOVE BIL-WORK(BX) TO NE-2
           MOVE BIL-AGED(BX) TO NE-3
           MOVE BIL-PAST(BX) TO NE-4
           MOVE BIL-CLEARED(BX) TO NE-5
           MOVE BIL-RESOLVED(BX) TO NE-6
           MOVE BIL-CODE(BX) TO SUM-BILLER
           IF BIL-CODE(BX) = SPACE
               MOVE "(UNASSIGNED)" TO SUM-BILLER
           END-IF
           MOVE SPACE TO WQSUM01
           STRING SUM-BILLER " " NE-1 "  " NE-2 "  " NE-3 "  " NE-4
               "  " NE-5 "  " NE-6 "  " BIL-OLDEST(BX)
               DELIMITED BY SIZE INTO WQSUM01
           WRITE WQSUM01.
       SUM-BIL-EXIT.
           EXIT.

       SUM-SRC.
           MOVE SRC-FED(SX) TO NE-1
           MOVE SRC-NEW(SX) TO NE-2
           MOVE SRC-OPEN(SX) TO NE-3
           MOVE SRC-AGED(SX) TO NE-4
           MOVE SRC-CLEARED(SX) TO NE-5
           MOVE SRC-RESOLVED(SX) TO NE-6
           MOVE SPACE TO SUM-NOTE
           IF SRC-RAN(SX) NOT = "Y"
               MOVE "  NOT RUN - NONE CLEARED" TO SUM-NOTE
           END-IF
           MOVE SPACE TO WQSUM01
           STRING SRC-CODE(SX) "          " NE-1 "  " NE-2 "  " NE-3
               "  " NE-4 "  " NE-5 "  " NE-6 SUM-NOTE
               DELIMITED BY SIZE INTO WQSUM01
           WRITE WQSUM01.
       SUM-SRC-EXIT.
           EXIT.

      *******  ONE ITEM FROM A SOURCE.  NEW ON THE QUEUE IS OPENED,
      *******  PRICED, GIVEN A DUE DATE AND A BILLER.  ALREADY THERE,
      *******  IT IS MARKED SEEN AND RE-PRICED; A CLOSED ONE REPORTED
      *******  AGAIN IS REOPENED WITH A FRESH DUE DATE.  THE SAME ITEM
      *******  TWICE IN ONE NIGHT IS TAKEN ONCE.

       FEED-CLEAR.
           MOVE SPACE TO FD-KEY8 FD-PATID FD-CLAIM FD-ISSUE
               FD-PAYCODE FD-BILLER FD-DATE-E FD-TEXT.
       FEED-CLEAR-EXIT.
           EXIT.

       FEED-ITEM.
           IF FD-KEY8 = SPACE AND FD-PATID(8:1) = "P"
               MOVE FD-PATID TO P-PATNO
               READ PATFILE
                 INVALID
                   GO TO FEED-ITEM-EXIT
               END-READ
               MOVE P-GARNO TO FD-KEY8
           END-IF
           IF FD-KEY8 = SPACE
               MOVE FD-PATID TO FD-KEY8
           END-IF
           IF FD-KEY8 = SPACE
               GO TO FEED-ITEM-EXIT
           END-IF
           ADD 1 TO FED-COUNT SRC-FED(SX)
           MOVE "N" TO FD-REOPEN
           MOVE FD-KEY8 TO WQ-KEY8
           MOVE FD-CLAIM TO WQ-CLAIM
           MOVE SRC-CODE(SX) TO WQ-SOURCE
           MOVE FD-ISSUE TO WQ-ISSUE
           READ WRKQ
             INVALID
               GO TO FEED-ITEM-NEW
           END-READ
           IF WQ-DATE-SEEN = RUN-DATE
               GO TO FEED-ITEM-EXIT
           END-IF
           MOVE RUN-DATE TO WQ-DATE-SEEN
           MOVE FD-TEXT TO WQ-TEXT
           IF WQ-STATUS = "C" OR "X"
               MOVE "Y" TO FD-REOPEN
               MOVE "O" TO WQ-STATUS
               MOVE RUN-DATE TO WQ-DATE-OPEN
               MOVE SPACE TO WQ-DATE-CLOSE
               ADD 1 TO NEW-COUNT SRC-NEW(SX)
           END-IF
           IF FD-PAYCODE NOT = SPACE
               MOVE FD-PAYCODE TO WQ-PAYCODE
           END-IF
           PERFORM ITEM-VALUE THRU ITEM-VALUE-EXIT
           IF FD-REOPEN = "Y"
               PERFORM ITEM-DUE THRU ITEM-DUE-EXIT
           END-IF
           IF WQ-BILLER = SPACE
               PERFORM ASSIGN-BILLER THRU ASSIGN-BILLER-EXIT
           END-IF
           REWRITE WRKQ01
           GO TO FEED-ITEM-EXIT.
       FEED-ITEM-NEW.
           MOVE SPACE TO WRKQ01
           MOVE FD-KEY8 TO WQ-KEY8
           MOVE FD-CLAIM TO WQ-CLAIM
           MOVE SRC-CODE(SX) TO WQ-SOURCE
           MOVE FD-ISSUE TO WQ-ISSUE
           MOVE FD-PAYCODE TO WQ-PAYCODE
           MOVE FD-TEXT TO WQ-TEXT
           MOVE "O" TO WQ-STATUS
           MOVE RUN-DATE TO WQ-DATE-OPEN WQ-DATE-SEEN
           PERFORM ITEM-VALUE THRU ITEM-VALUE-EXIT
           PERFORM ITEM-DUE THRU ITEM-DUE-EXIT
           PERFORM ASSIGN-BILLER THRU ASSIGN-BILLER-EXIT
           WRITE WRKQ01
           ADD 1 TO NEW-COUNT SRC-NEW(SX).
       FEED-ITEM-EXIT.
           EXIT.

      *******  THE ITEM'S DOLLARS, DATE OF SERVICE AND PAYER OFF ITS
      *******  CHARCUR LINES (CHARFILE WHEN NOTHING HAS POSTED YET --
      *******  A CCI005 ITEM), THEN ITS DAYS LEFT ON THE BLTFW001
      *******  FILING CLOCK AND ITS PRIORITY.  A DENIAL RUNS ON
      *******  BLDEN002'S 60-DAY APPEAL WINDOW INSTEAD.  SELF-PAY AND
      *******  CLIENT PAYCODES HAVE NO CLOCK (999).

       ITEM-VALUE.
           MOVE 0 TO EN-LINES EN-AMOUNT
           MOVE SPACE TO EN-PAYCODE EN-DATE-T
           PERFORM CLAIM-CUR THRU CLAIM-CUR-EXIT
           IF EN-LINES = 0
               PERFORM CLAIM-FILE THRU CLAIM-FILE-EXIT
           END-IF
           IF WQ-PAYCODE = SPACE
               MOVE EN-PAYCODE TO WQ-PAYCODE
           END-IF
           MOVE EN-AMOUNT TO WQ-AMOUNT
           MOVE EN-DATE-T TO WQ-DATE-T
           IF EN-AMOUNT > 0
               COMPUTE WQ-RANK = 9999999.99 - EN-AMOUNT
           ELSE
               MOVE 9999999.99 TO WQ-RANK
           END-IF
           MOVE 999 TO DAYS-LEFT
           IF WQ-SOURCE = "DEN"
               IF FD-DATE-E NUMERIC AND FD-DATE-E NOT = "00000000"
                   MOVE FD-DATE-E TO SERV8
                   COMPUTE SERV-SERIAL =
                       (SERV-YYYY * 360) + (SERV-MM * 30) + SERV-DD
                   COMPUTE DAYS-LEFT =
                       60 - (TODAY-SERIAL - SERV-SERIAL)
               END-IF
               GO TO ITEM-VALUE-5
           END-IF
           IF WQ-DATE-T NOT NUMERIC OR WQ-DATE-T = "00000000"
               GO TO ITEM-VALUE-5
           END-IF
           IF WQ-PAYCODE = SPACE OR "001"
               OR WQ-PAYCODE > "009" AND < "021"
               OR WQ-PAYCODE > "899" AND < "950"
               GO TO ITEM-VALUE-5
           END-IF
           MOVE 365 TO FILING-DAYS
           MOVE WQ-PAYCODE TO INS-KEY
           READ INSFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF INS-FILING-DAYS NUMERIC
                   AND INS-FILING-DAYS NOT = "0000"
                   MOVE INS-FILING-DAYS TO FILING-DAYS
               END-IF
           END-READ
           MOVE WQ-DATE-T TO SERV8
           COMPUTE SERV-SERIAL =
               (SERV-YYYY * 360) + (SERV-MM * 30) + SERV-DD
           COMPUTE DAYS-LEFT =
               SERV-SERIAL + FILING-DAYS - TODAY-SERIAL.
       ITEM-VALUE-5.
           IF DAYS-LEFT > 999
               MOVE 999 TO DAYS-LEFT
           END-IF
           IF DAYS-LEFT < -999
               MOVE -999 TO DAYS-LEFT
           END-IF
           MOVE DAYS-LEFT TO WQ-DAYS-LEFT
           IF DAYS-LEFT < 0
               MOVE 1 TO WQ-PRIORITY
           ELSE
             IF DAYS-LEFT NOT > 5
               MOVE 2 TO WQ-PRIORITY
             ELSE
               IF DAYS-LEFT NOT > 15
                 MOVE 3 TO WQ-PRIORITY
               ELSE
                 IF DAYS-LEFT NOT > 30
                   MOVE 4 TO WQ-PRIORITY
                 ELSE
                   MOVE 5 TO WQ-PRIORITY
                 END-IF
               END-IF
             END-IF
           END-IF.
       ITEM-VALUE-EXIT.
           EXIT.

       CLAIM-CUR.
           MOVE WQ-KEY8 TO CC-KEY8
           MOVE LOW-VALUE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CLAIM-CUR-EXIT
           END-START.
       CLAIM-CUR-1.
           READ CHARCUR NEXT
             AT END
               GO TO CLAIM-CUR-EXIT
           END-READ
           IF CC-KEY8 NOT = WQ-KEY8
               GO TO CLAIM-CUR-EXIT
           END-IF
           IF WQ-CLAIM NOT = SPACE AND CC-CLAIM NOT = WQ-CLAIM
               GO TO CLAIM-CUR-1
           END-IF
           ADD 1 TO EN-LINES
           ADD CC-AMOUNT TO EN-AMOUNT
           IF EN-PAYCODE = SPACE
               MOVE CC-PAYCODE TO EN-PAYCODE
           END-IF
           IF CC-DATE-T NUMERIC AND CC-DATE-T NOT = "00000000"
               IF EN-DATE-T = SPACE OR CC-DATE-T < EN-DATE-T
                   MOVE CC-DATE-T TO EN-DATE-T
               END-IF
           END-IF
           GO TO CLAIM-CUR-1.
       CLAIM-CUR-EXIT.
           EXIT.

       CLAIM-FILE.
           MOVE WQ-KEY8 TO CD-KEY8
           MOVE LOW-VALUE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO CLAIM-FILE-EXIT
           END-START.
       CLAIM-FILE-1.
           READ CHARFILE NEXT
             AT END
               GO TO CLAIM-FILE-EXIT
           END-READ
           IF CD-KEY8 NOT = WQ-KEY8
               GO TO CLAIM-FILE-EXIT
           END-IF
           IF WQ-CLAIM NOT = SPACE AND CD-CLAIM NOT = WQ-CLAIM
               GO TO CLAIM-FILE-1
           END-IF
           ADD 1 TO EN-LINES
           ADD CD-AMOUNT TO EN-AMOUNT
           IF EN-PAYCODE = SPACE
               MOVE CD-PAYCODE TO EN-PAYCODE
           END-IF
           IF CD-DATE-T NUMERIC AND CD-DATE-T NOT = "00000000"
               IF EN-DATE-T = SPACE OR CD-DATE-T < EN-DATE-T
                   MOVE CD-DATE-T TO EN-DATE-T
               END-IF
           END-IF
           GO TO CLAIM-FILE-1.
       CLAIM-FILE-EXIT.
           EXIT.

      *******  DUE TEN DAYS FROM OPENING, OR BY THE DEADLINE WHEN
      *******  THAT COMES FIRST.  ONE ALREADY PAST IT IS DUE TODAY.

       ITEM-DUE.
           COMPUTE DUE-INT = RUN-INT + 10
           IF DAYS-LEFT < 0
               MOVE RUN-INT TO DUE-INT
           ELSE
               IF DAYS-LEFT < 10
                   COMPUTE DUE-INT = RUN-INT + DAYS-LEFT
               END-IF
           END-IF
           COMPUTE DUE8 = FUNCTION DATE-OF-INTEGER(DUE-INT)
           MOVE DUE8 TO WQ-DATE-DUE.
       ITEM-DUE-EXIT.
           EXIT.

      *******  THE BILLER: THE ONE BLDEN002 GAVE A DENIAL, ELSE THE
      *******  FIRST PAYER CARD TAKING THE PAYCODE, ELSE THE FIRST
      *******  ALPHA CARD TAKING THE GUARANTOR'S NAME.  NO CARD FITS,
      *******  THE ITEM WAITS UNASSIGNED AND IS TRIED AGAIN NIGHTLY.

       ASSIGN-BILLER.
           IF FD-BILLER NOT = SPACE
               MOVE FD-BILLER TO WQ-BILLER
               GO TO ASSIGN-BILLER-EXIT
           END-IF
           IF WQ-PAYCODE = SPACE
               GO TO ASSIGN-BILLER-2
           END-IF
           MOVE 1 TO AX.
       ASSIGN-BILLER-1.
           IF AX > ASN-NDX GO TO ASSIGN-BILLER-2.
           IF ASN-TYPE(AX) = "P"
               AND WQ-PAYCODE NOT < ASN-LO(AX)
               AND WQ-PAYCODE NOT > ASN-HI(AX)
               MOVE ASN-BILLER(AX) TO WQ-BILLER
               GO TO ASSIGN-BILLER-EXIT
           END-IF
           ADD 1 TO AX
           GO TO ASSIGN-BILLER-1.
       ASSIGN-BILLER-2.
           MOVE WQ-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               GO TO ASSIGN-BILLER-EXIT
           END-READ
           MOVE GN1 TO ALPHA
           MOVE 1 TO AX.
       ASSIGN-BILLER-3.
           IF AX > ASN-NDX GO TO ASSIGN-BILLER-EXIT.
           IF ASN-TYPE(AX) = "A"
               AND ALPHA NOT < ASN-LO(AX)(1:1)
               AND ALPHA NOT > ASN-HI(AX)(1:1)
               MOVE ASN-BILLER(AX) TO WQ-BILLER
               GO TO ASSIGN-BILLER-EXIT
           END-IF
           ADD 1 TO AX
           GO TO ASSIGN-BILLER-3.
       ASSIGN-BILLER-EXIT.
           EXIT.

       SRC-FIND.
           MOVE 1 TO SX.
       SRC-FIND-1.
           IF SX > 11
               MOVE 0 TO SX
               GO TO SRC-FIND-EXIT
           END-IF
           IF SRC-CODE(SX) = WQ-SOURCE
               GO TO SRC-FIND-EXIT
           END-IF
           ADD 1 TO SX
           GO TO SRC-FIND-1.
       SRC-FIND-EXIT.
           EXIT.

       SRC-CLEAR.
           MOVE SPACE TO SRC-RAN(SX)
           MOVE 0 TO SRC-FED(SX) SRC-NEW(SX) SRC-OPEN(SX)
               SRC-AGED(SX) SRC-CLEARED(SX) SRC-RESOLVED(SX).
       SRC-CLEAR-EXIT.
           EXIT.

      *******  THE BILLER'S SLOT IN THE TALLY TABLE, OPENED IN BILLER
      *******  ORDER WHEN NEW.  A FULL TABLE LUMPS THE REST INTO THE
      *******  LAST SLOT.

       BIL-FIND.
           MOVE 1 TO BX.
       BIL-FIND-1.
           IF BX > BIL-NDX GO TO BIL-FIND-2.
           IF BIL-CODE(BX) = WQ-BILLER GO TO BIL-FIND-EXIT.
           IF BIL-CODE(BX) > WQ-BILLER GO TO BIL-FIND-2.
           ADD 1 TO BX
           GO TO BIL-FIND-1.
       BIL-FIND-2.
           IF BIL-NDX NOT < 50
               DISPLAY "BILLER TABLE FULL AT " WQ-BILLER
               MOVE 50 TO BX
               GO TO BIL-FIND-EXIT
           END-IF
           ADD 1 TO BIL-NDX
           MOVE BIL-NDX TO BY-X.
       BIL-FIND-3.
           IF BY-X NOT > BX GO TO BIL-FIND-4.
           MOVE BIL-ENT(BY-X - 1) TO BIL-ENT(BY-X)
           SUBTRACT 1 FROM BY-X
           GO TO BIL-FIND-3.
       BIL-FIND-4.
           MOVE WQ-BILLER TO BIL-CODE(BX)
           MOVE SPACE TO BIL-OLDEST(BX)
           MOVE 0 TO BIL-OPEN(BX) BIL-WORK(BX) BIL-AGED(BX)
               BIL-PAST(BX) BIL-CLEARED(BX) BIL-RESOLVED(BX).
       BIL-FIND-EXIT.
           EXIT.

       WORK-LOG.
           MOVE SPACE TO WORKLOG01
           MOVE "WQ" TO WL-ACTION
           MOVE RUN-DATE TO WL-DATE
           ACCEPT WL-TIME FROM TIME
           MOVE WU-OPID TO WL-OPID
           MOVE "BLWKQ001" TO WL-PGM
           MOVE WQ-KEY8 TO WL-KEY8
           MOVE WQ-CLAIM TO WL-CLAIM
           MOVE 1 TO WL-COUNT
           MOVE WQ-AMOUNT TO WL-AMOUNT
           WRITE WORKLOG01.
       WORK-LOG-EXIT.
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
           MOVE "BLWKQ001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
