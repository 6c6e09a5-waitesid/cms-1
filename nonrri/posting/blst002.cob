      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-09 sw  new program - print vendor mail-date
      *                confirmation.  loads the vendor's confirmation
      *                file (VNDCONF) back onto blst001's STMTHST: the
      *                date each piece actually mailed, or that the
      *                vendor could not mail it.  a piece the vendor
      *                could not deliver to sets G-BADADDR with the
      *                vendor's reason on BADADDR, exactly as a
      *                blbad001 "S" card does, so the account drops
      *                into the returned-mail workflow.  VNDRPT lists
      *                what did not load and every vendor piece still
      *                unconfirmed CONF-DAYS after its statement date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLST002.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VNDCONF ASSIGN TO "S288" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL STMTHST ASSIGN TO "S287"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SH-KEY
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           LOCK MODE MANUAL.
           SELECT BADADDR ASSIGN TO "S149" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS BA-GARNO
           LOCK MODE MANUAL.
           SELECT VNDRPT ASSIGN TO "S290" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  ONE RECORD PER PIECE, IN THE VENDOR'S FIXED FORMAT:
      *******  OUR ACCOUNT AND STATEMENT DATE AS SENT ON VNDOUT, THE
      *******  PIECE NUMBER, THE DATE IT MAILED AND "M" MAILED OR "U"
      *******  UNDELIVERABLE WITH THE VENDOR'S REASON.
       FD  VNDCONF.
       01  VNDCONF01.
           02 VF-GARNO PIC X(8).
           02 VF-STMT-DATE PIC X(8).
           02 VF-PIECE PIC 9(7).
           02 VF-MAIL-DATE PIC X(8).
           02 VF-STATUS PIC X.
           02 VF-REASON PIC X(20).

       FD  STMTHST.
           COPY "stmthst.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  BADADDR.
       01  BADADDR01.
           02 BA-GARNO PIC X(8).
           02 BA-REASON PIC X(20).
           02 BA-DATE PIC X(8).

       FD  VNDRPT.
       01  VNDRPT01 PIC X(90).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN8 PIC 9(8).
       01  RUN-INT PIC S9(7).
       01  STMT8 PIC 9(8).
       01  AGE-DAYS PIC S9(5).
      *******  A VENDOR PIECE WITH NO CONFIRMATION THIS MANY DAYS
      *******  AFTER ITS STATEMENT DATE GOES ON THE REPORT.
       01  CONF-DAYS PIC 99 VALUE 7.
       01  MAIL-COUNT PIC 9(5) VALUE 0.
       01  UNDEL-COUNT PIC 9(5) VALUE 0.
       01  REJ-COUNT PIC 9(5) VALUE 0.
       01  OPEN-COUNT PIC 9(5) VALUE 0.
       01  REJ-WHY PIC X(24).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT VNDCONF.
           OPEN I-O STMTHST GARFILE BADADDR.
           OPEN OUTPUT VNDRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN8
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN8)
           MOVE SPACE TO VNDRPT01
           STRING "PRINT VENDOR MAIL CONFIRMATION " RUN-DATE
               DELIMITED BY SIZE INTO VNDRPT01
           WRITE VNDRPT01.

      *******  PASS 1 -- THE VENDOR'S CONFIRMATIONS.

       P1.
           READ VNDCONF AT END GO TO P2.
           IF VF-GARNO = SPACE GO TO P1.

           MOVE VF-GARNO TO SH-GARNO
           MOVE VF-STMT-DATE TO SH-DATE
           READ STMTHST
             INVALID
               MOVE "NO STATEMENT ON FILE" TO REJ-WHY
               PERFORM P1-REJECT THRU P1-REJECT-EXIT
               GO TO P1
           END-READ

           IF SH-METHOD NOT = "V"
               MOVE "NOT A VENDOR PIECE" TO REJ-WHY
               PERFORM P1-REJECT THRU P1-REJECT-EXIT
               GO TO P1
           END-IF

           IF VF-STATUS = "M"
               MOVE VF-MAIL-DATE TO SH-MAIL-DATE
               MOVE "M" TO SH-VSTAT
               MOVE SPACE TO SH-VREASON
               REWRITE STMTHST01
               ADD 1 TO MAIL-COUNT
               GO TO P1
           END-IF

           IF VF-STATUS = "U"
               MOVE SPACE TO SH-MAIL-DATE
               MOVE "U" TO SH-VSTAT
               MOVE VF-REASON TO SH-VREASON
               IF SH-VREASON = SPACE
                   MOVE "VENDOR UNDELIVERABLE" TO SH-VREASON
               END-IF
               REWRITE STMTHST01
               ADD 1 TO UNDEL-COUNT
               PERFORM P1-BADADDR THRU P1-BADADDR-EXIT
               GO TO P1
           END-IF

           MOVE "UNKNOWN STATUS" TO REJ-WHY
           PERFORM P1-REJECT THRU P1-REJECT-EXIT
           GO TO P1.

       P1-REJECT.
           ADD 1 TO REJ-COUNT
           MOVE SPACE TO VNDRPT01
           STRING VF-GARNO " " VF-STMT-DATE " " VF-PIECE " "
               VF-STATUS " " REJ-WHY " - NOT LOADED"
               DELIMITED BY SIZE INTO VNDRPT01
           WRITE VNDRPT01.
       P1-REJECT-EXIT.
           EXIT.

      *******  THE VENDOR COULD NOT MAIL TO THIS ADDRESS -- FLAG IT
      *******  JUST AS THE RETURNED-MAIL CARD WOULD, SO BLST001 STOPS
      *******  MAILING IT UNTIL THE ADDRESS IS CORRECTED.

       P1-BADADDR.
           MOVE SPACE TO VNDRPT01
           STRING VF-GARNO " " VF-STMT-DATE " " VF-PIECE " "
               SH-VREASON " - UNDELIVERABLE, ADDRESS FLAGGED"
               DELIMITED BY SIZE INTO VNDRPT01
           WRITE VNDRPT01
           MOVE VF-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY VF-GARNO " NOT ON GARFILE, ADDRESS NOT FLAGGED"
               GO TO P1-BADADDR-EXIT
           END-READ
           MOVE "Y" TO G-BADADDR
           REWRITE GARFILE01
           MOVE VF-GARNO TO BA-GARNO
           READ BADADDR
             INVALID
               MOVE VF-GARNO TO BA-GARNO
               MOVE SH-VREASON TO BA-REASON
               MOVE RUN-DATE TO BA-DATE
               WRITE BADADDR01
             NOT INVALID
               MOVE SH-VREASON TO BA-REASON
               MOVE RUN-DATE TO BA-DATE
               REWRITE BADADDR01
           END-READ.
       P1-BADADDR-EXIT.
           EXIT.

      *******  PASS 2 -- VENDOR PIECES THE VENDOR HAS NEVER CONFIRMED.

       P2.
           MOVE SPACE TO VNDRPT01
           WRITE VNDRPT01
           MOVE LOW-VALUE TO SH-KEY
           START STMTHST KEY NOT < SH-KEY
             INVALID
               GO TO P9
           END-START.
       P2-1.
           READ STMTHST NEXT
             AT END
               GO TO P9
           END-READ
           IF SH-METHOD NOT = "V" OR SH-VSTAT NOT = SPACE
               GO TO P2-1
           END-IF
           IF SH-DATE NOT NUMERIC
               GO TO P2-1
           END-IF
           MOVE SH-DATE TO STMT8
           COMPUTE AGE-DAYS = RUN-INT - FUNCTION INTEGER-OF-DATE(STMT8)
           IF AGE-DAYS NOT > CONF-DAYS
               GO TO P2-1
           END-IF
           ADD 1 TO OPEN-COUNT
           MOVE SPACE TO VNDRPT01
           STRING SH-GARNO " " SH-DATE " " SH-PIECE
               " - NO MAIL CONFIRMATION FROM VENDOR"
               DELIMITED BY SIZE INTO VNDRPT01
           WRITE VNDRPT01
           GO TO P2-1.

       P9.
           DISPLAY "VENDOR CONFIRMATION HAS ENDED, " MAIL-COUNT
               " MAILED, " UNDEL-COUNT " UNDELIVERABLE, " REJ-COUNT
               " NOT LOADED, " OPEN-COUNT " UNCONFIRMED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE VNDCONF STMTHST GARFILE BADADDR VNDRPT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLST002" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE MAIL-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
