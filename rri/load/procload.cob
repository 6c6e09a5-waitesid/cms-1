      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-19 sw  new program - annual CPT/HCPCS code load, the
      *                procedure-side twin of diagload.  CMSPROC
      *                carries the january CMS HCPCS and AMA CPT
      *                releases as one action per record: "A" adds (or
      *                re-activates) a code with its effective date,
      *                "T" terms it out as of the date, "C" refreshes
      *                its title.  the action lands on every PROCFILE
      *                row for the code (the global row and any -26,
      *                -TC or drug rows under it), and every action is
      *                logged to PROCLOG.  blced001 and the claim runs
      *                then refuse a charge whose procedure is not in
      *                force on its date of service.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. procload.
       AUTHOR. SWAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.

           SELECT CMSPROC ASSIGN TO "S206" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT PROCLOG ASSIGN TO "S207" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PROCFILE.
           COPY "procfile.cpy".

      *******  THE ANNUAL CODE RELEASES, ONE ACTION PER RECORD:
      *******  "A" ADD/RE-ACTIVATE, "T" TERMINATE, "C" TITLE CHANGE.
      *******  PC-SOURCE SAYS WHICH RELEASE IT CAME FROM -- "H" THE
      *******  CMS HCPCS FILE, "C" THE AMA CPT FILE.
       FD  CMSPROC.
       01  CMSPROC01.
           02 PC-ACTION PIC X.
           02 FILLER PIC X.
           02 PC-CODE PIC X(5).
           02 FILLER PIC X.
           02 PC-DATE PIC X(8).
           02 FILLER PIC X.
           02 PC-SOURCE PIC X.
           02 FILLER PIC X.
           02 PC-TITLE PIC X(28).

       FD  PROCLOG.
       01  PROCLOG01.
           02 PL-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PL-SOURCE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PL-KEY PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PL-EFF PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PL-TERM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PL-ACTION PIC X(30).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  ADD-COUNT PIC 9(5) VALUE 0.
       01  TERM-COUNT PIC 9(5) VALUE 0.
       01  TITLE-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  ROW-COUNT PIC 9(3).

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O PROCFILE.
           OPEN INPUT CMSPROC.
           OPEN OUTPUT PROCLOG.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       P1.
           READ CMSPROC
             AT END
               GO TO P9
           END-READ

           IF PC-CODE = SPACE GO TO P1.

           IF PC-ACTION = "A"
               PERFORM APPLY-ADD THRU APPLY-ADD-EXIT
               GO TO P1
           END-IF
           IF PC-ACTION = "T"
               PERFORM APPLY-TERM THRU APPLY-TERM-EXIT
               GO TO P1
           END-IF
           IF PC-ACTION = "C"
               PERFORM APPLY-TITLE THRU APPLY-TITLE-EXIT
               GO TO P1
           END-IF

           ADD 1 TO BAD-COUNT
           MOVE SPACE TO PROCFILE01
           MOVE PC-CODE TO PROC-KEY1
           MOVE "UNKNOWN ACTION, SKIPPED" TO PL-ACTION
           PERFORM LOG-PROC THRU LOG-PROC-EXIT
           GO TO P1.

      *******  AN ADD FOR A CODE ALREADY ON FILE RE-ACTIVATES EVERY
      *******  ROW UNDER IT -- NEW EFFECTIVE DATE, TERM DATE CLEARED --
      *******  WHICH IS HOW A DELETED CODE COMES BACK.  A CODE NEW TO
      *******  US GETS A GLOBAL ROW WITH NO FEE, LOGGED SO SOMEONE
      *******  SETS ONE BEFORE IT IS CHARGED.

       APPLY-ADD.
           MOVE 0 TO ROW-COUNT
           PERFORM START-CODE THRU START-CODE-EXIT.
       APPLY-ADD-1.
           IF PROC-KEY1 = SPACE GO TO APPLY-ADD-2.
           MOVE PC-DATE TO PROC-DATE-EFF
           MOVE SPACE TO PROC-DATE-TERM
           IF PC-TITLE NOT = SPACE
               MOVE PC-TITLE TO PROC-TITLE
           END-IF
           REWRITE PROCFILE01
           ADD 1 TO ROW-COUNT
           MOVE "RE-ACTIVATED" TO PL-ACTION
           PERFORM LOG-PROC THRU LOG-PROC-EXIT
           PERFORM NEXT-ROW THRU NEXT-ROW-EXIT
           GO TO APPLY-ADD-1.
       APPLY-ADD-2.
           IF ROW-COUNT > 0
               ADD 1 TO ADD-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE SPACE TO PROCFILE01
           MOVE PC-CODE TO PROC-KEY1
           MOVE PC-TITLE TO PROC-TITLE
           MOVE 0 TO PROC-AMOUNT CARE-AMOUNT PROC-RVU
           MOVE PC-DATE TO PROC-DATE-EFF
           WRITE PROCFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "ADD FAILED, KEY ON FILE" TO PL-ACTION
               PERFORM LOG-PROC THRU LOG-PROC-EXIT
               GO TO APPLY-ADD-EXIT
           END-WRITE
           ADD 1 TO ADD-COUNT
           MOVE "ADDED - NO FEE SET" TO PL-ACTION
           PERFORM LOG-PROC THRU LOG-PROC-EXIT.
       APPLY-ADD-EXIT.
           EXIT.

       APPLY-TERM.
           MOVE 0 TO ROW-COUNT
           PERFORM START-CODE THRU START-CODE-EXIT.
       APPLY-TERM-1.
           IF PROC-KEY1 = SPACE GO TO APPLY-TERM-2.
           MOVE PC-DATE TO PROC-DATE-TERM
           REWRITE PROCFILE01
           ADD 1 TO ROW-COUNT
           MOVE "TERMED" TO PL-ACTION
           PERFORM LOG-PROC THRU LOG-PROC-EXIT
           PERFORM NEXT-ROW THRU NEXT-ROW-EXIT
           GO TO APPLY-TERM-1.
       APPLY-TERM-2.
           IF ROW-COUNT > 0
               ADD 1 TO TERM-COUNT
           ELSE
               ADD 1 TO BAD-COUNT
               MOVE SPACE TO PROCFILE01
               MOVE PC-CODE TO PROC-KEY1
               MOVE "TERM FOR CODE NOT ON FILE" TO PL-ACTION
               PERFORM LOG-PROC THRU LOG-PROC-EXIT
           END-IF.
       APPLY-TERM-EXIT.
           EXIT.

       APPLY-TITLE.
           MOVE 0 TO ROW-COUNT
           PERFORM START-CODE THRU START-CODE-EXIT.
       APPLY-TITLE-1.
           IF PROC-KEY1 = SPACE GO TO APPLY-TITLE-2.
           MOVE PC-TITLE TO PROC-TITLE
           REWRITE PROCFILE01
           ADD 1 TO ROW-COUNT
           MOVE "TITLE REFRESHED" TO PL-ACTION
           PERFORM LOG-PROC THRU LOG-PROC-EXIT
           PERFORM NEXT-ROW THRU NEXT-ROW-EXIT
           GO TO APPLY-TITLE-1.
       APPLY-TITLE-2.
           IF ROW-COUNT > 0
               ADD 1 TO TITLE-COUNT
           ELSE
               ADD 1 TO BAD-COUNT
               MOVE SPACE TO PROCFILE01
               MOVE PC-CODE TO PROC-KEY1
               MOVE "TITLE FOR CODE NOT ON FILE" TO PL-ACTION
               PERFORM LOG-PROC THRU LOG-PROC-EXIT
           END-IF.
       APPLY-TITLE-EXIT.
           EXIT.

      *******  POSITION ON THE FIRST PROCFILE ROW FOR PC-CODE.  PROC-
      *******  KEY1 COMES BACK SPACE WHEN THERE IS NO (MORE) ROW.

       START-CODE.
           MOVE PC-CODE TO PROC-KEY1
           MOVE SPACE TO PROC-KEY2
           START PROCFILE KEY NOT < PROC-KEY
             INVALID
               MOVE SPACE TO PROC-KEY1
               GO TO START-CODE-EXIT
           END-START
           PERFORM NEXT-ROW THRU NEXT-ROW-EXIT.
       START-CODE-EXIT.
           EXIT.

       NEXT-ROW.
           READ PROCFILE NEXT
             AT END
               MOVE SPACE TO PROC-KEY1
               GO TO NEXT-ROW-EXIT
           END-READ
           IF PROC-KEY1 NOT = PC-CODE
               MOVE SPACE TO PROC-KEY1
           END-IF.
       NEXT-ROW-EXIT.
           EXIT.

       LOG-PROC.
           MOVE RUN-DATE TO PL-DATE
           MOVE PC-SOURCE TO PL-SOURCE
           MOVE PROC-KEY TO PL-KEY
           MOVE PROC-DATE-EFF TO PL-EFF
           MOVE PROC-DATE-TERM TO PL-TERM
           WRITE PROCLOG01.
       LOG-PROC-EXIT.
           EXIT.

       P9.
           DISPLAY "CPT/HCPCS LOAD: " ADD-COUNT " ADDED, " TERM-COUNT
               " TERMED, " TITLE-COUNT " TITLES, " BAD-COUNT
               " EXCEPTIONS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PROCFILE CMSPROC PROCLOG SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "PROCLOAD" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE ADD-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
