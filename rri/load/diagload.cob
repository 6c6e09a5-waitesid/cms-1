      *                report instead of a week of hand-keying -- and
      *                the claim run validates codes against the date
      *                of service off the new effective/term dates.
      * 2026-10-13 sw  the release's Excludes1 pairs ("E") and
      *                code-first etiology/manifestation rules ("F")
      *                load onto DXPAIR with their effective and term
      *                dates, for cci008's diagnosis-pair edit.  a rule
      *                already on file is refreshed in place, so the
      *                next release terms one by re-sending it with a
      *                term date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. diagload.
       AUTHOR. SWAITE.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT OPTIONAL DXPAIR ASSIGN TO "S306"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS XP-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

      *******  THE ANNUAL CMS CODE EXTRACT, ONE ACTION PER RECORD:
      *******  "A" ADD/RE-ACTIVATE, "T" TERMINATE, "C" TITLE CHANGE.
      *******  "E" (EXCLUDES1) AND "F" (CODE FIRST) ARE DIAGNOSIS-PAIR
      *******  RULES: IC-CODE IS THE LOW CODE OF THE A RANGE, IC-DATE
      *******  THE EFFECTIVE DATE, AND THE TITLE AREA CARRIES THE REST
      *******  OF THE RULE.  A BLANK HIGH CODE MEANS THE ONE LOW CODE.
       FD  CMSICD.
       01  CMSICD01.
           02 IC-ACTION PIC X.
           02 IC-DATE PIC X(8).
           02 FILLER PIC X.
           02 IC-TITLE PIC X(61).
           02 IC-PAIR REDEFINES IC-TITLE.
             03 IC-A-HI PIC X(7).
             03 FILLER PIC X.
             03 IC-B-LO PIC X(7).
             03 FILLER PIC X.
             03 IC-B-HI PIC X(7).
             03 FILLER PIC X.
             03 IC-TERM PIC X(8).
             03 FILLER PIC X(29).

       FD  DIAGLOG.
       01  DIAGLOG01.
       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  DXPAIR.
           COPY "dxpair.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  ADD-COUNT PIC 9(5) VALUE 0.
       01  TERM-COUNT PIC 9(5) VALUE 0.
       01  TITLE-COUNT PIC 9(5) VALUE 0.
       01  BAD-COUNT PIC 9(5) VALUE 0.
       01  PAIR-COUNT PIC 9(5) VALUE 0.
       01  PAIR-NAME PIC X(10).

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O DIAGFILE.
           OPEN I-O DXPAIR.
           OPEN INPUT CMSICD.
           OPEN OUTPUT DIAGLOG.
           OPEN EXTEND SUMLOG.
               PERFORM APPLY-TITLE THRU APPLY-TITLE-EXIT
               GO TO P1
           END-IF
           IF IC-ACTION = "E" OR IC-ACTION = "F"
               PERFORM APPLY-PAIR THRU APPLY-PAIR-EXIT
               GO TO P1
           END-IF

           ADD 1 TO BAD-COUNT
           MOVE "UNKNOWN ACTION, SKIPPED" TO DL-ACTION
       APPLY-TITLE-EXIT.
           EXIT.

      *******  ONE DIAGNOSIS-PAIR RULE, KEYED BY TYPE AND THE LOW
      *******  CODE OF EACH RANGE.  A RULE WITH NO B CODE CANNOT BE
      *******  EDITED AGAINST AND IS REFUSED.

       APPLY-PAIR.
           MOVE "EXCLUDES1" TO PAIR-NAME
           IF IC-ACTION = "F"
               MOVE "CODE FIRST" TO PAIR-NAME
           END-IF
           IF IC-B-LO = SPACE
               ADD 1 TO BAD-COUNT
               MOVE SPACE TO DL-ACTION
               STRING PAIR-NAME " WITH NO B CODE"
                   DELIMITED BY SIZE INTO DL-ACTION
               PERFORM LOG-DIAG THRU LOG-DIAG-EXIT
               GO TO APPLY-PAIR-EXIT
           END-IF
           MOVE IC-ACTION TO XP-TYPE
           MOVE IC-CODE TO XP-A-LO
           MOVE IC-B-LO TO XP-B-LO
           MOVE SPACE TO DL-ACTION
           READ DXPAIR
             INVALID
               STRING PAIR-NAME " " IC-B-LO " ADDED"
                   DELIMITED BY SIZE INTO DL-ACTION
             NOT INVALID
               STRING PAIR-NAME " " IC-B-LO " REFRESHED"
                   DELIMITED BY SIZE INTO DL-ACTION
           END-READ
           MOVE IC-A-HI TO XP-A-HI
           IF IC-A-HI = SPACE
               MOVE IC-CODE TO XP-A-HI
           END-IF
           MOVE IC-B-HI TO XP-B-HI
           IF IC-B-HI = SPACE
               MOVE IC-B-LO TO XP-B-HI
           END-IF
           MOVE IC-DATE TO XP-DATE-EFF
           MOVE IC-TERM TO XP-DATE-TERM
           MOVE RUN-DATE TO XP-DATE-LOAD
           WRITE DXPAIR01
             INVALID
               REWRITE DXPAIR01
           END-WRITE
           ADD 1 TO PAIR-COUNT
           PERFORM LOG-DIAG THRU LOG-DIAG-EXIT.
       APPLY-PAIR-EXIT.
           EXIT.

       LOG-DIAG.
           MOVE RUN-DATE TO DL-DATE
           MOVE IC-CODE TO DL-CODE

       P9.
           DISPLAY "ICD LOAD: " ADD-COUNT " ADDED, " TERM-COUNT
               " TERMED, " TITLE-COUNT " TITLES, " PAIR-COUNT
               " PAIR RULES, " BAD-COUNT " EXCEPTIONS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE DIAGFILE CMSICD DIAGLOG SUMLOG DXPAIR.
           STOP RUN.

       RUN-SUMMARY.
