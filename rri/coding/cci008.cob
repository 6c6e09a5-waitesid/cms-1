      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-14 sw  new program - ICD-10 diagnosis-pair edit, run
      *                like cci006 and cci007's passes over CHARFILE
      *                before the claim runs pick the charges up.
      *                cci005 edits procedure against procedure,
      *                cci006 age and sex and cci007 procedure against
      *                diagnosis; nothing edited diagnosis against
      *                diagnosis, and payers deny a claim carrying two
      *                codes an Excludes1 note forbids together, or a
      *                manifestation code with no "code first"
      *                etiology ahead of it.  the DXPAIR table
      *                diagload keeps from each annual release holds
      *                both kinds of rule with effective/term dates;
      *                each claim's diagnoses (CD-DIAG through CD-DX4
      *                -- the DX5/DX6 bytes went to CD-AUTH) are
      *                judged once, in the order the claim will carry
      *                them, and conflicts go to the coding exception
      *                report instead of out the door and back as
      *                denials.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cci008.
       AUTHOR. s WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
               LOCK MODE MANUAL.

           SELECT DXPAIR ASSIGN TO "S35" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS XP-KEY
               LOCK MODE MANUAL.

           SELECT EXCPRPT ASSIGN TO "S50" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
               LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  DXPAIR.
           COPY "dxpair.cpy".

       FD  EXCPRPT.
       01  EXCPRPT01 PIC X(120).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.

      *******  THE WHOLE RULE TABLE, LOADED ONCE AT START-UP THE WAY
      *******  CCI006 LOADS AGESEX -- RANGE TESTS DON'T SUIT A KEYED
      *******  READ.
       01  EDIT-TAB01.
           02 EDIT-ENT OCCURS 3000 TIMES.
              03 ET-TYPE PIC X.
              03 ET-A-LO PIC X(7).
              03 ET-A-HI PIC X(7).
              03 ET-B-LO PIC X(7).
              03 ET-B-HI PIC X(7).
              03 ET-DATE-EFF PIC X(8).
              03 ET-DATE-TERM PIC X(8).
       01  EDIT-CNT PIC 9(4) VALUE 0.
       01  EX PIC 9(4).

      *******  THE CLAIM'S DIAGNOSES IN CLAIM ORDER, AND THE LAST SET
      *******  JUDGED -- EVERY LINE OF A CLAIM CARRIES THE SAME SET,
      *******  AND IT IS REPORTED ONCE.
       01  DXT-TAB01.
           02 DXT PIC X(7) OCCURS 4 TIMES.
       01  LAST-JUDGED.
           02 LAST-KEY8 PIC X(8) VALUE SPACE.
           02 LAST-CLAIM PIC X(6) VALUE SPACE.
           02 LAST-DXT PIC X(28) VALUE SPACE.
       01  AX PIC 9.
       01  BX PIC 9.
       01  MX PIC 9.
       01  ROW-OK PIC X.
       01  MANIF-NEED PIC X.
       01  ETIO-FOUND PIC X.
       01  EDIT-REASON PIC X(40).
       01  RUN-DATE PIC X(8).
       01  REC-COUNT PIC 9(7) VALUE 0.
       01  EXCP-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT CHARFILE DXPAIR.
           OPEN OUTPUT EXCPRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-TABLE THRU LOAD-TABLE-EXIT.

           IF EDIT-CNT = 0
               DISPLAY "DIAGNOSIS-PAIR TABLE IS EMPTY, NO EDITS TO RUN"
               GO TO P4
           END-IF

           MOVE SPACE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P4
           END-START.

       P1.
           READ CHARFILE NEXT
             AT END
               GO TO P4
           END-READ

           IF CD-AMOUNT = 0
               GO TO P1
           END-IF

           ADD 1 TO REC-COUNT
           PERFORM P2-JUDGE THRU P2-JUDGE-EXIT
           GO TO P1.

       LOAD-TABLE.
           MOVE LOW-VALUE TO XP-KEY
           START DXPAIR KEY NOT < XP-KEY
             INVALID
               GO TO LOAD-TABLE-EXIT
           END-START.
       LOAD-TABLE-1.
           READ DXPAIR NEXT
             AT END
               GO TO LOAD-TABLE-EXIT
           END-READ
           IF EDIT-CNT = 3000
               DISPLAY "DIAGNOSIS-PAIR TABLE FULL, " XP-TYPE " "
                   XP-A-LO "/" XP-B-LO " NOT LOADED"
               GO TO LOAD-TABLE-1
           END-IF
           ADD 1 TO EDIT-CNT
           MOVE XP-TYPE TO ET-TYPE(EDIT-CNT)
           MOVE XP-A-LO TO ET-A-LO(EDIT-CNT)
           MOVE XP-A-HI TO ET-A-HI(EDIT-CNT)
           MOVE XP-B-LO TO ET-B-LO(EDIT-CNT)
           MOVE XP-B-HI TO ET-B-HI(EDIT-CNT)
           MOVE XP-DATE-EFF TO ET-DATE-EFF(EDIT-CNT)
           MOVE XP-DATE-TERM TO ET-DATE-TERM(EDIT-CNT)
           GO TO LOAD-TABLE-1.
       LOAD-TABLE-EXIT.
           EXIT.

      *******  ONE CLAIM'S DIAGNOSIS SET: EVERY IN-FORCE EXCLUDES1 ROW
      *******  AGAINST EVERY ORDERED PAIR OF ITS CODES, THEN EVERY CODE
      *******  AS A POSSIBLE MANIFESTATION.

       P2-JUDGE.
           MOVE CD-DIAG TO DXT(1)
           MOVE CD-DX2 TO DXT(2)
           MOVE CD-DX3 TO DXT(3)
           MOVE CD-DX4 TO DXT(4)
           IF CD-KEY8 = LAST-KEY8 AND CD-CLAIM = LAST-CLAIM
               AND DXT-TAB01 = LAST-DXT
               GO TO P2-JUDGE-EXIT
           END-IF
           MOVE CD-KEY8 TO LAST-KEY8
           MOVE CD-CLAIM TO LAST-CLAIM
           MOVE DXT-TAB01 TO LAST-DXT
           IF DXT(2) = SPACE AND DXT(3) = SPACE AND DXT(4) = SPACE
               GO TO P2-JUDGE-EXIT
           END-IF
           PERFORM P3-EXCL THRU P3-EXCL-EXIT
               VARYING EX FROM 1 BY 1 UNTIL EX > EDIT-CNT
           PERFORM P5-MANIF THRU P5-MANIF-EXIT
               VARYING MX FROM 1 BY 1 UNTIL MX > 4.
       P2-JUDGE-EXIT.
           EXIT.

       P3-EXCL.
           IF ET-TYPE(EX) NOT = "E"
               GO TO P3-EXCL-EXIT
           END-IF
           PERFORM ROW-IN-FORCE THRU ROW-IN-FORCE-EXIT
           IF ROW-OK = "N"
               GO TO P3-EXCL-EXIT
           END-IF
           PERFORM P3-1-PAIR THRU P3-1-PAIR-EXIT
               VARYING AX FROM 1 BY 1 UNTIL AX > 4
               AFTER BX FROM 1 BY 1 UNTIL BX > 4.
       P3-EXCL-EXIT.
           EXIT.

       P3-1-PAIR.
           IF AX = BX OR DXT(AX) = SPACE OR DXT(BX) = SPACE
               GO TO P3-1-PAIR-EXIT
           END-IF
           IF DXT(AX) < ET-A-LO(EX) OR DXT(AX) > ET-A-HI(EX)
               GO TO P3-1-PAIR-EXIT
           END-IF
           IF DXT(BX) < ET-B-LO(EX) OR DXT(BX) > ET-B-HI(EX)
               GO TO P3-1-PAIR-EXIT
           END-IF
           MOVE SPACE TO EDIT-REASON
           STRING "EXCLUDES1 " DXT(AX) " WITH " DXT(BX)
               DELIMITED BY SIZE INTO EDIT-REASON
           PERFORM WRITE-EXCP THRU WRITE-EXCP-EXIT.
       P3-1-PAIR-EXIT.
           EXIT.

      *******  A CODE THAT SOME IN-FORCE CODE-FIRST ROW NAMES AS A
      *******  MANIFESTATION NEEDS ONE OF THAT CODE'S ETIOLOGIES IN A
      *******  POSITION AHEAD OF IT ON THE CLAIM.

       P5-MANIF.
           IF DXT(MX) = SPACE
               GO TO P5-MANIF-EXIT
           END-IF
           MOVE "N" TO MANIF-NEED
           MOVE "N" TO ETIO-FOUND
           PERFORM P5-1-ROW THRU P5-1-ROW-EXIT
               VARYING EX FROM 1 BY 1 UNTIL EX > EDIT-CNT
           IF MANIF-NEED = "Y" AND ETIO-FOUND = "N"
               MOVE SPACE TO EDIT-REASON
               STRING "NO CODE-FIRST ETIOLOGY AHEAD OF " DXT(MX)
                   DELIMITED BY SIZE INTO EDIT-REASON
               PERFORM WRITE-EXCP THRU WRITE-EXCP-EXIT
           END-IF.
       P5-MANIF-EXIT.
           EXIT.

       P5-1-ROW.
           IF ET-TYPE(EX) NOT = "F"
               GO TO P5-1-ROW-EXIT
           END-IF
           IF DXT(MX) < ET-A-LO(EX) OR DXT(MX) > ET-A-HI(EX)
               GO TO P5-1-ROW-EXIT
           END-IF
           PERFORM ROW-IN-FORCE THRU ROW-IN-FORCE-EXIT
           IF ROW-OK = "N"
               GO TO P5-1-ROW-EXIT
           END-IF
           MOVE "Y" TO MANIF-NEED
           PERFORM P5-2-ETIO THRU P5-2-ETIO-EXIT
               VARYING BX FROM 1 BY 1 UNTIL BX NOT < MX.
       P5-1-ROW-EXIT.
           EXIT.

       P5-2-ETIO.
           IF DXT(BX) NOT < ET-B-LO(EX)
               AND DXT(BX) NOT > ET-B-HI(EX)
               MOVE "Y" TO ETIO-FOUND
           END-IF.
       P5-2-ETIO-EXIT.
           EXIT.

       ROW-IN-FORCE.
           MOVE "Y" TO ROW-OK
           IF ET-DATE-EFF(EX) NOT = SPACE
               AND ET-DATE-EFF(EX) NOT = "00000000"
               IF CD-DATE-T < ET-DATE-EFF(EX)
                   MOVE "N" TO ROW-OK
               END-IF
           END-IF
           IF ET-DATE-TERM(EX) NOT = SPACE
               AND ET-DATE-TERM(EX) NOT = "00000000"
               IF CD-DATE-T > ET-DATE-TERM(EX)
                   MOVE "N" TO ROW-OK
               END-IF
           END-IF.
       ROW-IN-FORCE-EXIT.
           EXIT.

       WRITE-EXCP.
           ADD 1 TO EXCP-COUNT
           MOVE SPACE TO EXCPRPT01
           STRING CHARFILE-KEY " " CD-NAME " CLM " CD-CLAIM
               " DOS " CD-DATE-T " " EDIT-REASON
               DELIMITED BY SIZE INTO EXCPRPT01
           WRITE EXCPRPT01.
       WRITE-EXCP-EXIT.
           EXIT.

       P4.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARFILE DXPAIR EXCPRPT SUMLOG.
           DISPLAY "DIAGNOSIS-PAIR EDIT HAS ENDED, " EXCP-COUNT
               " CONFLICTS".
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "CCI008" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE EXCP-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
