      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-09 sw  new program - capitated encounter submission.
      *                blcap001 settles a capitated plan's charges at
      *                posting, so they never go out on a claim and
      *                the plan never hears what its members were
      *                seen for -- which its risk scores and our
      *                contract are set from.  every CHARCUR line
      *                blcap001 has settled ("CAP" adj stamp) and not
      *                yet reported goes out on an 837P encounter file
      *                built in new837p's envelope (ISA/GS/ST, BHT06
      *                "RP" for reporting), with its claim control
      *                number off the same CCNFILE counter and its
      *                ISA13 off the same ENVCTL counter.  ENCFILE
      *                keeps each line's submission; the plan's 277CA
      *                pickup (ENCACK) is matched back to it the way
      *                newackrc matches claims, a rejected line goes
      *                out again on the next run, and ENCRPT lists
      *                every capitated service the plan has not yet
      *                accepted, with totals by plan.
      * 2026-10-15 sw  a plan's counts are zeroed as PLAN-SLOT takes
      *                its slot, rather than the table being
      *                INITIALIZEd.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. newenc.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO.
           SELECT PATFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S110" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
           ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES.
           SELECT DOCFILE ASSIGN TO "S100" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY.
           SELECT PLACEFILE ASSIGN TO "S80" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS DF1.
           SELECT ROSTER ASSIGN TO "S93" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RS-KEY
           LOCK MODE MANUAL.
           SELECT PARMFILE ASSIGN TO "S70" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CCNFILE ASSIGN TO "S150" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ENVCTL ASSIGN TO "S152" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL CLMARCH ASSIGN TO "S214" ORGANIZATION IS
           INDEXED ACCESS IS DYNAMIC RECORD KEY IS CA-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ENCFILE ASSIGN TO "S279"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EN-KEY
           LOCK MODE MANUAL.
           SELECT ENC837 ASSIGN TO "S280" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL ENCACK ASSIGN TO "S281" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ENCRPT ASSIGN TO "S282" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
           COPY "charcur.cpy".

       FD  GARFILE
           DATA RECORD IS GARFILE01.
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

       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".

       FD  DOCFILE.
       01  DOCFILE01.
           02 DOC-KEY.
             03 DOC-INS PIC XXX.
             03 DOC-NUM PIC XX.
           02 DOC-FEDID PIC X(14).
           02 DOC-PVNUM PIC X(14).
           02 DOC-UPIN PIC X(6).
           02 DOC-NPI PIC X(10).
           02 DOC-IND PIC X.
           02 DOC-GROUP PIC X(14).
           02 DOC-NPIGROUP PIC X(10).
           02 DOC-NAME PIC X(24).
           02 DOC-GROUPNAME PIC X(29).
           02 DOC-SSNUM PIC X(9).
           02 DOC-TAXONOMY PIC X(10).
           02 DOC-NEIC PIC X(5).
           02 DOC-TAXGROUP PIC X(10).
           02 DOC-FUTURE PIC X(15).

       FD  PLACEFILE.
       01  PLACEFILE01.
           02 DF1 PIC X.
           02 DF2 PIC X.
           02 DF3 PIC X(22).
           02 DF4 PIC X(18).
           02 DF5 PIC X(15).
           02 DF6 PIC XX.
           02 DF7 PIC X(9).
           02 DF8 PIC X(10).
           02 DF9 PIC XX.

       FD  ROSTER.
       01  ROSTER01.
           02 RS-KEY.
             03 RS-PATID PIC X(8).
             03 RS-PAYCODE PIC XXX.
           02 RS-MEMBER PIC X(16).
           02 RS-DATE-EFF PIC X(8).
           02 RS-DATE-TERM PIC X(8).

       FD  PARMFILE.
       01  PF1 PIC X(67).

       FD  CCNFILE.
       01  CCNFILE01.
           02 CCN-LAST PIC 9(9).

       FD  ENVCTL.
       01  ENVCTL01.
           02 EC-LAST PIC 9(9).

       FD  CLMARCH.
           COPY "clmarch.cpy".

       FD  ENCFILE.
           COPY "encfile.cpy".

       FD  ENC837.
       01  ENC83701 PIC X(240).

       FD  ENCACK.
       01  ENCACK01 PIC X(800).

       FD  ENCRPT.
       01  ENCRPT01 PIC X(132).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE-8 PIC X(8).
       01  RUN8 PIC 9(8).
       01  RUN-INT PIC S9(7).
       01  SENT8 PIC 9(8).
       01  AGE-DAYS PIC S9(5).
      *******  A LINE SENT MORE THAN ACK-DAYS AGO WITH NO 277CA BACK
      *******  FROM THE PLAN IS LISTED AS NEVER ACKNOWLEDGED.
       01  ACK-DAYS PIC 999 VALUE 14.

      *******  ONE INTERCHANGE PER RUN, ONE GS PER PLAN RECEIVER, THE
      *******  SAME STATE NEW837P KEEPS PER PAYER GROUP.
       01  ENV-FIRST-CLAIM PIC X VALUE "Y".
       01  ENV-GROUP-OPEN PIC X VALUE "N".
       01  ENV-CUR-NEIC PIC X(5) VALUE SPACE.
       01  ENV-ISA-CTL PIC 9(9) VALUE 0.
       01  ENV-ISA-NEXT PIC 9(9) VALUE 1.
       01  ENV-GS-CTL PIC 9(9) VALUE 1.
       01  ENV-ST-CTL PIC 9(9) VALUE 0.
       01  ENV-SEG-CTL PIC 9(6) VALUE 0.
       01  ENV-GS-COUNT PIC 9(4) VALUE 0.
       01  ENV-LINE-CTR PIC 9(3) VALUE 0.
       01  ENV-CCN PIC 9(9) VALUE 0.
       01  ENV-ARCH-SEQ PIC 9(4) VALUE 0.
       01  ENV-SUBMITTER PIC X(15) VALUE "SUBMITTER".
       01  ENV-RECEIVER PIC X(15) VALUE "CLEARINGHSE".
       01  ENV-SUBNAME PIC X(29) VALUE "SUBMITTER".
       01  PARM-X PIC 99.
       01  CLAIM-CCN PIC 9(9) VALUE 0.
       01  OUT837 PIC X(240).
       01  SEGBUF PIC X(240).
       01  AMT-ED PIC ZZZZZ9.99.
       01  CLM-AMT-ED PIC ZZZZZZ9.99.
       01  CLM-TOTAL PIC S9(7)V99.
       01  CLM-POS PIC XX.
       01  MEMBER-ID PIC X(16).
       01  SUB-NAME PIC X(24).
       01  SUB-DOB PIC X(8).
       01  SUB-SEX PIC X.
       01  DX-TAB01.
           02 DX-TAB PIC X(7) OCCURS 6 TIMES.
       01  DX-X PIC 99.

      *******  THE ENCOUNTER BEING GATHERED.  LINES ARRIVE IN PLAN
      *******  ORDER OFF THE CC-PAYCODE KEY; A CHANGE OF PLAN OR OF
      *******  ACCOUNT/CLAIM, OR A FULL 50-LINE CLAIM, SENDS WHAT IS
      *******  HELD SO CLM02 CARRIES THE CLAIM'S REAL TOTAL.
       01  SAVE-PAYCODE PIC XXX VALUE SPACE.
       01  SAVE-CLAIM PIC X(14) VALUE SPACE.
       01  CUR-CLAIM.
           02 CUR-KEY8 PIC X(8).
           02 CUR-CLAIM6 PIC X(6).
       01  CUR-REC PIC X(200).
       01  CUR-RESEND PIC X.
       01  RESEND-FLAG PIC X.
       01  LN-TAB01.
           02 LN-ENT OCCURS 50 TIMES.
              03 LN-REC PIC X(200).
              03 LN-RESEND PIC X.
       01  LN-NDX PIC 99 VALUE 0.
       01  LX PIC 99.

      *******  277CA PICKUP, WALKED THE WAY NEWACKRC WALKS ACKIN.
       01  SEG-TEXT PIC X(80).
       01  SEG-PTR PIC 9(4).
       01  SEG-ID PIC X(3).
       01  EL-TAB01.
           02 EL-TAB PIC X(30) OCCURS 12 TIMES.
       01  ACCT-CLAIM PIC X(15).
       01  CTX-GARNO PIC X(8) VALUE SPACE.
       01  CTX-CLAIM PIC X(6) VALUE SPACE.
       01  STC-CAT PIC XX.

       01  CNT-ACC PIC 9(5) VALUE 0.
       01  CNT-REJ PIC 9(5) VALUE 0.
       01  CNT-CLAIMS PIC 9(5) VALUE 0.
       01  CNT-NEW PIC 9(5) VALUE 0.
       01  CNT-RESENT PIC 9(5) VALUE 0.
       01  CNT-OPEN PIC 9(5) VALUE 0.
       01  RPT-STAT PIC X(24).
       01  NEF-AMT PIC ZZZ,ZZ9.99-.
       01  NEF-CNT PIC ZZ,ZZ9.

      *******  ENCOUNTER STANDING BY PLAN FOR THE REPORT TOTALS.
       01  PLAN-TAB01.
           02 PLAN-ENT OCCURS 50 TIMES.
              03 PL-PAYCODE PIC XXX.
              03 PL-ACC PIC 9(5).
              03 PL-SENT PIC 9(5).
              03 PL-WAIT PIC 9(5).
              03 PL-LATE PIC 9(5).
              03 PL-REJ PIC 9(5).
       01  PLAN-NDX PIC 99 VALUE 0.
       01  PX PIC 99.

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT CHARCUR GARFILE PATFILE INSFILE DOCFILE
                PLACEFILE ROSTER ENCACK.
           OPEN I-O ENCFILE.
           OPEN OUTPUT ENC837 ENCRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE RUN-DATE-8 TO RUN8
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN8)
           PERFORM 0006-PARM THRU 0006-PARM-EXIT.
           PERFORM ENV-READ THRU ENV-READ-EXIT.
           PERFORM CCN-READ THRU CCN-READ-EXIT.
           OPEN I-O CLMARCH.

           MOVE SPACE TO ENCRPT01
           STRING "CAPITATED ENCOUNTER RUN FOR " RUN-DATE-8
               DELIMITED BY SIZE INTO ENCRPT01
           WRITE ENCRPT01.

      *******  THE PLAN'S 277CA ACKNOWLEDGMENTS FIRST, SO A LINE THE
      *******  PLAN REJECTED GOES BACK OUT IN THIS SAME RUN.  TRN02
      *******  ECHOES OUR CLM01 ("KEY8-CLAIM"); STC01 CATEGORY A0-A2
      *******  OR A5 IS ACCEPTED, ANYTHING ELSE REJECTED.  ONLY LINES
      *******  STILL WAITING ("S") ARE MARKED -- AN OLD ACK NEVER
      *******  OVERTURNS A NEWER SUBMISSION'S ANSWER.

       A1.
           READ ENCACK
             AT END
               GO TO P0.
           MOVE 1 TO SEG-PTR.

       A1-1.
           IF SEG-PTR > 800 GO TO A1.
           MOVE SPACE TO SEG-TEXT
           UNSTRING ENCACK01 DELIMITED BY "~"
             INTO SEG-TEXT
             WITH POINTER SEG-PTR
             ON OVERFLOW CONTINUE
           END-UNSTRING.
           IF SEG-TEXT = SPACE GO TO A1.
           PERFORM A2-SPLIT-SEG-TEXT.

           IF SEG-ID = "AK9"
               PERFORM A3-AK9
           END-IF
           IF SEG-ID = "TRN"
               PERFORM A4-TRN
           END-IF
           IF SEG-ID = "STC"
               PERFORM A5-STC THRU A5-STC-EXIT
           END-IF

           GO TO A1-1.

       A2-SPLIT-SEG-TEXT.
           MOVE SPACE TO EL-TAB01
           MOVE SEG-TEXT TO SEG-ID
           UNSTRING SEG-TEXT DELIMITED BY "*"
             INTO EL-TAB(1) EL-TAB(2) EL-TAB(3) EL-TAB(4) EL-TAB(5)
                  EL-TAB(6) EL-TAB(7) EL-TAB(8) EL-TAB(9) EL-TAB(10).

      *******  A 999 FILE-LEVEL REJECTION HAS NO CLAIM TO TIE TO --
      *******  ITS LINES STAY "S" AND SURFACE AS UNACKNOWLEDGED.

       A3-AK9.
           IF EL-TAB(2)(1:1) NOT = "A"
               MOVE SPACE TO ENCRPT01
               STRING "ENCOUNTER FILE REJECTED AT THE FRONT END, AK9 "
                   EL-TAB(2)(1:1) DELIMITED BY SIZE INTO ENCRPT01
               WRITE ENCRPT01
           END-IF.

       A4-TRN.
           MOVE SPACE TO ACCT-CLAIM
           MOVE EL-TAB(3) TO ACCT-CLAIM
           MOVE ACCT-CLAIM(1:8) TO CTX-GARNO
           MOVE ACCT-CLAIM(10:6) TO CTX-CLAIM.

       A5-STC.
           IF CTX-GARNO = SPACE GO TO A5-STC-EXIT.
           MOVE EL-TAB(2)(1:2) TO STC-CAT
           PERFORM A6-MARK THRU A6-MARK-EXIT.
       A5-STC-EXIT.
           EXIT.

       A6-MARK.
           MOVE CTX-GARNO TO EN-KEY8
           MOVE LOW-VALUE TO EN-KEY3
           START ENCFILE KEY NOT < EN-KEY
             INVALID
               GO TO A6-MARK-EXIT
           END-START.
       A6-MARK-1.
           READ ENCFILE NEXT
             AT END
               GO TO A6-MARK-EXIT
           END-READ
           IF EN-KEY8 NOT = CTX-GARNO
               GO TO A6-MARK-EXIT
           END-IF
           IF EN-CLAIM NOT = CTX-CLAIM OR EN-STATUS NOT = "S"
               GO TO A6-MARK-1
           END-IF
           MOVE RUN-DATE-8 TO EN-DATE-ACK
           IF STC-CAT = "A0" OR "A1" OR "A2" OR "A5"
               MOVE "A" TO EN-STATUS
               MOVE SPACE TO EN-ACK-CODE
               ADD 1 TO CNT-ACC
           ELSE
               MOVE "R" TO EN-STATUS
               MOVE EL-TAB(2)(1:10) TO EN-ACK-CODE
               ADD 1 TO CNT-REJ
           END-IF
           REWRITE ENCFILE01
           GO TO A6-MARK-1.
       A6-MARK-EXIT.
           EXIT.

      *******  EVERY LINE BLCAP001 HAS SETTLED, IN PLAN ORDER.  ONE
      *******  ALREADY ON ENCFILE IS SKIPPED UNLESS THE PLAN REJECTED
      *******  IT; ANYTHING ELSE IS GATHERED INTO ITS ENCOUNTER.

       P0.
           MOVE 0 TO CC-PAYCODE
           START CHARCUR KEY NOT < CC-PAYCODE
             INVALID
               GO TO P9
           END-START.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P9
           END-READ

           IF CC-ADJ-REASON NOT = "CAP"
               GO TO P1
           END-IF

           MOVE "N" TO RESEND-FLAG
           MOVE CHARCUR-KEY TO EN-KEY
           READ ENCFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF EN-STATUS NOT = "R"
                   GO TO P1
               END-IF
               MOVE "Y" TO RESEND-FLAG
           END-READ

           MOVE CHARCUR01 TO CUR-REC
           MOVE RESEND-FLAG TO CUR-RESEND
           MOVE CC-KEY8 TO CUR-KEY8
           MOVE CC-CLAIM TO CUR-CLAIM6
           IF CC-PAYCODE NOT = SAVE-PAYCODE
               OR CUR-CLAIM NOT = SAVE-CLAIM
               OR LN-NDX = 50
               PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT
               MOVE CUR-REC TO CHARCUR01
           END-IF

           IF CC-PAYCODE NOT = SAVE-PAYCODE
               PERFORM P2-PLAN THRU P2-PLAN-EXIT
           END-IF

           MOVE CUR-CLAIM TO SAVE-CLAIM
           ADD 1 TO LN-NDX
           MOVE CUR-REC TO LN-REC(LN-NDX)
           MOVE CUR-RESEND TO LN-RESEND(LN-NDX)
           GO TO P1.

      *******  A NEW PLAN: OPEN THE INTERCHANGE ON THE FIRST ONE, AND
      *******  A NEW GS/ST WHENEVER THE RECEIVER CHANGES.

       P2-PLAN.
           MOVE CC-PAYCODE TO SAVE-PAYCODE
           MOVE CC-PAYCODE TO INS-KEY
           READ INSFILE INVALID MOVE SPACE TO INSFILE01.
           IF ENV-FIRST-CLAIM = "Y"
               PERFORM P3-OPEN-ENVELOPE
               MOVE "N" TO ENV-FIRST-CLAIM
           END-IF
           IF INS-NEIC NOT = ENV-CUR-NEIC
               IF ENV-GROUP-OPEN = "Y"
                   PERFORM P6-CLOSE-GS
               END-IF
               PERFORM P5-OPEN-GS
           END-IF.
       P2-PLAN-EXIT.
           EXIT.

      *******  ISA06/ISA08 AND GS02 OFF PARMFILE THE WAY NEW837P
      *******  TAKES THEM; ISA13 OFF THE SHARED ENVCTL COUNTER SO AN
      *******  ENCOUNTER FILE NEVER REUSES A CLAIM FILE'S NUMBER.

       P3-OPEN-ENVELOPE.
           MOVE ENV-ISA-NEXT TO ENV-ISA-CTL
           ADD 1 TO ENV-ISA-NEXT
           MOVE SPACE TO OUT837
           STRING "ISA*00*          *00*          *ZZ*" ENV-SUBMITTER
                  "*ZZ*" ENV-RECEIVER
                  "*" FUNCTION CURRENT-DATE(3:6)
                  "*" FUNCTION CURRENT-DATE(9:4)
                  "*^*00501*" ENV-ISA-CTL "*0*P*:~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-RAW.

      *******  BHT06 "RP" MARKS THE TRANSACTION AS REPORTING ONLY --
      *******  THE PLAN RECORDS THE ENCOUNTER AND PAYS NOTHING ON IT.

       P5-OPEN-GS.
           MOVE 0 TO ENV-CCN
           MOVE INS-NEIC TO ENV-CUR-NEIC
           MOVE SPACE TO OUT837
           STRING "GS*HC*" DELIMITED BY SIZE
                  ENV-SUBMITTER DELIMITED BY SPACE
                  "*" INS-NEIC "*"
                  FUNCTION CURRENT-DATE(1:8) "*"
                  FUNCTION CURRENT-DATE(9:4) "*" ENV-GS-CTL
                  "*X*005010X222A1~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-RAW
           ADD 1 TO ENV-ST-CTL
           MOVE SPACE TO OUT837
           STRING "ST*837*" ENV-ST-CTL "*005010X222A1~"
             DELIMITED BY SIZE INTO OUT837
           MOVE 1 TO ENV-SEG-CTL
           PERFORM W837-RAW
           MOVE SPACE TO OUT837
           STRING "BHT*0019*00*" ENV-ST-CTL "*"
                  FUNCTION CURRENT-DATE(1:8) "*"
                  FUNCTION CURRENT-DATE(9:4) "*RP~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           STRING "NM1*41*2*" ENV-SUBNAME "*****46*" DELIMITED BY SIZE
                  ENV-SUBMITTER DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
             INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           STRING "NM1*40*2*" INS-NAME "*****46*" INS-NEIC "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           MOVE "Y" TO ENV-GROUP-OPEN.

       P6-CLOSE-GS.
           MOVE 0 TO ENV-CCN
           ADD 1 TO ENV-SEG-CTL
           MOVE SPACE TO OUT837
           STRING "SE*" ENV-SEG-CTL "*" ENV-ST-CTL "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-RAW
           MOVE SPACE TO OUT837
           STRING "GE*1*" ENV-GS-CTL "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-RAW
           ADD 1 TO ENV-GS-CTL
           ADD 1 TO ENV-GS-COUNT
           MOVE "N" TO ENV-GROUP-OPEN.

       W837-SEG.
           ADD 1 TO ENV-SEG-CTL
           PERFORM W837-RAW.
           IF ENV-CCN > 0
               PERFORM CLAIM-ARCHIVE THRU CLAIM-ARCHIVE-EXIT
           END-IF.

       W837-RAW.
           WRITE ENC83701 FROM OUT837.

      *******  SEND THE ENCOUNTER HELD IN LN-TAB: THE CLAIM LOOP OFF
      *******  ITS FIRST LINE, CLM02 THE TOTAL OF ALL ITS LINES, THEN
      *******  EACH SERVICE LINE, EACH ONE RECORDED ON ENCFILE.

       CLAIM-FLUSH.
           IF LN-NDX = 0 GO TO CLAIM-FLUSH-EXIT.
           MOVE 0 TO CLM-TOTAL
           MOVE 1 TO LX.
       CLAIM-FLUSH-1.
           IF LX > LN-NDX GO TO CLAIM-FLUSH-2.
           MOVE LN-REC(LX) TO CHARCUR01
           ADD CC-AMOUNT TO CLM-TOTAL
           ADD 1 TO LX
           GO TO CLAIM-FLUSH-1.
       CLAIM-FLUSH-2.
           MOVE LN-REC(1) TO CHARCUR01
           PERFORM P7-CLAIM-HEADER
           MOVE 0 TO ENV-LINE-CTR
           MOVE 1 TO LX.
       CLAIM-FLUSH-3.
           IF LX > LN-NDX GO TO CLAIM-FLUSH-4.
           MOVE LN-REC(LX) TO CHARCUR01
           PERFORM P8-SERVICE-LINE
           PERFORM ENC-TRACK THRU ENC-TRACK-EXIT
           ADD 1 TO LX
           GO TO CLAIM-FLUSH-3.
       CLAIM-FLUSH-4.
           MOVE 0 TO LN-NDX.
       CLAIM-FLUSH-EXIT.
           EXIT.

      *******  THE MEMBER IS THE PATIENT ON THE PLAN'S ROSTER, SO THE
      *******  SUBSCRIBER LOOP CARRIES THE PATIENT'S OWN NAME AND
      *******  DEMOGRAPHICS AND THE ROSTER MEMBER ID, FALLING BACK TO
      *******  THE GUARANTOR AND THE GARFILE POLICY WHEN EITHER IS
      *******  MISSING.

       P7-CLAIM-HEADER.
           ADD 1 TO CLAIM-CCN
           MOVE CLAIM-CCN TO ENV-CCN
           MOVE 0 TO ENV-ARCH-SEQ
           ADD 1 TO CNT-CLAIMS
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE INVALID MOVE SPACE TO GARFILE01.
           PERFORM DOC-FIND THRU DOC-FIND-EXIT
           PERFORM MEMBER-FIND THRU MEMBER-FIND-EXIT
           MOVE SPACE TO OUT837
           STRING "NM1*85*2*" DOC-NAME "*****XX*" DOC-NPI "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           STRING "NM1*IL*1*" SUB-NAME DELIMITED BY SIZE
                  "****MI*" DELIMITED BY SIZE
                  MEMBER-ID DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
             INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           IF G-STREET NOT = SPACE
               STRING "N3*" G-STREET "~" DELIMITED BY SIZE INTO OUT837
           ELSE
               STRING "N3*" G-BILLADD "~" DELIMITED BY SIZE INTO OUT837
           END-IF
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           STRING "N4*" G-CITY "*" G-STATE "*" DELIMITED BY SIZE
                  G-ZIP DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
             INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           IF SUB-SEX = "M" OR "F"
               STRING "DMG*D8*" SUB-DOB "*" SUB-SEX "~"
                 DELIMITED BY SIZE INTO OUT837
           ELSE
               STRING "DMG*D8*" SUB-DOB "*U~"
                 DELIMITED BY SIZE INTO OUT837
           END-IF
           PERFORM W837-SEG
           PERFORM PLACE-FIND THRU PLACE-FIND-EXIT
           MOVE SPACE TO OUT837
           MOVE CLM-TOTAL TO CLM-AMT-ED
           STRING "CLM*" CC-KEY8 "-" CC-CLAIM "*" CLM-AMT-ED
                  "***" CLM-POS ":B:1*Y*A*Y*Y~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           PERFORM P7-1-DIAG THRU P7-1-DIAG-EXIT.

       P7-1-DIAG.
           MOVE SPACE TO DX-TAB01
           MOVE CC-DIAG TO DX-TAB(1)
           MOVE CC-DX2 TO DX-TAB(2)
           MOVE CC-DX3 TO DX-TAB(3)
           MOVE CC-DX4 TO DX-TAB(4)
           MOVE CC-DX5 TO DX-TAB(5)
           MOVE CC-DX6 TO DX-TAB(6)
           MOVE SPACE TO SEGBUF
           STRING "HI*ABK:" DX-TAB(1) DELIMITED BY SIZE INTO SEGBUF
           MOVE 2 TO DX-X.
       P7-1-DIAG-1.
           IF DX-X > 6 GO TO P7-1-DIAG-2.
           IF DX-TAB(DX-X) NOT = SPACE
               STRING SEGBUF DELIMITED BY SPACE
                      "*ABF:" DX-TAB(DX-X) DELIMITED BY SIZE
                 INTO SEGBUF
           END-IF
           ADD 1 TO DX-X
           GO TO P7-1-DIAG-1.
       P7-1-DIAG-2.
           MOVE SPACE TO OUT837
           STRING SEGBUF DELIMITED BY SPACE "~" DELIMITED BY SIZE
             INTO OUT837
           PERFORM W837-SEG.
       P7-1-DIAG-EXIT.
           EXIT.

       P8-SERVICE-LINE.
           ADD 1 TO ENV-LINE-CTR
           MOVE SPACE TO OUT837
           STRING "LX*" ENV-LINE-CTR "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           MOVE CC-AMOUNT TO AMT-ED
           STRING "SV1*HC:" CC-PROC1 ":" CC-MOD2
                  ":" CC-MOD3 ":" CC-MOD4 "*" AMT-ED "*UN*1***1~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG
           MOVE SPACE TO OUT837
           STRING "DTP*472*D8*" CC-DATE-T "~"
             DELIMITED BY SIZE INTO OUT837
           PERFORM W837-SEG.

      *******  THE SAME RENDERING-PROVIDER LOOKUP AS THE CLAIM RUNS:
      *******  CC-PAYCODE/CC-DOCP, ELSE THE "000" DEFAULT PROVIDER.

       DOC-FIND.
           MOVE CC-PAYCODE TO DOC-INS
           MOVE CC-DOCP TO DOC-NUM
           READ DOCFILE
             INVALID
               MOVE "000" TO DOC-INS
               MOVE CC-DOCP TO DOC-NUM
               READ DOCFILE
                 INVALID
                   MOVE SPACE TO DOCFILE01
               END-READ
           END-READ.
       DOC-FIND-EXIT.
           EXIT.

       MEMBER-FIND.
           MOVE G-GARNAME TO SUB-NAME
           MOVE G-DOB TO SUB-DOB
           MOVE G-SEX TO SUB-SEX
           MOVE CC-PATID TO P-PATNO
           READ PATFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE P-PATNAME TO SUB-NAME
               MOVE P-DOB TO SUB-DOB
               MOVE P-SEX TO SUB-SEX
           END-READ
           MOVE SPACE TO MEMBER-ID
           MOVE CC-PATID TO RS-PATID
           MOVE CC-PAYCODE TO RS-PAYCODE
           READ ROSTER
             INVALID
               CONTINUE
             NOT INVALID
               MOVE RS-MEMBER TO MEMBER-ID
           END-READ
           IF MEMBER-ID NOT = SPACE
               GO TO MEMBER-FIND-EXIT
           END-IF
           IF CC-PAYCODE = G-PRINS
               MOVE G-PRIPOL TO MEMBER-ID
               GO TO MEMBER-FIND-EXIT
           END-IF
           IF CC-PAYCODE = G-SEINS
               MOVE G-SECPOL TO MEMBER-ID
           END-IF.
       MEMBER-FIND-EXIT.
           EXIT.

      *******  CLM05-1 OFF PLACEFILE AS NEW837P DOES IT: A ROW'S OWN
      *******  POS CODE, ELSE 02/10 FOR THE TELEHEALTH CLASSES, ELSE
      *******  THE OFFICE 11.

       PLACE-FIND.
           MOVE "11" TO CLM-POS
           MOVE CC-PLACE TO DF1
           READ PLACEFILE
             INVALID
               GO TO PLACE-FIND-EXIT
           END-READ
           IF DF9 NOT = SPACE
               MOVE DF9 TO CLM-POS
               GO TO PLACE-FIND-EXIT
           END-IF
           IF DF2 = "T"
               MOVE "02" TO CLM-POS
           END-IF
           IF DF2 = "H"
               MOVE "10" TO CLM-POS
           END-IF.
       PLACE-FIND-EXIT.
           EXIT.

      *******  RECORD THE LINE'S SUBMISSION.  A RESENT LINE KEEPS THE
      *******  REJECTION CODE IT WENT BACK OUT ON SO THE REPORT SHOWS
      *******  WHY IT WAS SENT AGAIN.

       ENC-TRACK.
           MOVE CHARCUR-KEY TO EN-KEY
           IF LN-RESEND(LX) = "Y"
               READ ENCFILE
                 INVALID
                   GO TO ENC-TRACK-NEW
               END-READ
               MOVE CLAIM-CCN TO EN-CCN
               MOVE RUN-DATE-8 TO EN-DATE-SENT
               ADD 1 TO EN-SEND-COUNT
               MOVE "S" TO EN-STATUS
               MOVE SPACE TO EN-DATE-ACK
               REWRITE ENCFILE01
               ADD 1 TO CNT-RESENT
               GO TO ENC-TRACK-EXIT
           END-IF.
       ENC-TRACK-NEW.
           MOVE SPACE TO ENCFILE01
           MOVE CHARCUR-KEY TO EN-KEY
           MOVE CC-PATID TO EN-PATID
           MOVE CC-CLAIM TO EN-CLAIM
           MOVE CC-PAYCODE TO EN-PAYCODE
           MOVE CC-PROC1 TO EN-PROC
           MOVE CC-DATE-T TO EN-DATE-T
           MOVE CC-AMOUNT TO EN-AMOUNT
           MOVE CC-ADJ-DATE TO EN-DATE-CAP
           MOVE CLAIM-CCN TO EN-CCN
           MOVE RUN-DATE-8 TO EN-DATE-SENT
           MOVE 1 TO EN-SEND-COUNT
           MOVE "S" TO EN-STATUS
           WRITE ENCFILE01
             INVALID
               DISPLAY "ENCFILE DUPLICATE " EN-KEY
           END-WRITE
           ADD 1 TO CNT-NEW.
       ENC-TRACK-EXIT.
           EXIT.

       P9.
           PERFORM CLAIM-FLUSH THRU CLAIM-FLUSH-EXIT.
           IF ENV-GROUP-OPEN = "Y"
               PERFORM P6-CLOSE-GS
           END-IF
           IF ENV-FIRST-CLAIM = "N"
               MOVE SPACE TO OUT837
               STRING "IEA*" ENV-GS-COUNT "*" ENV-ISA-CTL "~"
                 DELIMITED BY SIZE
                 INTO OUT837
               PERFORM W837-RAW
           END-IF.

      *******  EVERY CAPITATED SERVICE THE PLAN HAS NOT YET ACCEPTED:
      *******  SENT THIS RUN, STILL INSIDE ACK-DAYS, NEVER ACKNOWLEDGED
      *******  PAST IT, OR REJECTED AND NOT YET RESENT.

       R0.
           MOVE SPACE TO ENCRPT01
           WRITE ENCRPT01
           MOVE SPACE TO ENCRPT01
           STRING "ACCOUNT  CLAIM  PATIENT  PLAN PROC  SERVICE  "
                  "     CHARGE SETTLED  CTL NO    SENT     TRY "
                  "STATUS                   CODE"
               DELIMITED BY SIZE INTO ENCRPT01
           WRITE ENCRPT01
           MOVE LOW-VALUE TO EN-KEY
           START ENCFILE KEY NOT < EN-KEY
             INVALID
               GO TO R9
           END-START.

       R1.
           READ ENCFILE NEXT
             AT END
               GO TO R9
           END-READ
           PERFORM PLAN-SLOT THRU PLAN-SLOT-EXIT
           IF EN-STATUS = "A"
               IF PX > 0
                   ADD 1 TO PL-ACC(PX)
               END-IF
               GO TO R1
           END-IF
           PERFORM R2-STATUS THRU R2-STATUS-EXIT
           ADD 1 TO CNT-OPEN
           MOVE EN-AMOUNT TO NEF-AMT
           MOVE SPACE TO ENCRPT01
           STRING EN-KEY8 " " EN-CLAIM " " EN-PATID " " EN-PAYCODE
                  "  " EN-PROC " " EN-DATE-T " " NEF-AMT " "
                  EN-DATE-CAP " " EN-CCN " " EN-DATE-SENT " "
                  EN-SEND-COUNT "  " RPT-STAT " " EN-ACK-CODE
               DELIMITED BY SIZE INTO ENCRPT01
           WRITE ENCRPT01
           GO TO R1.

       R2-STATUS.
           IF EN-STATUS = "R"
               MOVE "REJECTED" TO RPT-STAT
               IF PX > 0
                   ADD 1 TO PL-REJ(PX)
               END-IF
               GO TO R2-STATUS-EXIT
           END-IF
           IF EN-DATE-SENT = RUN-DATE-8
               IF EN-SEND-COUNT > 1
                   MOVE "RESENT THIS RUN" TO RPT-STAT
               ELSE
                   MOVE "SENT THIS RUN" TO RPT-STAT
               END-IF
               IF PX > 0
                   ADD 1 TO PL-SENT(PX)
               END-IF
               GO TO R2-STATUS-EXIT
           END-IF
           MOVE 0 TO AGE-DAYS
           IF EN-DATE-SENT NUMERIC AND EN-DATE-SENT NOT = "00000000"
               MOVE EN-DATE-SENT TO SENT8
               COMPUTE AGE-DAYS =
                   RUN-INT - FUNCTION INTEGER-OF-DATE(SENT8)
           END-IF
           IF AGE-DAYS > ACK-DAYS
               MOVE "NO ACKNOWLEDGMENT" TO RPT-STAT
               IF PX > 0
                   ADD 1 TO PL-LATE(PX)
               END-IF
           ELSE
               MOVE "AWAITING ACKNOWLEDGMENT" TO RPT-STAT
               IF PX > 0
                   ADD 1 TO PL-WAIT(PX)
               END-IF
           END-IF.
       R2-STATUS-EXIT.
           EXIT.

       PLAN-SLOT.
           MOVE 1 TO PX.
       PLAN-SLOT-1.
           IF PX > PLAN-NDX GO TO PLAN-SLOT-NEW.
           IF PL-PAYCODE(PX) = EN-PAYCODE
               GO TO PLAN-SLOT-EXIT
           END-IF
           ADD 1 TO PX
           GO TO PLAN-SLOT-1.
       PLAN-SLOT-NEW.
           IF PLAN-NDX = 50
               DISPLAY "PLAN TABLE FULL, " EN-PAYCODE " NOT TOTALED"
               MOVE 0 TO PX
               GO TO PLAN-SLOT-EXIT
           END-IF
           ADD 1 TO PLAN-NDX
           MOVE PLAN-NDX TO PX
           MOVE EN-PAYCODE TO PL-PAYCODE(PX)
           MOVE 0 TO PL-ACC(PX) PL-SENT(PX) PL-WAIT(PX) PL-LATE(PX)
               PL-REJ(PX).
       PLAN-SLOT-EXIT.
           EXIT.

       R9.
           MOVE SPACE TO ENCRPT01
           WRITE ENCRPT01
           MOVE 1 TO PX.
       R9-1.
           IF PX > PLAN-NDX GO TO R9-2.
           MOVE SPACE TO ENCRPT01
           STRING "PLAN " PL-PAYCODE(PX)
                  "  ACCEPTED " PL-ACC(PX)
                  "  SENT THIS RUN " PL-SENT(PX)
                  "  AWAITING " PL-WAIT(PX)
                  "  NO ACK " PL-LATE(PX)
                  "  REJECTED " PL-REJ(PX)
               DELIMITED BY SIZE INTO ENCRPT01
           WRITE ENCRPT01
           ADD 1 TO PX
           GO TO R9-1.
       R9-2.
           MOVE CNT-OPEN TO NEF-CNT
           MOVE SPACE TO ENCRPT01
           STRING NEF-CNT " CAPITATED SERVICES NOT YET ACCEPTED BY "
                  "THE PLAN" DELIMITED BY SIZE INTO ENCRPT01
           WRITE ENCRPT01
           DISPLAY "ENCOUNTER RUN: " CNT-CLAIMS " ENCOUNTERS, "
               CNT-NEW " NEW LINES, " CNT-RESENT " RESENT, "
               CNT-ACC " ACCEPTED, " CNT-REJ " REJECTED".
           GO TO 9999-EXIT.

       0006-PARM.
           OPEN INPUT PARMFILE
           MOVE 0 TO PARM-X.
       0006-PARM-1.
           IF PARM-X < 14
               READ PARMFILE
                 AT END
                   GO TO 0006-PARM-2
               END-READ
               ADD 1 TO PARM-X
               IF PARM-X = 2 AND PF1 NOT = SPACE
                   MOVE PF1(1:15) TO ENV-SUBMITTER
               END-IF
               IF PARM-X = 9 AND PF1 NOT = SPACE
                   MOVE PF1(1:29) TO ENV-SUBNAME
               END-IF
               GO TO 0006-PARM-1
           END-IF
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PF1 NOT = SPACE
                   MOVE PF1(1:15) TO ENV-RECEIVER
               END-IF
           END-READ.
       0006-PARM-2.
           CLOSE PARMFILE.
       0006-PARM-EXIT.
           EXIT.

       ENV-READ.
           OPEN INPUT ENVCTL
           READ ENVCTL
             AT END
               CONTINUE
             NOT AT END
               MOVE EC-LAST TO ENV-ISA-NEXT
               ADD 1 TO ENV-ISA-NEXT
           END-READ
           CLOSE ENVCTL.
       ENV-READ-EXIT.
           EXIT.

       ENV-WRITE.
           OPEN OUTPUT ENVCTL
           SUBTRACT 1 FROM ENV-ISA-NEXT GIVING EC-LAST
           WRITE ENVCTL01
           CLOSE ENVCTL.
       ENV-WRITE-EXIT.
           EXIT.

       CCN-READ.
           MOVE 0 TO CLAIM-CCN
           OPEN INPUT CCNFILE
           READ CCNFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE CCN-LAST TO CLAIM-CCN
           END-READ
           CLOSE CCNFILE.
       CCN-READ-EXIT.
           EXIT.

       CCN-WRITE.
           OPEN OUTPUT CCNFILE
           MOVE CLAIM-CCN TO CCN-LAST
           WRITE CCNFILE01
           CLOSE CCNFILE.
       CCN-WRITE-EXIT.
           EXIT.

       CLAIM-ARCHIVE.
           ADD 1 TO ENV-ARCH-SEQ
           MOVE SPACE TO CLMARCH01
           MOVE ENV-CCN TO CA-CCN
           MOVE "E" TO CA-FORM
           MOVE ENV-ARCH-SEQ TO CA-SEQ
           MOVE RUN-DATE-8 TO CA-DATE
           MOVE OUT837 TO CA-LINE
           WRITE CLMARCH01
             INVALID
               DISPLAY "CLMARCH DUPLICATE " CA-KEY
           END-WRITE.
       CLAIM-ARCHIVE-EXIT.
           EXIT.

       9999-EXIT.
           IF ENV-FIRST-CLAIM = "N"
               PERFORM ENV-WRITE THRU ENV-WRITE-EXIT
           END-IF.
           IF CNT-CLAIMS > 0
               PERFORM CCN-WRITE THRU CCN-WRITE-EXIT
           END-IF.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR GARFILE PATFILE INSFILE DOCFILE PLACEFILE
                 ROSTER ENCACK ENCFILE ENC837 ENCRPT CLMARCH SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "NEWENC" TO SL-PGM
           MOVE RUN-DATE-8 TO SL-DATE
           MOVE CNT-CLAIMS TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
