      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-17 sw  new program - inbound HL7 v2 DFT^P03 charge
      *                interface from the hospital radiology system.
      *                each message's PID, PV1 and FT1 segments are
      *                placed the way ste001 places its flat extract:
      *                PID-3 medical record number to G-GARNO through
      *                G-ACCT, the patient to CD-PATID by birth date,
      *                the FT1-7 charge code to CD-PROC through the
      *                PROC-OLD CDM crosswalk, and a CHARNEW line is
      *                staged per FT1 for blced001 and fix-charnew.
      *                every message gets an ACK (MSA AA/AE/AR) back
      *                on DFTACK; a message that cannot be placed is
      *                copied whole to DFTREJ, where it can be
      *                corrected and fed back through, instead of
      *                being dropped.  DFTCTL remembers every control
      *                id loaded, so a message the hospital re-sends
      *                after a lost ACK is acknowledged, not charged
      *                twice.
      * 2026-10-03 sw  CH-AMOUNT and the amount edit widened to six
      *                dollar digits.
      * 2026-10-15 sw  an FT1 quantity over 99 rejects the message
      *                instead of being cut to two digits.  an account
      *                with no free CD-KEY3 takes back the lines the
      *                message already staged and rejects it AE to
      *                DFTREJ, without a DFTCTL entry, so the
      *                retransmission is charged once.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dftload.
       AUTHOR. SWAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HL7IN ASSIGN TO "S199" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT DFTACK ASSIGN TO "S200" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT DFTREJ ASSIGN TO "S201" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT DFTRPT ASSIGN TO "S202" ORGANIZATION
           LINE SEQUENTIAL.

           SELECT OPTIONAL DFTCTL ASSIGN TO "S203"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DC-CTLID
           LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           LOCK MODE MANUAL.

           SELECT PATFILE ASSIGN TO "S32" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC    RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.

           SELECT CHARNEW ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
           LOCK MODE MANUAL.

           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.

           SELECT REFPHY ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC  RECORD KEY IS REF-KEY
           ALTERNATE RECORD KEY IS REF-BSNUM  WITH DUPLICATES
           ALTERNATE RECORD KEY IS REF-CRNUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS REF-UPIN  WITH DUPLICATES
           ALTERNATE RECORD KEY IS REF-CDNUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS REF-NAME  WITH DUPLICATES
           LOCK MODE MANUAL.

           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *******  ONE HL7 SEGMENT PER LINE, FIELDS SEPARATED BY "|",
      *******  COMPONENTS BY "^", REPETITIONS BY "~".  A MESSAGE
      *******  STARTS AT ITS MSH AND RUNS TO THE NEXT ONE.
       FD  HL7IN.
       01  HL7IN01 PIC X(512).

       FD  DFTACK.
       01  DFTACK01 PIC X(200).

       FD  DFTREJ.
       01  DFTREJ01 PIC X(512).

       FD  DFTRPT.
       01  DFTRPT01 PIC X(132).

      *******  ONE RECORD PER MESSAGE CONTROL ID (MSH-10) LOADED.
       FD  DFTCTL.
       01  DFTCTL01.
           02 DC-CTLID PIC X(20).
           02 DC-DATE PIC X(8).
           02 DC-GARNO PIC X(8).
           02 DC-LINES PIC 99.

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

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CHARNEW.
           COPY "charnew.cpy".

       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  REFPHY
           DATA RECORD IS REFPHY01.
       01  REFPHY01.
           02 REF-KEY PIC XXX.
           02 REF-BSNUM PIC X(5).
           02 REF-CRNUM PIC X(6).
           02 REF-UPIN PIC X(6).
           02 REF-CDNUM PIC X(7).
           02 REF-NAME PIC X(24).
           02 REF-NPI PIC X(10).
           02 REF-MERGED PIC XXX.

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  RUN-TIME PIC X(8).
       01  SEG-ID PIC XXX.
       01  MSG-OPEN PIC X VALUE "N".
       01  MSG-COUNT PIC 9(7) VALUE 0.
       01  CHG-COUNT PIC 9(7) VALUE 0.
       01  REJ-COUNT PIC 9(7) VALUE 0.
       01  DUP-COUNT PIC 9(7) VALUE 0.
       01  ACK-SEQ PIC 9(6) VALUE 0.
       01  RIGHT-8 PIC X(8) JUST RIGHT.
       01  ALF8 PIC X(8).
       01  NEF-9 PIC ZZZ,ZZ9.99CR.
       01  QTY-N PIC 99.
       01  QTY-W PIC S9(9).
       01  SLOT-N PIC 999.
       01  FX PIC 99.
       01  SX PIC 99.
       01  WRITE-OK PIC X.

      *******  THE FIELDS OF THE SEGMENT IN HAND.  FL-TAB(1) IS THE
      *******  SEGMENT ID, SO FIELD N OF A PID/PV1/FT1 IS FL-TAB(N+1);
      *******  ON THE MSH, WHOSE FIRST FIELD IS THE "|" ITSELF, FIELD
      *******  N IS FL-TAB(N).
       01  FL-TAB01.
           02 FL-TAB PIC X(80) OCCURS 27 TIMES.
       01  CMP-SRC PIC X(80).
       01  CMP-TAB01.
           02 CMP-TAB PIC X(40) OCCURS 4 TIMES.
       01  RPT-TAB01.
           02 RPT-TAB PIC X(40) OCCURS 3 TIMES.

      *******  THE MESSAGE IN HAND -- HEADER, PATIENT, VISIT AND UP TO
      *******  20 FT1 CHARGES, PLUS EVERY RAW SEGMENT SO A REJECTED
      *******  MESSAGE GOES OUT TO DFTREJ EXACTLY AS IT CAME IN.
       01  MSG-HDR.
           02 MH-SND-APP PIC X(20).
           02 MH-SND-FAC PIC X(20).
           02 MH-TYPE PIC X(3).
           02 MH-EVENT PIC X(3).
           02 MH-CTLID PIC X(20).
           02 MH-VERSION PIC X(8).
       01  MSG-ERR PIC X(40).
       01  ACK-CODE PIC XX.
       01  MSG-DUP PIC X.
       01  PID-MRN PIC X(40).
       01  PID-MRN8 PIC X(8).
       01  PID-NAME PIC X(24).
       01  PID-DOB PIC X(8).
       01  PV1-CLASS PIC X.
       01  PV1-REFDOC PIC X(40).
       01  DG1-DIAG PIC X(40).
       01  PAT-ID PIC X(8).
       01  HOLD-PATID PIC X(8).
       01  MSG-SEG-CNT PIC 99 VALUE 0.
       01  MSG-SEG-TAB01.
           02 MSG-SEG PIC X(512) OCCURS 60 TIMES.

       01  FT1-CNT PIC 99 VALUE 0.
       01  FT1-TAB01.
           02 FT1-ENT OCCURS 20 TIMES.
             03 FT-DATE PIC X(40).
             03 FT-TYPE PIC XX.
             03 FT-CODE PIC X(40).
             03 FT-QTY PIC X(10).
             03 FT-DIAG PIC X(40).
             03 FT-DOCP PIC X(40).
             03 FT-DOCR PIC X(40).
             03 FT-MOD PIC XX OCCURS 3 TIMES.
      *******  THE CHARNEW LINE EACH FT1 PLACES TO.
             03 CH-PROC PIC X(7).
             03 CH-MOD2 PIC XX.
             03 CH-MOD3 PIC XX.
             03 CH-MOD4 PIC XX.
             03 CH-AMOUNT PIC S9(6)V99.
             03 CH-DIAG PIC X(7).
             03 CH-DOCR PIC XXX.
             03 CH-DOCP PIC XX.
             03 CH-KEY PIC X(11).

       01  CDM-CODE PIC X(7).
       01  CDM-PROC PIC X(7).
       01  DIAG-WORK PIC X(40).
       01  DIAG-A PIC X(7).
       01  DIAG-B PIC X(7).
       01  DIAG-OUT PIC X(7).
       01  DOC-WORK PIC X(40).
       01  MX PIC 9.

       01  PROC-TAB01.
           02 PROC-TAB-ENT OCCURS 20000 TIMES.
              03 PT-OLD PIC X(7).
              03 PT-KEY PIC X(7).
       01  PROC-TAB-CNT PIC 9(5) VALUE 0.
       01  PROC-TAB-NDX PIC 9(5).

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT HL7IN GARFILE PATFILE CHARCUR PROCFILE REFPHY.
           OPEN I-O CHARNEW DFTCTL.
           OPEN OUTPUT DFTACK DFTREJ DFTRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM LOAD-PROCTAB THRU LOAD-PROCTAB-EXIT.

       P1.
           MOVE SPACE TO HL7IN01
           READ HL7IN
             AT END
               GO TO P8
           END-READ

           IF HL7IN01 = SPACE GO TO P1.
           MOVE HL7IN01(1:3) TO SEG-ID

           IF SEG-ID = "MSH"
               IF MSG-OPEN = "Y"
                   PERFORM END-MESSAGE THRU END-MESSAGE-EXIT
               END-IF
               PERFORM START-MESSAGE THRU START-MESSAGE-EXIT
               GO TO P1
           END-IF

           IF MSG-OPEN = "N"
               MOVE SPACE TO DFTRPT01
               STRING "SEGMENT OUTSIDE ANY MESSAGE, SKIPPED: "
                   HL7IN01(1:60)
                   DELIMITED BY SIZE INTO DFTRPT01
               WRITE DFTRPT01
               GO TO P1
           END-IF

           PERFORM SAVE-SEGMENT THRU SAVE-SEGMENT-EXIT
           PERFORM SPLIT-FIELDS THRU SPLIT-FIELDS-EXIT

           IF SEG-ID = "PID"
               PERFORM P2-PID THRU P2-PID-EXIT
           END-IF
           IF SEG-ID = "PV1"
               PERFORM P3-PV1 THRU P3-PV1-EXIT
           END-IF
           IF SEG-ID = "FT1"
               PERFORM P4-FT1 THRU P4-FT1-EXIT
           END-IF
           IF SEG-ID = "DG1"
               PERFORM P5-DG1 THRU P5-DG1-EXIT
           END-IF
           GO TO P1.

       P8.
           IF MSG-OPEN = "Y"
               PERFORM END-MESSAGE THRU END-MESSAGE-EXIT
           END-IF.

       P9.
           MOVE SPACE TO DFTRPT01
           WRITE DFTRPT01
           MOVE SPACE TO DFTRPT01
           STRING "MESSAGES " MSG-COUNT "  CHARGES STAGED " CHG-COUNT
               "  REJECTED " REJ-COUNT "  DUPLICATES " DUP-COUNT
               DELIMITED BY SIZE INTO DFTRPT01
           WRITE DFTRPT01
           DISPLAY "DFT LOAD " MSG-COUNT " MESSAGES, " CHG-COUNT
               " CHARGES, " REJ-COUNT " REJECTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE HL7IN GARFILE PATFILE CHARCUR PROCFILE REFPHY
               CHARNEW DFTCTL DFTACK DFTREJ DFTRPT SUMLOG.
           STOP RUN.

      *******  MSH OPENS A NEW MESSAGE.  ONLY A DFT IS TAKEN; ANYTHING
      *******  ELSE THE RIS SENDS DOWN THIS FEED IS REJECTED (AR).

       START-MESSAGE.
           MOVE "Y" TO MSG-OPEN
           ADD 1 TO MSG-COUNT
           MOVE SPACE TO MSG-HDR MSG-ERR PID-MRN PID-MRN8 PID-NAME
               PID-DOB PV1-CLASS PV1-REFDOC DG1-DIAG PAT-ID
           MOVE "AA" TO ACK-CODE
           MOVE "N" TO MSG-DUP
           MOVE 0 TO MSG-SEG-CNT FT1-CNT
           PERFORM SAVE-SEGMENT THRU SAVE-SEGMENT-EXIT
           PERFORM SPLIT-FIELDS THRU SPLIT-FIELDS-EXIT
           MOVE FL-TAB(3) TO MH-SND-APP
           MOVE FL-TAB(4) TO MH-SND-FAC
           MOVE FL-TAB(10) TO MH-CTLID
           MOVE FL-TAB(12) TO MH-VERSION
           MOVE FL-TAB(9) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO MH-TYPE
           MOVE CMP-TAB(2) TO MH-EVENT

           IF MH-CTLID = SPACE
               MOVE "AR" TO ACK-CODE
               MOVE "NO MSH-10 MESSAGE CONTROL ID" TO MSG-ERR
               GO TO START-MESSAGE-EXIT
           END-IF
           IF MH-TYPE NOT = "DFT"
               MOVE "AR" TO ACK-CODE
               MOVE "NOT A DFT MESSAGE" TO MSG-ERR
           END-IF.
       START-MESSAGE-EXIT.
           EXIT.

       SAVE-SEGMENT.
           IF MSG-SEG-CNT = 60
               MOVE "MESSAGE OVER 60 SEGMENTS" TO MSG-ERR
               GO TO SAVE-SEGMENT-EXIT
           END-IF
           ADD 1 TO MSG-SEG-CNT
           MOVE HL7IN01 TO MSG-SEG(MSG-SEG-CNT).
       SAVE-SEGMENT-EXIT.
           EXIT.

       SPLIT-FIELDS.
           MOVE SPACE TO FL-TAB01
           UNSTRING HL7IN01 DELIMITED BY "|"
             INTO FL-TAB(1) FL-TAB(2) FL-TAB(3) FL-TAB(4) FL-TAB(5)
                  FL-TAB(6) FL-TAB(7) FL-TAB(8) FL-TAB(9) FL-TAB(10)
                  FL-TAB(11) FL-TAB(12) FL-TAB(13) FL-TAB(14)
                  FL-TAB(15) FL-TAB(16) FL-TAB(17) FL-TAB(18)
                  FL-TAB(19) FL-TAB(20) FL-TAB(21) FL-TAB(22)
                  FL-TAB(23) FL-TAB(24) FL-TAB(25) FL-TAB(26)
                  FL-TAB(27).
       SPLIT-FIELDS-EXIT.
           EXIT.

      *******  FIRST REPETITION ONLY, THEN ITS COMPONENTS.

       SPLIT-COMPONENTS.
           MOVE SPACE TO CMP-TAB01
           UNSTRING CMP-SRC DELIMITED BY "~" INTO CMP-TAB(1)
           MOVE CMP-TAB(1) TO CMP-SRC
           MOVE SPACE TO CMP-TAB01
           UNSTRING CMP-SRC DELIMITED BY "^"
             INTO CMP-TAB(1) CMP-TAB(2) CMP-TAB(3) CMP-TAB(4).
       SPLIT-COMPONENTS-EXIT.
           EXIT.

      *******  PID-3 PATIENT IDENTIFIER LIST (THE HOSPITAL MEDICAL
      *******  RECORD NUMBER), PID-5 NAME, PID-7 BIRTH DATE.

       P2-PID.
           MOVE FL-TAB(4) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO PID-MRN
           MOVE FL-TAB(6) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE SPACE TO PID-NAME
           STRING CMP-TAB(1) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               CMP-TAB(2) DELIMITED BY "  "
               INTO PID-NAME
           MOVE FL-TAB(8)(1:8) TO PID-DOB.
       P2-PID-EXIT.
           EXIT.

      *******  PV1-2 PATIENT CLASS, PV1-8 REFERRING DOCTOR (THE
      *******  FALLBACK WHEN AN FT1 CARRIES NO ORDERING PROVIDER).

       P3-PV1.
           MOVE FL-TAB(3)(1:1) TO PV1-CLASS
           MOVE FL-TAB(9) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO PV1-REFDOC.
       P3-PV1-EXIT.
           EXIT.

      *******  FT1-4 TRANSACTION DATE, FT1-6 TYPE (CG CHARGE, CD
      *******  CREDIT), FT1-7 CHARGE (CDM) CODE, FT1-10 QUANTITY,
      *******  FT1-19 DIAGNOSIS, FT1-20 PERFORMED BY (THE READING
      *******  RADIOLOGIST), FT1-21 ORDERED BY, FT1-26 MODIFIERS.

       P4-FT1.
           IF FT1-CNT = 20
               MOVE "MESSAGE OVER 20 FT1 SEGMENTS" TO MSG-ERR
               GO TO P4-FT1-EXIT
           END-IF
           ADD 1 TO FT1-CNT
           MOVE SPACE TO FT1-ENT(FT1-CNT)
           MOVE FL-TAB(5) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO FT-DATE(FT1-CNT)
           MOVE FL-TAB(7) TO FT-TYPE(FT1-CNT)
           MOVE FL-TAB(8) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO FT-CODE(FT1-CNT)
           MOVE FL-TAB(11) TO FT-QTY(FT1-CNT)
           MOVE FL-TAB(20) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO FT-DIAG(FT1-CNT)
           MOVE FL-TAB(21) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO FT-DOCP(FT1-CNT)
           MOVE FL-TAB(22) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO FT-DOCR(FT1-CNT)

           MOVE SPACE TO RPT-TAB01
           UNSTRING FL-TAB(27) DELIMITED BY "~"
             INTO RPT-TAB(1) RPT-TAB(2) RPT-TAB(3)
           MOVE 1 TO MX.
       P4-FT1-1.
           IF MX > 3 GO TO P4-FT1-EXIT.
           MOVE RPT-TAB(MX) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO FT-MOD(FT1-CNT MX)
           ADD 1 TO MX
           GO TO P4-FT1-1.
       P4-FT1-EXIT.
           EXIT.

      *******  DG1-3, KEPT ONLY AS THE DIAGNOSIS FOR AN FT1 THAT
      *******  CARRIES NONE OF ITS OWN.

       P5-DG1.
           IF DG1-DIAG NOT = SPACE GO TO P5-DG1-EXIT.
           MOVE FL-TAB(4) TO CMP-SRC
           PERFORM SPLIT-COMPONENTS THRU SPLIT-COMPONENTS-EXIT
           MOVE CMP-TAB(1) TO DG1-DIAG.
       P5-DG1-EXIT.
           EXIT.

      *******  THE WHOLE MESSAGE IS IN.  A DUPLICATE IS ACKNOWLEDGED
      *******  AND LEFT ALONE; OTHERWISE EVERY FT1 MUST PLACE BEFORE
      *******  ANY OF THEM IS STAGED, SO A MESSAGE NEVER HALF-POSTS.

       END-MESSAGE.
           IF MSG-ERR = SPACE
               PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-EXIT
           END-IF
           IF MSG-ERR = SPACE AND MSG-DUP = "N"
               PERFORM PLACE-MESSAGE THRU PLACE-MESSAGE-EXIT
           END-IF
           IF MSG-ERR = SPACE AND MSG-DUP = "N"
               PERFORM POST-MESSAGE THRU POST-MESSAGE-EXIT
           END-IF
           IF MSG-ERR NOT = SPACE
               IF ACK-CODE = "AA"
                   MOVE "AE" TO ACK-CODE
               END-IF
               PERFORM REJECT-MESSAGE THRU REJECT-MESSAGE-EXIT
           END-IF
           PERFORM WRITE-ACK THRU WRITE-ACK-EXIT
           MOVE "N" TO MSG-OPEN.
       END-MESSAGE-EXIT.
           EXIT.

       CHECK-DUPLICATE.
           MOVE MH-CTLID TO DC-CTLID
           READ DFTCTL
             INVALID
               GO TO CHECK-DUPLICATE-EXIT
           END-READ
           MOVE "Y" TO MSG-DUP
           ADD 1 TO DUP-COUNT
           MOVE SPACE TO DFTRPT01
           STRING MH-CTLID " ALREADY LOADED " DC-DATE
               " TO " DC-GARNO " -- ACKNOWLEDGED, NOT RE-STAGED"
               DELIMITED BY SIZE INTO DFTRPT01
           WRITE DFTRPT01.
       CHECK-DUPLICATE-EXIT.
           EXIT.

       PLACE-MESSAGE.
           IF PID-MRN = SPACE
               MOVE "NO PID-3 MEDICAL RECORD NUMBER" TO MSG-ERR
               GO TO PLACE-MESSAGE-EXIT
           END-IF
           IF FT1-CNT = 0
               MOVE "NO FT1 SEGMENTS" TO MSG-ERR
               GO TO PLACE-MESSAGE-EXIT
           END-IF
           IF PID-MRN(9:) NOT = SPACE
               MOVE "PID-3 LONGER THAN 8" TO MSG-ERR
               GO TO PLACE-MESSAGE-EXIT
           END-IF

      *******  SAME MEDICAL-RECORD NORMALIZING AS STE001 -- RIGHT
      *******  JUSTIFIED, ZERO FILLED TO G-ACCT'S 8.

           MOVE PID-MRN TO ALF8
           MOVE SPACE TO RIGHT-8
           UNSTRING ALF8 DELIMITED BY " " INTO RIGHT-8
           INSPECT RIGHT-8 REPLACING LEADING " " BY "0"
           MOVE RIGHT-8 TO PID-MRN8

           MOVE PID-MRN8 TO G-ACCT
           START GARFILE KEY NOT < G-ACCT
             INVALID
               MOVE "MRN NOT ON GARFILE" TO MSG-ERR
               GO TO PLACE-MESSAGE-EXIT
           END-START.
       PLACE-MESSAGE-1.
           READ GARFILE NEXT
             AT END
               MOVE "MRN NOT ON GARFILE" TO MSG-ERR
               GO TO PLACE-MESSAGE-EXIT
           END-READ
           IF G-ACCT NOT = PID-MRN8
               MOVE "MRN NOT ON GARFILE" TO MSG-ERR
               GO TO PLACE-MESSAGE-EXIT
           END-IF
      *******  A MERGED-AWAY ACCOUNT KEEPS ITS G-ACCT; SKIP TO THE
      *******  SURVIVOR.
           IF G-DELETE = "Y" GO TO PLACE-MESSAGE-1.

           PERFORM FIND-PATIENT THRU FIND-PATIENT-EXIT
           IF MSG-ERR NOT = SPACE GO TO PLACE-MESSAGE-EXIT.

           MOVE 1 TO FX.
       PLACE-MESSAGE-2.
           IF FX > FT1-CNT GO TO PLACE-MESSAGE-EXIT.
           PERFORM PLACE-FT1 THRU PLACE-FT1-EXIT
           IF MSG-ERR NOT = SPACE GO TO PLACE-MESSAGE-EXIT.
           ADD 1 TO FX
           GO TO PLACE-MESSAGE-2.
       PLACE-MESSAGE-EXIT.
           EXIT.

      *******  THE GUARANTOR WHEN THE BIRTH DATES AGREE (OR
      *******  THE FEED SENT NONE); OTHERWISE A PATIENT ALREADY BILLED
      *******  ON THIS ACCOUNT WHOSE PATFILE BIRTH DATE MATCHES.  A
      *******  PATIENT THE ACCOUNT HAS NEVER SEEN IS LEFT FOR A PERSON
      *******  TO SET UP.

       FIND-PATIENT.
           MOVE G-GARNO TO PAT-ID
           IF PID-DOB = SPACE OR PID-DOB = G-DOB
               GO TO FIND-PATIENT-EXIT
           END-IF
           MOVE SPACE TO PAT-ID HOLD-PATID
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO FIND-PATIENT-9
           END-START.
       FIND-PATIENT-1.
           READ CHARCUR NEXT
             AT END
               GO TO FIND-PATIENT-9
           END-READ
           IF CC-KEY8 NOT = G-GARNO GO TO FIND-PATIENT-9.
           IF CC-PATID8 NOT = "P" GO TO FIND-PATIENT-1.
           IF CC-PATID = HOLD-PATID GO TO FIND-PATIENT-1.
           MOVE CC-PATID TO HOLD-PATID P-PATNO
           READ PATFILE
             INVALID
               GO TO FIND-PATIENT-1
           END-READ
           IF P-DOB = PID-DOB
               MOVE P-PATNO TO PAT-ID
               GO TO FIND-PATIENT-EXIT
           END-IF
           GO TO FIND-PATIENT-1.
       FIND-PATIENT-9.
           MOVE "PATIENT NOT FOUND ON ACCOUNT" TO MSG-ERR.
       FIND-PATIENT-EXIT.
           EXIT.

       PLACE-FT1.
           IF FT-DATE(FX)(1:8) NOT NUMERIC
               MOVE "BAD FT1-4 TRANSACTION DATE" TO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-IF

           MOVE FT-CODE(FX) TO CDM-CODE
           PERFORM CROSSWALK THRU CROSSWALK-EXIT
           IF CDM-PROC = SPACE
               MOVE SPACE TO MSG-ERR
               STRING "CDM " CDM-CODE " NOT ON PROCFILE"
                   DELIMITED BY SIZE INTO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-IF
           MOVE CDM-PROC TO PROC-KEY CH-PROC(FX)
           READ PROCFILE
             INVALID
               MOVE "CROSSWALK PROCEDURE NOT ON PROCFILE" TO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-READ

           MOVE 1 TO QTY-N
           IF FT-QTY(FX) NOT = SPACE
               MOVE FUNCTION NUMVAL(FT-QTY(FX)) TO QTY-W
               IF QTY-W < 0 OR QTY-W > 99
                   MOVE "FT1-10 QUANTITY OVER 99" TO MSG-ERR
                   GO TO PLACE-FT1-EXIT
               END-IF
               MOVE QTY-W TO QTY-N
               IF QTY-N = 0
                   MOVE 1 TO QTY-N
               END-IF
           END-IF
           MULTIPLY PROC-AMOUNT BY QTY-N GIVING CH-AMOUNT(FX)
             ON SIZE ERROR
               MOVE "FT1-10 QUANTITY TOO LARGE" TO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-MULTIPLY
           IF FT-TYPE(FX) = "CD" OR FT-TYPE(FX) = "CR"
               COMPUTE CH-AMOUNT(FX) = 0 - CH-AMOUNT(FX)
           END-IF

      *******  MODIFIERS BEYOND THE ONE ALREADY IN THE PROCFILE KEY.

           MOVE SPACE TO CH-MOD2(FX) CH-MOD3(FX) CH-MOD4(FX)
           MOVE 1 TO MX.
       PLACE-FT1-1.
           IF MX > 3 GO TO PLACE-FT1-2.
           IF FT-MOD(FX MX) = SPACE OR FT-MOD(FX MX) = PROC-KEY2
               ADD 1 TO MX
               GO TO PLACE-FT1-1
           END-IF
           IF CH-MOD2(FX) = SPACE
               MOVE FT-MOD(FX MX) TO CH-MOD2(FX)
           ELSE
               IF CH-MOD3(FX) = SPACE
                   MOVE FT-MOD(FX MX) TO CH-MOD3(FX)
               ELSE
                   MOVE FT-MOD(FX MX) TO CH-MOD4(FX)
               END-IF
           END-IF
           ADD 1 TO MX
           GO TO PLACE-FT1-1.

       PLACE-FT1-2.
           MOVE FT-DIAG(FX) TO DIAG-WORK
           IF DIAG-WORK = SPACE
               MOVE DG1-DIAG TO DIAG-WORK
           END-IF
           IF DIAG-WORK = SPACE
               MOVE "NO FT1-19 OR DG1 DIAGNOSIS" TO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-IF
      *******  DIAGFILE CARRIES ICD CODES WITHOUT THE DECIMAL POINT.
           MOVE SPACE TO DIAG-A DIAG-B DIAG-OUT
           UNSTRING DIAG-WORK DELIMITED BY "." INTO DIAG-A DIAG-B
           STRING DIAG-A DELIMITED BY " "
               DIAG-B DELIMITED BY " "
               INTO DIAG-OUT
           MOVE DIAG-OUT TO CH-DIAG(FX)

      *******  ORDERING DOCTOR BY THE HOSPITAL'S OWN DOCTOR NUMBER
      *******  (REF-CDNUM), THROUGH TO THE SURVIVOR IF IT WAS MERGED.

           MOVE FT-DOCR(FX) TO DOC-WORK
           IF DOC-WORK = SPACE
               MOVE PV1-REFDOC TO DOC-WORK
           END-IF
           IF DOC-WORK = SPACE
               MOVE "NO ORDERING DOCTOR" TO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-IF
           MOVE DOC-WORK TO REF-CDNUM
           READ REFPHY KEY IS REF-CDNUM
             INVALID
               MOVE SPACE TO MSG-ERR
               STRING "ORDERING DOCTOR " DOC-WORK(1:7)
                   " NOT ON REFPHY"
                   DELIMITED BY SIZE INTO MSG-ERR
               GO TO PLACE-FT1-EXIT
           END-READ
           MOVE REF-KEY TO CH-DOCR(FX)
           IF REF-MERGED NOT = SPACE
               MOVE REF-MERGED TO CH-DOCR(FX)
           END-IF

      *******  THE READING RADIOLOGIST.  NO READER YET STAGES AS "00",
      *******  THE SAME UNREAD MARK THE ORDER FEED USES.

           MOVE "00" TO CH-DOCP(FX)
           IF FT-DOCP(FX)(1:2) NUMERIC AND FT-DOCP(FX)(3:) = SPACE
               MOVE FT-DOCP(FX)(1:2) TO CH-DOCP(FX)
           END-IF.
       PLACE-FT1-EXIT.
           EXIT.

      *******  STAGE EACH PLACED FT1 INTO THE ACCOUNT'S NEXT CD-KEY3
      *******  FREE ON BOTH CHARCUR AND CHARNEW, PROBING THE WAY
      *******  GARMERGE DOES.  AN ACCOUNT WITH NO FREE SLOT LEFT TAKES
      *******  BACK WHAT THE MESSAGE ALREADY STAGED AND REJECTS IT
      *******  WHOLE (AE, NOT LOGGED ON DFTCTL), SO THE HOSPITAL'S
      *******  RETRANSMISSION POSTS IT ONCE.

       POST-MESSAGE.
           MOVE 1 TO FX.
       POST-MESSAGE-1.
           IF FX > FT1-CNT GO TO POST-MESSAGE-9.
           MOVE SPACE TO CHARNEW01
           MOVE G-GARNO TO CD-KEY8
           MOVE PAT-ID TO CD-PATID
           MOVE PV1-CLASS TO CD-SERVICE
           MOVE CH-DIAG(FX) TO CD-DIAG
           MOVE CH-PROC(FX) TO CD-PROC
           MOVE CH-MOD2(FX) TO CD-MOD2
           MOVE CH-MOD3(FX) TO CD-MOD3
           MOVE CH-MOD4(FX) TO CD-MOD4
           MOVE CH-AMOUNT(FX) TO CD-AMOUNT
           MOVE CH-DOCR(FX) TO CD-DOCR
           MOVE CH-DOCP(FX) TO CD-DOCP
           MOVE G-PRINS TO CD-PAYCODE
           MOVE FT-DATE(FX)(1:8) TO CD-DATE-T
           PERFORM PROBE-CHARNEW THRU PROBE-CHARNEW-EXIT
           MOVE SPACE TO DFTRPT01
           IF WRITE-OK = "N"
               STRING MH-CTLID " " G-GARNO " " CD-PROC
                   " NO FREE CD-KEY3 -- NOT STAGED"
                   DELIMITED BY SIZE INTO DFTRPT01
               WRITE DFTRPT01
               MOVE "NO FREE CD-KEY3 ON ACCOUNT" TO MSG-ERR
               GO TO POST-MESSAGE-8
           ELSE
               MOVE CHARNEW-KEY TO CH-KEY(FX)
               ADD 1 TO CHG-COUNT
               MOVE CD-AMOUNT TO NEF-9
               STRING MH-CTLID " " CHARNEW-KEY " " CD-PATID " "
                   PID-NAME " " CD-DATE-T " " CD-PROC " " CD-DIAG
                   " " CD-DOCR " " CD-DOCP " " NEF-9
                   DELIMITED BY SIZE INTO DFTRPT01
               WRITE DFTRPT01
           END-IF
           ADD 1 TO FX
           GO TO POST-MESSAGE-1.
       POST-MESSAGE-8.
           SUBTRACT 1 FROM FX.
           IF FX = 0 GO TO POST-MESSAGE-EXIT.
           MOVE CH-KEY(FX) TO CHARNEW-KEY
           DELETE CHARNEW
             INVALID
               CONTINUE
           END-DELETE
           SUBTRACT 1 FROM CHG-COUNT
           MOVE SPACE TO DFTRPT01
           STRING MH-CTLID " " CH-KEY(FX) " BACKED OUT"
               DELIMITED BY SIZE INTO DFTRPT01
           WRITE DFTRPT01
           GO TO POST-MESSAGE-8.
       POST-MESSAGE-9.
           MOVE SPACE TO DFTCTL01
           MOVE MH-CTLID TO DC-CTLID
           MOVE RUN-DATE TO DC-DATE
           MOVE G-GARNO TO DC-GARNO
           MOVE FT1-CNT TO DC-LINES
           WRITE DFTCTL01
             INVALID
               CONTINUE
           END-WRITE.
       POST-MESSAGE-EXIT.
           EXIT.

       PROBE-CHARNEW.
           MOVE "N" TO WRITE-OK
           MOVE 0 TO SLOT-N.
       PROBE-CHARNEW-1.
           ADD 1 TO SLOT-N
           IF SLOT-N > 999
               GO TO PROBE-CHARNEW-EXIT
           END-IF
           MOVE G-GARNO TO CC-KEY8
           MOVE SLOT-N TO CC-KEY3
           READ CHARCUR
             INVALID
               CONTINUE
             NOT INVALID
               GO TO PROBE-CHARNEW-1
           END-READ
           MOVE SLOT-N TO CD-KEY3
           WRITE CHARNEW01
             INVALID
               GO TO PROBE-CHARNEW-1
           END-WRITE
           MOVE "Y" TO WRITE-OK.
       PROBE-CHARNEW-EXIT.
           EXIT.

      *******  THE UNPLACEABLE MESSAGE GOES TO DFTREJ SEGMENT FOR
      *******  SEGMENT, READY TO BE CORRECTED AND FED BACK IN.

       REJECT-MESSAGE.
           ADD 1 TO REJ-COUNT
           MOVE SPACE TO DFTRPT01
           STRING MH-CTLID " MRN " PID-MRN(1:8) " " PID-NAME
               " REJECTED: " MSG-ERR
               DELIMITED BY SIZE INTO DFTRPT01
           WRITE DFTRPT01
           MOVE 1 TO SX.
       REJECT-MESSAGE-1.
           IF SX > MSG-SEG-CNT GO TO REJECT-MESSAGE-EXIT.
           WRITE DFTREJ01 FROM MSG-SEG(SX)
           ADD 1 TO SX
           GO TO REJECT-MESSAGE-1.
       REJECT-MESSAGE-EXIT.
           EXIT.

      *******  ACK^P03 BACK TO THE RIS -- MSA-1 AA ACCEPTED, AE
      *******  APPLICATION ERROR (REJECTED, SEE MSA-3), AR NOT A
      *******  MESSAGE THIS INTERFACE TAKES.

       WRITE-ACK.
           ADD 1 TO ACK-SEQ
           MOVE SPACE TO DFTACK01
           STRING "MSH|^~\&|CMS|CMS|" DELIMITED BY SIZE
               MH-SND-APP DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               MH-SND-FAC DELIMITED BY "  "
               "|" RUN-DATE RUN-TIME(1:6) "||ACK^" DELIMITED BY SIZE
               MH-EVENT DELIMITED BY " "
               "|" RUN-DATE ACK-SEQ "|P|" DELIMITED BY SIZE
               MH-VERSION DELIMITED BY " "
               INTO DFTACK01
           WRITE DFTACK01
           MOVE SPACE TO DFTACK01
           STRING "MSA|" ACK-CODE "|" DELIMITED BY SIZE
               MH-CTLID DELIMITED BY " "
               "|" DELIMITED BY SIZE
               MSG-ERR DELIMITED BY "  "
               INTO DFTACK01
           WRITE DFTACK01.
       WRITE-ACK-EXIT.
           EXIT.

      *******  PROC-OLD HAS NO REAL INDEX ON THE PHYSICAL PROCFILE --
      *******  THE SAME IN-MEMORY CROSSWALK STE001 LOADS, CARRYING THE
      *******  WHOLE PROC-KEY SO A PROFESSIONAL-COMPONENT ROW STAGES
      *******  WITH ITS MODIFIER.

       CROSSWALK.
           MOVE SPACE TO CDM-PROC
           IF CDM-CODE = SPACE GO TO CROSSWALK-EXIT.
           MOVE 1 TO PROC-TAB-NDX.
       CROSSWALK-1.
           IF PROC-TAB-NDX > PROC-TAB-CNT
               GO TO CROSSWALK-EXIT
           END-IF
           IF PT-OLD(PROC-TAB-NDX) = CDM-CODE
               MOVE PT-KEY(PROC-TAB-NDX) TO CDM-PROC
               GO TO CROSSWALK-EXIT
           END-IF
           ADD 1 TO PROC-TAB-NDX
           GO TO CROSSWALK-1.
       CROSSWALK-EXIT.
           EXIT.

       LOAD-PROCTAB.
           MOVE LOW-VALUE TO PROC-KEY
           START PROCFILE KEY NOT < PROC-KEY
             INVALID
               GO TO LOAD-PROCTAB-EXIT
           END-START.
       LOAD-PROCTAB-1.
           READ PROCFILE NEXT
             AT END
               GO TO LOAD-PROCTAB-EXIT
           END-READ

           IF PROC-OLD = SPACE
               GO TO LOAD-PROCTAB-1
           END-IF

           IF PROC-TAB-CNT = 20000
               DISPLAY "PROCFILE CROSSWALK TABLE FULL, " PROC-OLD
                   " NOT AVAILABLE FOR CROSSWALK"
           ELSE
               ADD 1 TO PROC-TAB-CNT
               MOVE PROC-OLD TO PT-OLD(PROC-TAB-CNT)
               MOVE PROC-KEY TO PT-KEY(PROC-TAB-CNT)
           END-IF
           GO TO LOAD-PROCTAB-1.
       LOAD-PROCTAB-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "DFTLOAD" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE CHG-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
