      *                alone created is a refund/recoupment item for
      *                blrfd001, not unclaimed patient property, so
      *                only PATIENT overpayments escheat.
      * 2026-10-03 sw  PH-AMOUNT and the amount edit widened to six
      *                dollar digits.
      * 2026-10-15 sw  the due-diligence letter for a patient credit
      *                goes to the guarantor's seasonal address off
      *                SEASADDR in its months.  the state export keeps
      *                the GARFILE address, and an uncashed check's
      *                letter still goes where the check went.
      * 2026-10-15 sw  RF-AMOUNT widened to six dollar digits with
      *                RFDSTAT (see blcnv001).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLESC001.
       AUTHOR. SID WAITE.
           LINE SEQUENTIAL.
           SELECT ESCHEXP ASSIGN TO "S136" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SEASADDR ASSIGN TO "S318"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SA-GARNO
           LOCK MODE MANUAL.
           SELECT ESCHLTR ASSIGN TO "S137" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           02 PAYHIST-KEY.
             03 PH-KEY8 PIC X(8).
             03 PH-KEY3 PIC XXX.
           02 PH-AMOUNT PIC S9(6)V99.
           02 PH-PAYCODE PIC XXX.
           02 PH-DENIAL PIC XX.
           02 PH-CLAIM PIC X(6).
             03 RF-KEY8 PIC X(8).
             03 RF-CLAIM PIC X(6).
           02 RF-TYPE PIC X(7).
           02 RF-AMOUNT PIC S9(6)V99.
           02 RF-PAYCODE PIC XXX.
           02 RF-PAYEE PIC X(24).
           02 RF-STREET PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 EX-REF PIC X(15).

       FD  SEASADDR.
           COPY "seasaddr.cpy".

       FD  ESCHLTR.
       01  ESCHLTR01 PIC X(100).

       01  RUN-DATE PIC X(8).
       01  ESC-COUNT PIC 9(5) VALUE 0.
       01  DORM-DAYS PIC 9(4) VALUE 1080.
      *******  THE ADDRESS THIS MAILING GOES TO -- GARFILE'S, OR THE
      *******  SEASONAL ONE IN ITS MONTHS (MAIL-SEAS "Y").
       01  MAIL-BILLADD PIC X(22).
       01  MAIL-STREET PIC X(22).
       01  MAIL-CITY PIC X(18).
       01  MAIL-STATE PIC X(2).
       01  MAIL-ZIP PIC X(9).
       01  MAIL-MM PIC XX.
       01  MAIL-SEAS PIC X.
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
       01  LAST-INS PIC XXX.
       01  LAST-ACT PIC X(8).
       01  CRED-AMT PIC 9(6)V99.
       01  NEF-9 PIC ZZZ,ZZ9.99.

       01  SEEN-TAB01.
           02 SEEN-CLAIM-T PIC X(6) OCCURS 200 TIMES.
       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CHARCUR PAYCUR PAYHIST GARFILE RFDSTAT SEASADDR.
           OPEN OUTPUT ESCHEXP ESCHLTR.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           STRING CRED-KEY8 "-" CRED-CLAIM
               DELIMITED BY SIZE INTO EX-REF
           WRITE ESCHEXP01
           PERFORM SEAS-ADDR THRU SEAS-ADDR-EXIT
           PERFORM WRITE-LETTER THRU WRITE-LETTER-EXIT
           ADD 1 TO ESC-COUNT.
       AGE-CREDIT-EXIT.
           STRING "CK " RF-CHECKNO DELIMITED BY SIZE INTO EX-REF
           WRITE ESCHEXP01
           MOVE RF-PAYEE TO G-GARNAME
           MOVE RF-STREET TO MAIL-STREET
           MOVE RF-CITY TO MAIL-CITY
           MOVE RF-STATE TO MAIL-STATE
           MOVE RF-ZIP TO MAIL-ZIP
           MOVE RF-AMOUNT TO CRED-AMT
           PERFORM WRITE-LETTER THRU WRITE-LETTER-EXIT
           ADD 1 TO ESC-COUNT
           WRITE ESCHLTR01
           MOVE G-GARNAME TO ESCHLTR01
           WRITE ESCHLTR01
           MOVE MAIL-STREET TO ESCHLTR01
           WRITE ESCHLTR01
           MOVE SPACE TO ESCHLTR01
           STRING MAIL-CITY " " MAIL-STATE " " MAIL-ZIP
               DELIMITED BY SIZE INTO ESCHLTR01
           WRITE ESCHLTR01
           MOVE CRED-AMT TO NEF-9
       WRITE-LETTER-EXIT.
           EXIT.

      *******  THE SEASONAL ADDRESS REPLACES THE GARFILE ONE WHEN THE
      *******  LETTER IS RUN IN A MONTH INSIDE ITS FROM-THRU
      *******  MONTHS, WHICH MAY WRAP THE YEAR ("11" THRU "04").

       SEAS-ADDR.
           MOVE G-BILLADD TO MAIL-BILLADD
           MOVE G-STREET TO MAIL-STREET
           MOVE G-CITY TO MAIL-CITY
           MOVE G-STATE TO MAIL-STATE
           MOVE G-ZIP TO MAIL-ZIP
           MOVE "N" TO MAIL-SEAS
           MOVE G-GARNO TO SA-GARNO
           READ SEASADDR
             INVALID
               GO TO SEAS-ADDR-EXIT
           END-READ
           IF SA-STREET = SPACE
               OR SA-FROM-MM NOT NUMERIC OR SA-THRU-MM NOT NUMERIC
               GO TO SEAS-ADDR-EXIT
           END-IF
           MOVE RUN-DATE(5:2) TO MAIL-MM
           IF SA-FROM-MM NOT > SA-THRU-MM
               IF MAIL-MM < SA-FROM-MM OR MAIL-MM > SA-THRU-MM
                   GO TO SEAS-ADDR-EXIT
               END-IF
           ELSE
               IF MAIL-MM < SA-FROM-MM AND MAIL-MM > SA-THRU-MM
                   GO TO SEAS-ADDR-EXIT
               END-IF
           END-IF
           MOVE SA-BILLADD TO MAIL-BILLADD
           MOVE SA-STREET TO MAIL-STREET
           MOVE SA-CITY TO MAIL-CITY
           MOVE SA-STATE TO MAIL-STATE
           MOVE SA-ZIP TO MAIL-ZIP
           MOVE "Y" TO MAIL-SEAS.
       SEAS-ADDR-EXIT.
           EXIT.

       P9.
           DISPLAY "ESCHEATMENT RUN HAS ENDED, " ESC-COUNT
               " DORMANT ITEMS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARCUR PAYCUR PAYHIST GARFILE RFDSTAT ESCHEXP
                 ESCHLTR SUMLOG SEASADDR.
           STOP RUN.

       RUN-SUMMARY.
