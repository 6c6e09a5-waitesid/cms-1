      *                instead -- and neither is a guarantor current
      *                on a budget plan, the same two tests blco001
      *                applies.
      * 2026-09-27 sw  an account with an open liability case and
      *                our lien filed (bllia001's LIABFILE) is never
      *                placed either, the same test blco001 applies;
      *                it is noted on AGCYRPT.
      * 2026-09-28 sw  each placement logs a DISCLOG entry, the
      *                accounting of disclosures, for every patient
      *                whose charges went out on the export.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
      * 2026-10-15 sw  the agency gets the guarantor's seasonal address
      *                and phone off SEASADDR when the placement falls
      *                in its months.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCO002.
       AUTHOR. SID WAITE.
           SELECT PPLAN ASSIGN TO "S49" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PP-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL LIABFILE ASSIGN TO "S235"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS LB-GARNO
           LOCK MODE MANUAL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT AGCYOUT ASSIGN TO "S88" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT AGCYRPT ASSIGN TO "S89" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SEASADDR ASSIGN TO "S318"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SA-GARNO
           LOCK MODE MANUAL.
           SELECT DISCLOG ASSIGN TO "S239" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       FD  PPLAN.
           COPY "pplan.cpy".

       FD  LIABFILE.
           COPY "liabfile.cpy".

       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-MODE PIC X.
       FD  AGCYRPT.
       01  AGCYRPT01 PIC X(100).

       FD  SEASADDR.
           COPY "seasaddr.cpy".

       FD  DISCLOG.
           COPY "disclog.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  LIEN-FLAG PIC X.
       01  DPAT-TAB01.
           02 DPAT-T PIC X(8) OCCURS 50 TIMES.
       01  DPAT-NDX PIC 99.
       01  DX PIC 99.
       01  RUN-MODE PIC X VALUE SPACE.
       01  RECALL-GARNO PIC X(8) VALUE SPACE.
       01  PLACE-COUNT PIC 9(5) VALUE 0.
       01  TOT-COLLECTED PIC S9(9)V99 VALUE 0.
       01  NEF-9 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-10 PIC Z,ZZZ,ZZ9.99CR.
       01  AMT-ED PIC ZZZ,ZZ9.99CR.
      *******  THE ADDRESS THIS MAILING GOES TO -- GARFILE'S, OR THE
      *******  SEASONAL ONE IN ITS MONTHS (MAIL-SEAS "Y").
       01  MAIL-BILLADD PIC X(22).
       01  MAIL-STREET PIC X(22).
       01  MAIL-CITY PIC X(18).
       01  MAIL-STATE PIC X(2).
       01  MAIL-ZIP PIC X(9).
       01  MAIL-PHONE PIC X(10).
       01  MAIL-MM PIC XX.
       01  MAIL-SEAS PIC X.

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O GARFILE AGCYFILE.
           OPEN INPUT CHARCUR PAYCUR PPLAN LIABFILE SEASADDR.
           OPEN OUTPUT AGCYOUT AGCYRPT.
           OPEN EXTEND SUMLOG.
           OPEN EXTEND DISCLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMFILE
           READ PARMFILE
               WRITE AGCYRPT01
               GO TO P1-PLACE-1
           END-IF
           PERFORM LIEN-CHECK THRU LIEN-CHECK-EXIT
           IF LIEN-FLAG = "Y"
               MOVE SPACE TO AGCYRPT01
               STRING G-GARNO " " G-GARNAME
                   " LIABILITY LIEN FILED - NOT PLACED"
                   DELIMITED BY SIZE INTO AGCYRPT01
               WRITE AGCYRPT01
               GO TO P1-PLACE-1
           END-IF
           MOVE G-GARNO TO PP-GARNO
           READ PPLAN
             INVALID
       P1-PLACE-EXIT.
           EXIT.

      *******  AN OPEN THIRD-PARTY LIABILITY CASE WITH OUR LIEN FILED
      *******  IS WAITING ON A SETTLEMENT -- BLLIA001'S LIABFILE.

       LIEN-CHECK.
           MOVE "N" TO LIEN-FLAG
           MOVE G-GARNO TO LB-GARNO
           READ LIABFILE
             INVALID
               GO TO LIEN-CHECK-EXIT
           END-READ
           IF LB-STATUS NOT = "C" AND LB-LIEN-DATE NOT = SPACE
               MOVE "Y" TO LIEN-FLAG
           END-IF.
       LIEN-CHECK-EXIT.
           EXIT.

       SUM-BALANCE.
           MOVE 0 TO BALANCE-WS
           MOVE G-GARNO TO CC-KEY8

       EXPORT-ACCT.
           MOVE BALANCE-WS TO NEF-9
           PERFORM SEAS-ADDR THRU SEAS-ADDR-EXIT
           MOVE SPACE TO AGCYOUT01
           STRING "ACCT " G-GARNO " " G-GARNAME " " MAIL-STREET " "
               MAIL-CITY " " MAIL-STATE " " MAIL-ZIP " " MAIL-PHONE
               " PLACED " NEF-9
               DELIMITED BY SIZE INTO AGCYOUT01
           WRITE AGCYOUT01
           MOVE 0 TO DPAT-NDX
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
           STRING "  " CC-DATE-T " " CC-PROC1 " " AMT-ED
               DELIMITED BY SIZE INTO AGCYOUT01
           WRITE AGCYOUT01
           PERFORM LOG-DISC THRU LOG-DISC-EXIT
           GO TO EXPORT-ACCT-1.
       EXPORT-ACCT-EXIT.
           EXIT.

      *******  THE SEASONAL ADDRESS REPLACES THE GARFILE ONE WHEN THE
      *******  ACCOUNT IS PLACED IN A MONTH INSIDE ITS FROM-THRU
      *******  MONTHS, WHICH MAY WRAP THE YEAR ("11" THRU "04").

       SEAS-ADDR.
           MOVE G-BILLADD TO MAIL-BILLADD
           MOVE G-STREET TO MAIL-STREET
           MOVE G-CITY TO MAIL-CITY
           MOVE G-STATE TO MAIL-STATE
           MOVE G-ZIP TO MAIL-ZIP
           MOVE G-PHONE TO MAIL-PHONE
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
           IF SA-PHONE NOT = SPACE
               MOVE SA-PHONE TO MAIL-PHONE
           END-IF
           MOVE "Y" TO MAIL-SEAS.
       SEAS-ADDR-EXIT.
           EXIT.

      *******  ONE DISCLOSURE PER PATIENT WHOSE CHARGES WENT TO THE
      *******  AGENCY, THE FIRST TIME THE PATIENT TURNS UP ON THE
      *******  ACCOUNT'S EXPORT.

       LOG-DISC.
           MOVE 0 TO DX.
       LOG-DISC-1.
           ADD 1 TO DX
           IF DX > DPAT-NDX
               GO TO LOG-DISC-2
           END-IF
           IF DPAT-T(DX) = CC-PATID
               GO TO LOG-DISC-EXIT
           END-IF
           GO TO LOG-DISC-1.
       LOG-DISC-2.
           IF DPAT-NDX < 50
               ADD 1 TO DPAT-NDX
               MOVE CC-PATID TO DPAT-T(DPAT-NDX)
           END-IF
           MOVE SPACE TO DISCLOG01
           MOVE RUN-DATE TO DL-DATE
           ACCEPT DL-TIME FROM TIME
           MOVE G-GARNO TO DL-GARNO
           MOVE CC-PATID TO DL-PATID
           MOVE "BLCO002" TO DL-PGM
           MOVE "COLLECTION AGENCY" TO DL-RECIP
           MOVE "COLLECTIONS" TO DL-PURPOSE
           MOVE "PLACEMENT - DEMOGRAPHICS, OPEN CHARGES" TO DL-SENT
           WRITE DISCLOG01.
       LOG-DISC-EXIT.
           EXIT.

       P2-RECALL.
           IF RECALL-GARNO = SPACE
               DISPLAY "RECALL MODE WITH NO ACCOUNT ON PARMFILE"

       P9.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE GARFILE CHARCUR PAYCUR PPLAN LIABFILE AGCYFILE
                 AGCYOUT AGCYRPT DISCLOG SUMLOG SEASADDR.
           DISPLAY "AGENCY PLACEMENT RUN HAS ENDED".
           STOP RUN.

