      *                estimate gets a number off the ESTCTL counter
      *                and a line on ESTLOG, so the charges that
      *                follow can be compared to what was quoted.
      * 2026-10-13 sw  an insured estimate closes with the patient's
      *                deductible for the year off DEDACC -- met so far
      *                against the plan's, what remains -- and quotes
      *                the expected patient responsibility as the
      *                estimate up to the deductible remaining, held
      *                to whatever is left of the out-of-pocket
      *                maximum.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLEST001.
       AUTHOR. SID WAITE.
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL DEDACC ASSIGN TO "S304"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DA-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMLOG.
           COPY "sumlog.cpy".

       FD  DEDACC.
           COPY "dedacc.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  EST-COUNT PIC 9(5) VALUE 0.
       01  RATE-OK PIC X.
       01  NEF-7 PIC Z,ZZ9.99.
       01  NEF-11 PIC ZZZ,ZZ9.99.
       01  NEF-11B PIC ZZZ,ZZ9.99.
       01  NEF-11C PIC ZZZ,ZZ9.99.
       01  DED-LEFT PIC S9(7)V99.
       01  OOP-LEFT PIC S9(7)V99.
       01  PAT-RESP PIC S9(7)V99.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT ESTIN PROCFILE PROCRATE ELIGFILE PLACEFILE.
           OPEN INPUT DEDACC.
           OPEN EXTEND ESTLOG.
           OPEN OUTPUT ESTPRT.
           OPEN EXTEND SUMLOG.
               "  -  THIS IS AN ESTIMATE, NOT A BILL"
               DELIMITED BY SIZE INTO ESTPRT01
           WRITE ESTPRT01
           IF SELF-PAY = "N"
               PERFORM EST-DED THRU EST-DED-EXIT
           END-IF
           MOVE SPACE TO ESTLOG01
           MOVE EST-NUMBER TO EL-NUMBER
           MOVE RUN-DATE TO EL-DATE
       EST-CLOSE-EXIT.
           EXIT.

      *******  THE DEDUCTIBLE LINES FOR AN INSURED ESTIMATE.  WHAT IS
      *******  MET IS EVERY PR-1 THE PAYER'S 835S HAVE APPLIED THIS
      *******  PLAN YEAR; THE PLAN'S DEDUCTIBLE AND OUT-OF-POCKET
      *******  MAXIMUM ARE WHAT THE LAST 271 SAID.  THE PATIENT OWES
      *******  THE ESTIMATE UP TO THE DEDUCTIBLE REMAINING (COINSURANCE
      *******  AFTER IT IS NOT QUOTED), NEVER PAST THE OUT-OF-POCKET
      *******  MAXIMUM LEFT.

       EST-DED.
           MOVE CUR-PATID TO DA-PATID
           MOVE CUR-PAYCODE TO DA-PAYCODE
           MOVE RUN-DATE(1:4) TO DA-YEAR
           READ DEDACC
             INVALID
               MOVE 0 TO DA-DED DA-COINS DA-COPAY DA-OTHER
               MOVE 0 TO DA-DED-LIMIT DA-OOP-LIMIT
           END-READ
           MOVE DA-DED TO NEF-11
           IF DA-DED-LIMIT = 0
               MOVE SPACE TO ESTPRT01
               STRING "    DEDUCTIBLE APPLIED THIS YEAR " NEF-11
                   "  -  PLAN DEDUCTIBLE NOT ON FILE"
                   DELIMITED BY SIZE INTO ESTPRT01
               WRITE ESTPRT01
               GO TO EST-DED-EXIT
           END-IF
           COMPUTE DED-LEFT = DA-DED-LIMIT - DA-DED
           IF DED-LEFT < 0
               MOVE 0 TO DED-LEFT
           END-IF
           MOVE DA-DED-LIMIT TO NEF-11B
           MOVE DED-LEFT TO NEF-11C
           MOVE SPACE TO ESTPRT01
           STRING "    DEDUCTIBLE MET THIS YEAR " NEF-11 " OF "
               NEF-11B ", REMAINING " NEF-11C
               DELIMITED BY SIZE INTO ESTPRT01
           WRITE ESTPRT01
           MOVE EST-TOTAL TO PAT-RESP
           IF PAT-RESP > DED-LEFT
               MOVE DED-LEFT TO PAT-RESP
           END-IF
           IF DA-OOP-LIMIT NOT = 0
               COMPUTE OOP-LEFT = DA-OOP-LIMIT - DA-DED - DA-COINS
                   - DA-COPAY - DA-OTHER
               IF OOP-LEFT < 0
                   MOVE 0 TO OOP-LEFT
               END-IF
               IF PAT-RESP > OOP-LEFT
                   MOVE OOP-LEFT TO PAT-RESP
               END-IF
           END-IF
           MOVE PAT-RESP TO NEF-11
           MOVE SPACE TO ESTPRT01
           STRING "    EXPECTED PATIENT RESPONSIBILITY " NEF-11
               "  (DEDUCTIBLE REMAINING)"
               DELIMITED BY SIZE INTO ESTPRT01
           WRITE ESTPRT01.
       EST-DED-EXIT.
           EXIT.

       CTL-READ.
           OPEN INPUT ESTCTL
           READ ESTCTL
               " ESTIMATES".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE ESTIN PROCFILE PROCRATE ELIGFILE PLACEFILE ESTLOG
                 ESTPRT SUMLOG DEDACC.
           STOP RUN.

       RUN-SUMMARY.
