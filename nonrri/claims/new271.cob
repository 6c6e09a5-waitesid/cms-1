      *                file goes to the reject file instead of the
      *                cache, and every response lands on the load
      *                report either way.
      * 2026-10-13 sw  the plan's individual calendar-year deductible
      *                (EB*C) and out-of-pocket maximum (EB*G) go onto
      *                the patient's DEDACC accumulator for the year,
      *                so blest001 can quote the deductible remaining.
      * 2026-10-15 sw  the plan's copay (EB*B) and coinsurance rate
      *                (EB*A) for imaging go onto DEDACC the same way,
      *                for the bltos001 check-in list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. new271.
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
       01  SEG-TEXT PIC X(80).
       01  SEG-PTR PIC 9(4).
       01  CTX-EB1 PIC XX VALUE SPACE.
       01  CTX-DATE-END PIC X(8) VALUE SPACE.
       01  CTX-STATUS PIC X VALUE SPACE.
       01  CTX-DED-LIMIT PIC 9(6)V99 VALUE 0.
       01  CTX-OOP-LIMIT PIC 9(6)V99 VALUE 0.
       01  CTX-COPAY PIC 9(4)V99 VALUE 0.
       01  CTX-COPAY-LVL PIC X VALUE SPACE.
       01  CTX-COINS PIC 9V99 VALUE 0.
       01  CTX-COINS-LVL PIC X VALUE SPACE.
       01  EB-LVL PIC X.
       01  MATCH-FLAG PIC X.
       01  REJ-REASON PIC X(30).
       01  CNT-LOADED PIC 9(5) VALUE 0.
       0005-START.
           OPEN INPUT FILE271 GARFILE PATFILE INSFILE.
           OPEN I-O ELIGFILE.
           OPEN I-O DEDACC.
           OPEN OUTPUT LOADRPT REJ271.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       P3-TRN.
           MOVE SPACE TO CTX-EB1 CTX-DATE-END
           MOVE SPACE TO CTX-STATUS
           MOVE 0 TO CTX-DED-LIMIT CTX-OOP-LIMIT
           MOVE 0 TO CTX-COPAY CTX-COINS
           MOVE SPACE TO CTX-COPAY-LVL CTX-COINS-LVL
           MOVE EL-TAB(3) TO CTX-TRACE
           MOVE CTX-TRACE(1:8) TO CTX-PATID
           MOVE CTX-TRACE(10:3) TO CTX-PAYCODE.
      *******  REJECTED RATHER THAN CACHED WRONG.

       P4-EB.
           PERFORM P4-1-EB-LIMIT THRU P4-1-EB-LIMIT-EXIT
           PERFORM P4-2-EB-COST THRU P4-2-EB-COST-EXIT
           IF CTX-EB1 NOT = SPACE
               GO TO P4-EB-EXIT
           END-IF
       P4-EB-EXIT.
           EXIT.

      *******  EB*C IS A DEDUCTIBLE AND EB*G AN OUT-OF-POCKET LIMIT;
      *******  THE FIRST ONE FOR THE INDIVIDUAL (EB02 "IND" OR NOT
      *******  SENT) OVER THE CALENDAR YEAR (EB06 "23" OR NOT SENT)
      *******  IS THE PLAN'S.  A "29" REMAINING AMOUNT IS THE PAYER'S
      *******  VIEW OF WHAT IS LEFT, NOT THE PLAN LIMIT, AND IS PASSED.

       P4-1-EB-LIMIT.
           IF EL-TAB(2) NOT = "C" AND EL-TAB(2) NOT = "G"
               GO TO P4-1-EB-LIMIT-EXIT
           END-IF
           IF EL-TAB(3) NOT = SPACE AND EL-TAB(3) NOT = "IND"
               GO TO P4-1-EB-LIMIT-EXIT
           END-IF
           IF EL-TAB(7) NOT = SPACE AND EL-TAB(7) NOT = "23"
               GO TO P4-1-EB-LIMIT-EXIT
           END-IF
           IF EL-TAB(8) = SPACE
               GO TO P4-1-EB-LIMIT-EXIT
           END-IF
           IF EL-TAB(2) = "C" AND CTX-DED-LIMIT = 0
               MOVE FUNCTION NUMVAL(EL-TAB(8)) TO CTX-DED-LIMIT
           END-IF
           IF EL-TAB(2) = "G" AND CTX-OOP-LIMIT = 0
               MOVE FUNCTION NUMVAL(EL-TAB(8)) TO CTX-OOP-LIMIT
           END-IF.
       P4-1-EB-LIMIT-EXIT.
           EXIT.

      *******  EB*B IS A COPAY (EB07 DOLLARS) AND EB*A COINSURANCE
      *******  (EB08 RATE), FOR THE INDIVIDUAL.  ONE FOR DIAGNOSTIC
      *******  X-RAY (EB03 "4") OR MRI/CT ("62") IS THE IMAGING
      *******  BENEFIT AND WINS OVER THE PLAN-WIDE ONE (EB03 "30" OR
      *******  NOT SENT); ANY OTHER SERVICE TYPE IS NOT OURS.

       P4-2-EB-COST.
           IF EL-TAB(2) NOT = "A" AND EL-TAB(2) NOT = "B"
               GO TO P4-2-EB-COST-EXIT
           END-IF
           IF EL-TAB(3) NOT = SPACE AND EL-TAB(3) NOT = "IND"
               GO TO P4-2-EB-COST-EXIT
           END-IF
           MOVE SPACE TO EB-LVL
           IF EL-TAB(4) = SPACE OR "30"
               MOVE "G" TO EB-LVL
           END-IF
           IF EL-TAB(4) = "4" OR "62"
               OR EL-TAB(4)(1:2) = "4^" OR EL-TAB(4)(1:3) = "62^"
               MOVE "I" TO EB-LVL
           END-IF
           IF EB-LVL = SPACE
               GO TO P4-2-EB-COST-EXIT
           END-IF
           IF EL-TAB(2) = "B" AND EL-TAB(8) NOT = SPACE
               AND (CTX-COPAY-LVL = SPACE
               OR EB-LVL = "I" AND CTX-COPAY-LVL = "G")
               MOVE FUNCTION NUMVAL(EL-TAB(8)) TO CTX-COPAY
               MOVE EB-LVL TO CTX-COPAY-LVL
           END-IF
           IF EL-TAB(2) = "A" AND EL-TAB(9) NOT = SPACE
               AND (CTX-COINS-LVL = SPACE
               OR EB-LVL = "I" AND CTX-COINS-LVL = "G")
               MOVE FUNCTION NUMVAL(EL-TAB(9)) TO CTX-COINS
               MOVE EB-LVL TO CTX-COINS-LVL
           END-IF.
       P4-2-EB-COST-EXIT.
           EXIT.

      *******  DTP*347 IS THE PLAN END DATE -- WHEN THE PAYER SENDS
      *******  ONE, IT IS THE HONEST CACHE EXPIRATION.

               GO TO P6-FLUSH-9
           END-IF
           PERFORM POST-CACHE THRU POST-CACHE-EXIT
           PERFORM POST-LIMIT THRU POST-LIMIT-EXIT
           ADD 1 TO CNT-LOADED
           MOVE SPACE TO LOADRPT01
           STRING CTX-PATID " " CTX-PAYCODE " STATUS " CTX-STATUS
           WRITE LOADRPT01.
       P6-FLUSH-9.
           MOVE SPACE TO CTX-TRACE CTX-PATID CTX-PAYCODE
           MOVE SPACE TO CTX-EB1 CTX-DATE-END CTX-STATUS
           MOVE 0 TO CTX-DED-LIMIT CTX-OOP-LIMIT
           MOVE 0 TO CTX-COPAY CTX-COINS
           MOVE SPACE TO CTX-COPAY-LVL CTX-COINS-LVL.
       P6-FLUSH-EXIT.
           EXIT.

       FILL-CACHE-EXIT.
           EXIT.

      *******  THE PLAN LIMITS ONTO THIS YEAR'S ACCUMULATOR, WRITING
      *******  ONE WITH NOTHING ACCUMULATED YET WHEN NO 835 HAS POSTED
      *******  FOR THE PAIR THIS YEAR.  A LIMIT THE PAYER DID NOT SEND
      *******  LEAVES THE ONE ON FILE ALONE; SO DO THE COPAY AND THE
      *******  COINSURANCE RATE.

       POST-LIMIT.
           IF CTX-DED-LIMIT = 0 AND CTX-OOP-LIMIT = 0
               AND CTX-COPAY-LVL = SPACE AND CTX-COINS-LVL = SPACE
               GO TO POST-LIMIT-EXIT
           END-IF
           MOVE CTX-PATID TO DA-PATID
           MOVE CTX-PAYCODE TO DA-PAYCODE
           MOVE RUN-DATE(1:4) TO DA-YEAR
           READ DEDACC
             INVALID
               MOVE SPACE TO DA-DATE-POST DA-FUTURE
               MOVE 0 TO DA-DED DA-COINS DA-COPAY DA-OTHER
               MOVE 0 TO DA-DED-LIMIT DA-OOP-LIMIT DA-CLAIMS
               MOVE 0 TO DA-COPAY-AMT DA-COINS-PCT
           END-READ
           IF CTX-COPAY-LVL NOT = SPACE
               MOVE CTX-COPAY TO DA-COPAY-AMT
           END-IF
           IF CTX-COINS-LVL NOT = SPACE
               MOVE CTX-COINS TO DA-COINS-PCT
           END-IF
           IF CTX-DED-LIMIT NOT = 0
               MOVE CTX-DED-LIMIT TO DA-DED-LIMIT
           END-IF
           IF CTX-OOP-LIMIT NOT = 0
               MOVE CTX-OOP-LIMIT TO DA-OOP-LIMIT
           END-IF
           MOVE RUN-DATE TO DA-DATE-LIMIT
           WRITE DEDACC01
             INVALID
               REWRITE DEDACC01
           END-WRITE.
       POST-LIMIT-EXIT.
           EXIT.

       WRITE-REJECT.
           ADD 1 TO CNT-REJECT
           MOVE SPACE TO REJ27101
               CNT-REJECT " REJECTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE FILE271 ELIGFILE GARFILE PATFILE INSFILE LOADRPT
                 REJ271 SUMLOG DEDACC.
           STOP RUN.

       RUN-SUMMARY.
