      *                the partners see projected dollars by procedure
      *                first; an "A" run then rewrites PROC-AMOUNT and
      *                CARE-AMOUNT together.
      * 2026-10-13 sw  change type "L" prices the FEEPROP list
      *                blalw001 writes -- each listed row moves up to
      *                the highest contract allowable above its fee,
      *                plus the PARMFILE value as a percent margin
      *                (blank for none).  rows not on the list are
      *                left alone and not modeled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLFEE001.
       AUTHOR. SID WAITE.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL FEEPROP ASSIGN TO "S302" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT FEERPT ASSIGN TO "S113" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  FEEPROP.
           COPY "feeprop.cpy".

       FD  FEERPT.
       01  FEERPT01 PIC X(110).

       01  VOL-CNT PIC 9(5) VALUE 0.
       01  VX PIC 9(5).

      *******  THE "L" RUN'S PROPOSED FEES OFF FEEPROP.
       01  PROP-TAB01.
           02 PROP-ENT OCCURS 5000 TIMES.
              03 PROP-PROC PIC X(7).
              03 PROP-AMOUNT PIC 9(4)V99.
              03 PROP-CARE PIC 9(4)V99.
       01  PROP-CNT PIC 9(4) VALUE 0.
       01  PX PIC 9(4).

       PROCEDURE DIVISION.

       0005-START.
           CLOSE PARMFILE.

           IF CHG-TYPE NOT = "P" AND CHG-TYPE NOT = "F"
               AND CHG-TYPE NOT = "L"
               DISPLAY "NO P/F/L CHANGE TYPE ON PARMFILE, NO RUN"
               GO TO P9
           END-IF
           IF CHG-TYPE = "L"
               PERFORM LOAD-PROP THRU LOAD-PROP-EXIT
               IF PROP-CNT = 0
                   DISPLAY "NOTHING ON FEEPROP, NO RUN"
                   GO TO P9
               END-IF
           END-IF
           IF CHG-VALUE = 0 AND CHG-TYPE NOT = "L"
               DISPLAY "NO CHANGE VALUE ON PARMFILE, NO RUN"
               GO TO P9
           END-IF
               GO TO P1
           END-IF

           IF CHG-TYPE = "L"
               PERFORM FIND-PROP THRU FIND-PROP-EXIT
               IF PX = 0
                   GO TO P1
               END-IF
               GO TO P1-2
           END-IF
           IF CHG-TYPE = "P"
               COMPUTE NEW-AMOUNT ROUNDED =
                   PROC-AMOUNT * (1 + CHG-VALUE / 100)
               ELSE
                   MOVE 0 TO NEW-CARE
               END-IF
           END-IF.

       P1-2.
           PERFORM FIND-VOLUME THRU FIND-VOLUME-EXIT
           COMPUTE OLD-REV = VOL-N * PROC-AMOUNT
           COMPUTE NEW-REV = VOL-N * NEW-AMOUNT
       FIND-VOLUME-EXIT.
           EXIT.

      *******  THE PROPOSED FEES BLALW001 LEFT ON FEEPROP.

       LOAD-PROP.
           OPEN INPUT FEEPROP.
       LOAD-PROP-1.
           READ FEEPROP
             AT END
               GO TO LOAD-PROP-2
           END-READ
           IF FP-PROC = SPACE
               GO TO LOAD-PROP-1
           END-IF
           IF PROP-CNT = 5000
               DISPLAY "FEEPROP TABLE FULL, " FP-PROC " NOT LOADED"
               GO TO LOAD-PROP-1
           END-IF
           ADD 1 TO PROP-CNT
           MOVE FP-PROC TO PROP-PROC(PROP-CNT)
           MOVE FP-AMOUNT TO PROP-AMOUNT(PROP-CNT)
           MOVE FP-CARE TO PROP-CARE(PROP-CNT)
           GO TO LOAD-PROP-1.
       LOAD-PROP-2.
           CLOSE FEEPROP.
       LOAD-PROP-EXIT.
           EXIT.

      *******  THE ROW'S PROPOSAL, PLUS THE MARGIN.  A FEE THE LIST
      *******  DOES NOT RAISE (ZERO PROPOSED) STAYS WHERE IT IS.  PX
      *******  COMES BACK ZERO FOR A ROW NOT ON THE LIST.

       FIND-PROP.
           MOVE 1 TO PX.
       FIND-PROP-1.
           IF PX > PROP-CNT
               MOVE 0 TO PX
               GO TO FIND-PROP-EXIT
           END-IF
           IF PROP-PROC(PX) NOT = PROC-KEY
               ADD 1 TO PX
               GO TO FIND-PROP-1
           END-IF
           MOVE PROC-AMOUNT TO NEW-AMOUNT
           MOVE CARE-AMOUNT TO NEW-CARE
           IF PROP-AMOUNT(PX) > PROC-AMOUNT
               COMPUTE NEW-AMOUNT ROUNDED =
                   PROP-AMOUNT(PX) * (1 + CHG-VALUE / 100)
           END-IF
           IF PROP-CARE(PX) > CARE-AMOUNT
               COMPUTE NEW-CARE ROUNDED =
                   PROP-CARE(PX) * (1 + CHG-VALUE / 100)
           END-IF.
       FIND-PROP-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLFEE001" TO SL-PGM
