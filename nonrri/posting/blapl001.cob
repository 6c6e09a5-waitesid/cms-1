      *                letter is logged to APLLOG against its DENWORK
      *                key, and the entry is stamped lettered so the
      *                same appeal is not re-lettered every night.
      * 2026-09-28 sw  each letter is also logged to DISCLOG, the
      *                accounting of disclosures -- the patient, the
      *                payer it went to, and what it carried.
      * 2026-10-03 sw  amount edit widened for six-digit CC-AMOUNT.
      * 2026-10-12 sw  letters go to the payer's appeals address off
      *                PAYADDR, with its attention line, when one is
      *                keyed -- else the INSFILE address as before.
      * 2026-10-15 sw  DW-AMOUNT widened to S9(6)V99 with the converted
      *                DENWORK, and the APLLOG amount with it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLAPL001.
       AUTHOR. SID WAITE.
           SELECT PATCOV ASSIGN TO "S172" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PCV-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYADDR ASSIGN TO "S300"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM RECORD KEY IS AD-KEY
           LOCK MODE MANUAL.
           SELECT APLPRT ASSIGN TO "S106" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT APLLOG ASSIGN TO "S107" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT DISCLOG ASSIGN TO "S239" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

             03 DW-CLAIM PIC X(6).
             03 DW-DENIAL PIC XX.
           02 DW-PAYCODE PIC XXX.
           02 DW-AMOUNT PIC S9(6)V99.
           02 DW-DATE-E PIC X(8).
           02 DW-STATUS PIC X.
           02 DW-BILLER PIC XXX.
       FD  INSFILE
           DATA RECORD IS INSFILE01.
           COPY "insfile.cpy".
       FD  PAYADDR.
           COPY "payaddr.cpy".

       FD  PATCOV.
       01  PATCOV01.
           02 PCV-KEY.
           02 FILLER PIC X VALUE SPACE.
           02 AP-PAYCODE PIC XXX.
           02 FILLER PIC X VALUE SPACE.
           02 AP-AMOUNT PIC ZZZ,ZZ9.99CR.

       FD  DISCLOG.
           COPY "disclog.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".
       01  TODAY-SERIAL PIC S9(7).
       01  POST-SERIAL PIC S9(7).
       01  DAYS-LEFT PIC S9(4).
       01  NEF-9 PIC ZZZ,ZZ9.99CR.
       01  NEF-DAYS PIC ZZZ9-.
       01  POLICY-ID PIC X(16).
       01  LTR-PATID PIC X(8).
       01  LTR-ATTN PIC X(24).
       01  LTR-STREET PIC X(24).
       01  LTR-CITY PIC X(15).
       01  LTR-STATE PIC XX.
       01  LTR-ZIP PIC X(9).
       01  CUR-PAYER PIC XXX.
       01  PX PIC 999.


       0005-START.
           OPEN I-O DENWORK.
           OPEN INPUT CHARCUR GARFILE INSFILE PATCOV PAYADDR.
           OPEN OUTPUT APLPRT.
           OPEN EXTEND APLLOG.
           OPEN EXTEND DISCLOG.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           WRITE APLPRT01
           MOVE RUN-DATE TO APLPRT01
           WRITE APLPRT01
           PERFORM APPEAL-ADDR THRU APPEAL-ADDR-EXIT
           MOVE INS-NAME TO APLPRT01
           WRITE APLPRT01
           IF LTR-ATTN NOT = SPACE
               MOVE LTR-ATTN TO APLPRT01
               WRITE APLPRT01
           END-IF
           MOVE LTR-STREET TO APLPRT01
           WRITE APLPRT01
           MOVE SPACE TO APLPRT01
           STRING LTR-CITY " " LTR-STATE " " LTR-ZIP
               DELIMITED BY SIZE INTO APLPRT01
           WRITE APLPRT01
           MOVE SPACE TO APLPRT01
           MOVE DW-AMOUNT TO AP-AMOUNT
           WRITE APLLOG01

           MOVE SPACE TO DISCLOG01
           MOVE RUN-DATE TO DL-DATE
           ACCEPT DL-TIME FROM TIME
           MOVE DW-KEY8 TO DL-GARNO
           MOVE LTR-PATID TO DL-PATID
           MOVE "BLAPL001" TO DL-PGM
           MOVE INS-NAME TO DL-RECIP
           MOVE "APPEAL" TO DL-PURPOSE
           STRING "APPEAL LETTER, CLAIM " DW-CLAIM " LINE DETAIL"
               DELIMITED BY SIZE INTO DL-SENT
           WRITE DISCLOG01

           MOVE "L" TO DW-LETTER
           MOVE RUN-DATE TO DW-LETTER-DATE
           REWRITE DENWORK01
       LINE-DETAIL-EXIT.
           EXIT.

      *******  THE PAYER'S APPEALS ADDRESS OFF PAYADDR WHEN ONE IS
      *******  KEYED, ELSE THE INSFILE ADDRESS.

       APPEAL-ADDR.
           MOVE SPACE TO LTR-ATTN
           MOVE INS-STREET TO LTR-STREET
           MOVE INS-CITY TO LTR-CITY
           MOVE INS-STATE TO LTR-STATE
           MOVE INS-ZIP TO LTR-ZIP
           MOVE INS-KEY TO AD-INS-KEY
           MOVE "A" TO AD-TYPE
           READ PAYADDR
             INVALID
               GO TO APPEAL-ADDR-EXIT
           END-READ
           IF AD-STREET = SPACE
               GO TO APPEAL-ADDR-EXIT
           END-IF
           MOVE AD-ATTN TO LTR-ATTN
           MOVE AD-STREET TO LTR-STREET
           MOVE AD-CITY TO LTR-CITY
           MOVE AD-STATE TO LTR-STATE
           MOVE AD-ZIP TO LTR-ZIP.
       APPEAL-ADDR-EXIT.
           EXIT.

       P9.
           DISPLAY "APPEAL LETTER RUN HAS ENDED, " LTR-COUNT
               " LETTERS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE DENWORK CHARCUR GARFILE INSFILE PATCOV APLPRT
                 APLLOG DISCLOG SUMLOG PAYADDR.
           STOP RUN.

       RUN-SUMMARY.
