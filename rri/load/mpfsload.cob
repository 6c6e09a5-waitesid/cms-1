      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-09-21 sw  new program - annual Medicare physician fee
      *                schedule load.  reads the MPFS RVU file
      *                (MPFSRVU) and our locality's GPCIs (MPFSGPCI)
      *                and prices every PROCFILE row the RVU file
      *                carries -- the global, -26 and -TC rows each
      *                priced off their own RVUs -- as (work x work
      *                GPCI + PE x PE GPCI + MP x MP GPCI) x the
      *                conversion factor.  the allowable is written as
      *                the PROCRATE row for both Medicare paycodes,
      *                effective the GPCI record's date, and PROC-RVU
      *                is refreshed with the work RVU in the same
      *                pass, so blvar001, blest001 and blrvu001 work
      *                from this year's numbers instead of hand-keyed
      *                ones.  MPFSRPT shows the old and new rate and
      *                RVU for each code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mpfsload.
       AUTHOR. SWAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY
               LOCK MODE MANUAL.

           SELECT PROCRATE ASSIGN TO "S50" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC RECORD KEY IS PROCRATE-KEY
               LOCK MODE MANUAL.

           SELECT MPFSRVU ASSIGN TO "S211" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT MPFSGPCI ASSIGN TO "S212" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT MPFSRPT ASSIGN TO "S213" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
               LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  PROCRATE.
           COPY "procrate.cpy".

      *******  THE CMS MPFS RVU FILE, ONE ROW PER CODE AND MODIFIER
      *******  (BLANK, 26, TC), IN CODE/MODIFIER ORDER AS PUBLISHED.
      *******  RV-STATUS IS THE CMS STATUS CODE; ONLY A, R AND T ROWS
      *******  ARE PAID UNDER THE SCHEDULE.
       FD  MPFSRVU.
       01  MPFSRVU01.
           02 RV-KEY.
             03 RV-CODE PIC X(5).
             03 RV-MOD PIC XX.
           02 FILLER PIC X.
           02 RV-STATUS PIC X.
           02 FILLER PIC X.
           02 RV-WORK PIC 9(3)V99.
           02 FILLER PIC X.
           02 RV-PE-NF PIC 9(3)V99.
           02 FILLER PIC X.
           02 RV-PE-FAC PIC 9(3)V99.
           02 FILLER PIC X.
           02 RV-MP PIC 9(3)V99.
           02 FILLER PIC X.
           02 RV-CF PIC 9(3)V9999.

      *******  OUR LOCALITY'S ROW OF THE GPCI FILE, WITH THE DATE THE
      *******  YEAR'S SCHEDULE TAKES EFFECT.
       FD  MPFSGPCI.
       01  MPFSGPCI01.
           02 GP-LOCALITY PIC X(7).
           02 FILLER PIC X.
           02 GP-WORK PIC 9V999.
           02 FILLER PIC X.
           02 GP-PE PIC 9V999.
           02 FILLER PIC X.
           02 GP-MP PIC 9V999.
           02 FILLER PIC X.
           02 GP-EFF PIC X(8).

       FD  MPFSRPT.
       01  MPFSRPT01 PIC X(100).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  PRICED-COUNT PIC 9(6) VALUE 0.
       01  NOROW-COUNT PIC 9(6) VALUE 0.
       01  UNPAID-COUNT PIC 9(6) VALUE 0.
       01  BAD-COUNT PIC 9(6) VALUE 0.
       01  NEF-6 PIC ZZZ,ZZ9.
       01  NEF-7A PIC ZZZ9.99.
       01  NEF-7B PIC ZZZ9.99.
       01  NEF-5A PIC Z9.99.
       01  NEF-5B PIC Z9.99.

       01  RV-EOF PIC X VALUE "N".
       01  LAST-RV-KEY PIC X(7) VALUE SPACE.
       01  NEW-RATE PIC 9(4)V99.
       01  OLD-RATE PIC 9(4)V99.
       01  OLD-RVU PIC 9(2)V99.
       01  MEDICARE-PAYCODE PIC XXX.
       01  RPT-NOTE PIC X(24).

       PROCEDURE DIVISION.

       0005-START.
           OPEN I-O PROCFILE PROCRATE.
           OPEN INPUT MPFSRVU MPFSGPCI.
           OPEN OUTPUT MPFSRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           READ MPFSGPCI
             AT END
               DISPLAY "NO GPCI RECORD, MPFS LOAD NOT RUN"
               GO TO P9
           END-READ
           IF GP-EFF = SPACE OR GP-EFF = "00000000"
               DISPLAY "GPCI RECORD HAS NO EFFECTIVE DATE, NOT RUN"
               GO TO P9
           END-IF

           MOVE SPACE TO MPFSRPT01
           STRING "MEDICARE FEE SCHEDULE LOAD " RUN-DATE
               " LOCALITY " GP-LOCALITY " EFFECTIVE " GP-EFF
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01
           MOVE SPACE TO MPFSRPT01
           STRING "CODE    OLD RATE NEW RATE OLD RVU NEW RVU"
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01

           PERFORM NEXT-RVU THRU NEXT-RVU-EXIT
           MOVE LOW-VALUE TO PROC-KEY
           START PROCFILE KEY NOT < PROC-KEY
             INVALID
               GO TO P9
           END-START.

      *******  PROCFILE AND THE RVU FILE ARE BOTH IN CODE/MODIFIER
      *******  ORDER -- MATCH THEM UP.

       P1.
           READ PROCFILE NEXT
             AT END
               GO TO P9
           END-READ.
       P1-1.
           IF RV-EOF = "N" AND RV-KEY < PROC-KEY
               PERFORM NEXT-RVU THRU NEXT-RVU-EXIT
               GO TO P1-1
           END-IF
           IF RV-EOF = "Y" OR RV-KEY > PROC-KEY
               ADD 1 TO NOROW-COUNT
               MOVE "NOT ON MPFS" TO RPT-NOTE
               PERFORM SKIP-LINE THRU SKIP-LINE-EXIT
               GO TO P1
           END-IF
           IF RV-STATUS NOT = "A" AND RV-STATUS NOT = "R"
               AND RV-STATUS NOT = "T"
               ADD 1 TO UNPAID-COUNT
               MOVE SPACE TO RPT-NOTE
               STRING "MPFS STATUS " RV-STATUS ", NOT PRICED"
                   DELIMITED BY SIZE INTO RPT-NOTE
               PERFORM SKIP-LINE THRU SKIP-LINE-EXIT
               GO TO P1
           END-IF

           COMPUTE NEW-RATE ROUNDED =
               ((RV-WORK * GP-WORK) + (RV-PE-NF * GP-PE)
               + (RV-MP * GP-MP)) * RV-CF

           MOVE PROC-RVU TO OLD-RVU
           IF RV-WORK > 99.99
               MOVE 99.99 TO PROC-RVU
           ELSE
               MOVE RV-WORK TO PROC-RVU
           END-IF
           REWRITE PROCFILE01
             INVALID
               ADD 1 TO BAD-COUNT
               MOVE "PROCFILE REWRITE FAILED" TO RPT-NOTE
               PERFORM SKIP-LINE THRU SKIP-LINE-EXIT
               GO TO P1
           END-REWRITE

           MOVE 0 TO OLD-RATE
           MOVE "093" TO MEDICARE-PAYCODE
           PERFORM PUT-RATE THRU PUT-RATE-EXIT
           MOVE "003" TO MEDICARE-PAYCODE
           PERFORM PUT-RATE THRU PUT-RATE-EXIT
           ADD 1 TO PRICED-COUNT

           MOVE OLD-RATE TO NEF-7A
           MOVE NEW-RATE TO NEF-7B
           MOVE OLD-RVU TO NEF-5A
           MOVE PROC-RVU TO NEF-5B
           MOVE SPACE TO MPFSRPT01
           STRING PROC-KEY " " NEF-7A "  " NEF-7B "   " NEF-5A
               "   " NEF-5B
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01
           GO TO P1.

      *******  ONE MEDICARE PAYCODE'S PROCRATE ROW.  THE KEY CARRIES NO
      *******  DATE, SO LAST YEAR'S ROW IS REPLACED; OLD-RATE COMES
      *******  BACK FROM THE LAST PAYCODE DONE ("003").

       PUT-RATE.
           MOVE PROC-KEY TO PR-PROC
           MOVE MEDICARE-PAYCODE TO PR-PAYCODE
           READ PROCRATE
             INVALID
               MOVE 0 TO OLD-RATE
               MOVE NEW-RATE TO PR-AMOUNT
               MOVE GP-EFF TO PR-DATE-EFF
               MOVE SPACE TO PR-DATE-TERM
               WRITE PROCRATE01
                 INVALID
                   ADD 1 TO BAD-COUNT
                   DISPLAY "PROCRATE WRITE FAILED " PROCRATE-KEY
               END-WRITE
               GO TO PUT-RATE-EXIT
           END-READ
           MOVE PR-AMOUNT TO OLD-RATE
           MOVE NEW-RATE TO PR-AMOUNT
           MOVE GP-EFF TO PR-DATE-EFF
           MOVE SPACE TO PR-DATE-TERM
           REWRITE PROCRATE01
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY "PROCRATE REWRITE FAILED " PROCRATE-KEY
           END-REWRITE.
       PUT-RATE-EXIT.
           EXIT.

       SKIP-LINE.
           MOVE SPACE TO MPFSRPT01
           STRING PROC-KEY " " RPT-NOTE
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01.
       SKIP-LINE-EXIT.
           EXIT.

       NEXT-RVU.
           READ MPFSRVU
             AT END
               MOVE "Y" TO RV-EOF
               GO TO NEXT-RVU-EXIT
           END-READ
           IF RV-CODE = SPACE GO TO NEXT-RVU.
           IF RV-KEY NOT > LAST-RV-KEY
               ADD 1 TO BAD-COUNT
               MOVE SPACE TO MPFSRPT01
               STRING RV-KEY " MPFS ROW OUT OF ORDER, SKIPPED"
                   DELIMITED BY SIZE INTO MPFSRPT01
               WRITE MPFSRPT01
               GO TO NEXT-RVU
           END-IF
           MOVE RV-KEY TO LAST-RV-KEY.
       NEXT-RVU-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO MPFSRPT01
           WRITE MPFSRPT01
           MOVE PRICED-COUNT TO NEF-6
           MOVE SPACE TO MPFSRPT01
           STRING "CODES PRICED      " NEF-6
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01
           MOVE NOROW-COUNT TO NEF-6
           MOVE SPACE TO MPFSRPT01
           STRING "NOT ON MPFS       " NEF-6
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01
           MOVE UNPAID-COUNT TO NEF-6
           MOVE SPACE TO MPFSRPT01
           STRING "NOT PAID ON MPFS  " NEF-6
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01
           MOVE BAD-COUNT TO NEF-6
           MOVE SPACE TO MPFSRPT01
           STRING "EXCEPTIONS        " NEF-6
               DELIMITED BY SIZE INTO MPFSRPT01
           WRITE MPFSRPT01

           DISPLAY "MPFS LOAD: " PRICED-COUNT " PRICED, " NOROW-COUNT
               " NOT ON MPFS, " BAD-COUNT " EXCEPTIONS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE PROCFILE PROCRATE MPFSRVU MPFSGPCI MPFSRPT SUMLOG.
           STOP RUN.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "MPFSLOAD" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE PRICED-COUNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
