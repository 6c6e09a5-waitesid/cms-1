      *                address, and the run ends with a count by
      *                referring physician so the practices whose
      *                patients are coming due get told.
      * 2026-10-15 sw  a guarantor with a seasonal address on SEASADDR
      *                gets the letter there when the run falls in its
      *                months.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLRCL001.
       AUTHOR. SID WAITE.
           SELECT REFPHY ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS REF-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SEASADDR ASSIGN TO "S318"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS SA-GARNO
           LOCK MODE MANUAL.
           SELECT RECALL ASSIGN TO "S161" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT RCLRPT ASSIGN TO "S162" ORGANIZATION
           02 REF-NPI PIC X(10).
           02 REF-MERGED PIC XXX.

       FD  SEASADDR.
           COPY "seasaddr.cpy".

       FD  RECALL.
       01  RECALL01.
           02 RC-DATE PIC X(8).
       01  ORDER-PEND PIC X.
       01  LX PIC 99.
       01  NEF-CNT PIC ZZZ,ZZ9.
      *******  THE ADDRESS THIS MAILING GOES TO -- GARFILE'S, OR THE
      *******  SEASONAL ONE IN ITS MONTHS (MAIL-SEAS "Y").
       01  MAIL-BILLADD PIC X(22).
       01  MAIL-STREET PIC X(22).
       01  MAIL-CITY PIC X(18).
       01  MAIL-STATE PIC X(2).
       01  MAIL-ZIP PIC X(9).
       01  MAIL-MM PIC XX.
       01  MAIL-SEAS PIC X.

      *******  THE SCREENING PROCEDURE LIST OFF PARMFILE.
       01  PROC-LIST01.
       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT CHARFILE ORDFILE GARFILE REFPHY SEASADDR.
           OPEN OUTPUT RECALL RCLRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RC-DATE
           MOVE PA-PATID(PA-X) TO RC-PATID
           MOVE PA-NAME(PA-X) TO RC-PATNAME
           PERFORM SEAS-ADDR THRU SEAS-ADDR-EXIT
           MOVE MAIL-STREET TO RC-STREET
           MOVE MAIL-CITY TO RC-CITY
           MOVE MAIL-STATE TO RC-STATE
           MOVE MAIL-ZIP TO RC-ZIP
           MOVE PA-PROC(PA-X) TO RC-PROC
           MOVE PA-DOS(PA-X) TO RC-LASTDOS
           WRITE RECALL01
       WRITE-RECALL-EXIT.
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

       POST-REF.
           MOVE 1 TO RX.
       POST-REF-1.
           DISPLAY "RECALL RUN HAS ENDED, " DUE-COUNT " LETTERS".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CHARFILE ORDFILE GARFILE REFPHY RECALL RCLRPT
                 SUMLOG SEASADDR.
           STOP RUN.

       RUN-SUMMARY.
