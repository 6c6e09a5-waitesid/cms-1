      *                or policy) are never auto-applied -- they go to
      *                the same WORKLIST the duplicate check writes,
      *                for a person to review.
      * 2026-09-18 sw  unread-study tracking.  an order the feed brings
      *                in with no reading radiologist (C-DOCP "00")
      *                is filed on UNREAD with its order date and
      *                modality, not just the one-line NOT READ error.
      *                every run re-ages the whole file onto UNRDRPT,
      *                days waiting by modality, and an item clears on
      *                its own once ORDFILE carries the reader (or the
      *                order is gone).  new1500 and new837p hold the
      *                claim while any of its lines is still unread.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rri245.
       AUTHOR. SWAITE.
           SELECT DEMLOG ASSIGN TO "S90" ORGANIZATION LINE
           SEQUENTIAL.

           SELECT OPTIONAL UNREAD ASSIGN TO "S204"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS UR-KEY
           LOCK MODE MANUAL.

           SELECT UNRDRPT ASSIGN TO "S205" ORGANIZATION LINE
           SEQUENTIAL.

       DATA DIVISION.
       
       FILE SECTION.
           02 FILLER PIC X VALUE SPACE.
           02 DL-NEW PIC X(22).

       FD  UNREAD.
           COPY "unread.cpy".

       FD  UNRDRPT.
       01  UNRDRPT01 PIC X(100).

       WORKING-STORAGE SECTION.
       01  FLAG PIC 9.
       01  NAME-TAB PIC X OCCURS 24 TIMES.
       01  DEM-CHANGED PIC X.
       01  DEM-COUNT PIC 9(5) VALUE 0.

       01  UNREAD-FLAG PIC X.
       01  TODAY8 PIC 9(8).
       01  TODAY-X REDEFINES TODAY8.
           02 TODAY-YYYY PIC 9(4).
           02 TODAY-MM PIC 99.
           02 TODAY-DD PIC 99.
       01  ORDER8 PIC 9(8).
       01  ORDER-X REDEFINES ORDER8.
           02 ORDER-YYYY PIC 9(4).
           02 ORDER-MM PIC 99.
           02 ORDER-DD PIC 99.
       01  TODAY-SERIAL PIC S9(7).
       01  ORDER-SERIAL PIC S9(7).
       01  AGE-DAYS PIC S9(6).
       01  UNREAD-COUNT PIC 9(5) VALUE 0.
       01  CLEAR-COUNT PIC 9(5) VALUE 0.
       01  NEW-UNREAD PIC 9(5) VALUE 0.
       01  UR-REASON PIC X(16).

      *******  OPEN UNREAD STUDIES BY MODALITY AND DAYS WAITING --
      *******  0-7, 8-14, 15-30, OVER 30.
       01  MOD-TAB01.
           02 MOD-ENT OCCURS 20 TIMES.
             03 MT-TYPE PIC X.
             03 MT-BKT PIC 9(5) OCCURS 4 TIMES.
       01  MOD-CNT PIC 99 VALUE 0.
       01  MX PIC 99.
       01  BX PIC 9.
       01  NEF-5 PIC ZZ,ZZ9.
       01  NEF-5A PIC ZZ,ZZ9.
       01  NEF-5B PIC ZZ,ZZ9.
       01  NEF-5C PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT ACTFILE REFPHY ORDFILE PROCFILE WORK245.
           OPEN EXTEND WORKLIST.
           OPEN EXTEND DEMLOG.
           OPEN EXTEND SUMLOG.
           OPEN I-O UNREAD.
           OPEN OUTPUT UNRDRPT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO TODAY8.
           COMPUTE TODAY-SERIAL =
               (TODAY-YYYY * 360) + (TODAY-MM * 30) + TODAY-DD.
       P8.
           READ WORK245
             AT END 
               GO TO P15
           END-IF

           MOVE "N" TO UNREAD-FLAG
           IF C-DOCP = "00" AND C-CPT NOT = "G1004"
               MOVE "Y" TO UNREAD-FLAG
           END-IF

           MOVE C-REF TO REF-KEY
           
           READ REFPHY
               END-READ                   
           END-READ    

           IF UNREAD-FLAG = "Y"
               PERFORM FILE-UNREAD THRU FILE-UNREAD-EXIT
           END-IF

           IF PROC-AMOUNT = 0 AND
              C-CPT = "G1004"
               GO TO P13
           END-IF.

       BAD-1.
           IF UNREAD-FLAG = "Y"
               MOVE SPACE TO PROC-TYPE
               PERFORM FILE-UNREAD THRU FILE-UNREAD-EXIT
           END-IF
           MOVE SPACE TO ERROR-FILE01.    

           STRING "UNDEFINED PROCEDURE FOR " ORD8 " " C-PROC 
           
           GO TO P13.           

      *******  AN UNREAD ORDER GOES ON UNREAD THE FIRST TIME THE FEED
      *******  BRINGS IT; A LATER RUN JUST MARKS IT SEEN AGAIN.

       FILE-UNREAD.
           MOVE ORDNO TO UR-KEY
           READ UNREAD
             INVALID
               MOVE SPACE TO UNREAD01
               MOVE ORDNO TO UR-KEY
               MOVE RUN-DATE TO UR-FIRST
               ADD 1 TO NEW-UNREAD
             NOT INVALID
               MOVE RUN-DATE TO UR-LAST
               MOVE PROC-TYPE TO UR-TYPE
               REWRITE UNREAD01
               GO TO FILE-UNREAD-EXIT
           END-READ
           MOVE C-DATE-T TO UR-DATE-T
           MOVE C-PROC TO UR-PROC
           MOVE C-CPT TO UR-CPT
           MOVE PROC-TYPE TO UR-TYPE
           MOVE C-REF TO UR-REF
           MOVE RUN-DATE TO UR-LAST
           MOVE 0 TO UR-DAYS
           WRITE UNREAD01.
       FILE-UNREAD-EXIT.
           EXIT.

      *******  THE DAILY AGING.  EVERY ITEM ON UNREAD IS CHECKED BACK
      *******  AGAINST ITS ORDER -- A READER ON ORDFILE (OR NO ORDER AT
      *******  ALL) CLEARS IT -- AND WHAT IS LEFT IS AGED FROM THE
      *******  ORDER DATE ON THE SAME 360-DAY SERIAL BLHLD001 USES.

       AGE-UNREAD.
           MOVE SPACE TO UNRDRPT01
           STRING "UNREAD STUDIES AS OF " RUN-DATE
               DELIMITED BY SIZE INTO UNRDRPT01
           WRITE UNRDRPT01
           MOVE SPACE TO UNRDRPT01
           STRING "ORDER       ORDERED  PROC  CPT MOD REF "
               "FIRST SEEN DAYS"
               DELIMITED BY SIZE INTO UNRDRPT01
           WRITE UNRDRPT01
           MOVE LOW-VALUE TO UR-KEY
           START UNREAD KEY NOT < UR-KEY
             INVALID
               GO TO AGE-UNREAD-9
           END-START.
       AGE-UNREAD-1.
           READ UNREAD NEXT
             AT END
               GO TO AGE-UNREAD-9
           END-READ

           MOVE SPACE TO UR-REASON
           MOVE UR-KEY TO ORDNO
           READ ORDFILE
             INVALID
               MOVE "ORDER GONE" TO UR-REASON
             NOT INVALID
               IF C-DOCP NOT = "00"
                   MOVE "READ BY " TO UR-REASON
                   MOVE C-DOCP TO UR-REASON(9:2)
               END-IF
           END-READ
           IF UR-REASON NOT = SPACE
               MOVE SPACE TO UNRDRPT01
               STRING UR-KEY " " UR-DATE-T " " UR-PROC " " UR-CPT
                   "  CLEARED -- " UR-REASON
                   DELIMITED BY SIZE INTO UNRDRPT01
               WRITE UNRDRPT01
               DELETE UNREAD
                 INVALID
                   CONTINUE
               END-DELETE
               ADD 1 TO CLEAR-COUNT
               GO TO AGE-UNREAD-1
           END-IF

           MOVE 0 TO AGE-DAYS
           IF UR-DATE-T NUMERIC AND UR-DATE-T NOT = "00000000"
               MOVE UR-DATE-T TO ORDER8
               COMPUTE ORDER-SERIAL =
                   (ORDER-YYYY * 360) + (ORDER-MM * 30) + ORDER-DD
               COMPUTE AGE-DAYS = TODAY-SERIAL - ORDER-SERIAL
           END-IF
           IF AGE-DAYS < 0 MOVE 0 TO AGE-DAYS.
           MOVE AGE-DAYS TO UR-DAYS
           REWRITE UNREAD01
           ADD 1 TO UNREAD-COUNT

           MOVE 4 TO BX
           IF AGE-DAYS < 31 MOVE 3 TO BX.
           IF AGE-DAYS < 15 MOVE 2 TO BX.
           IF AGE-DAYS < 8 MOVE 1 TO BX.
           PERFORM MOD-ADD THRU MOD-ADD-EXIT

           MOVE SPACE TO UNRDRPT01
           STRING UR-KEY " " UR-DATE-T " " UR-PROC " " UR-CPT
               "  " UR-TYPE "   " UR-REF " " UR-FIRST "   " UR-DAYS
               DELIMITED BY SIZE INTO UNRDRPT01
           IF BX = 4
               MOVE "*** OVER 30 DAYS" TO UNRDRPT01(70:16)
           END-IF
           WRITE UNRDRPT01
           GO TO AGE-UNREAD-1.

       AGE-UNREAD-9.
           MOVE SPACE TO UNRDRPT01
           WRITE UNRDRPT01
           MOVE SPACE TO UNRDRPT01
           STRING "MODALITY      0-7     8-14    15-30  OVER 30"
               DELIMITED BY SIZE INTO UNRDRPT01
           WRITE UNRDRPT01
           MOVE 1 TO MX.
       AGE-UNREAD-10.
           IF MX > MOD-CNT GO TO AGE-UNREAD-11.
           MOVE MT-BKT(MX 1) TO NEF-5
           MOVE MT-BKT(MX 2) TO NEF-5A
           MOVE MT-BKT(MX 3) TO NEF-5B
           MOVE MT-BKT(MX 4) TO NEF-5C
           MOVE SPACE TO UNRDRPT01
           STRING "   " MT-TYPE(MX) "     " NEF-5 "   " NEF-5A
               "   " NEF-5B "   " NEF-5C
               DELIMITED BY SIZE INTO UNRDRPT01
           WRITE UNRDRPT01
           ADD 1 TO MX
           GO TO AGE-UNREAD-10.
       AGE-UNREAD-11.
           MOVE SPACE TO UNRDRPT01
           STRING "OPEN " UNREAD-COUNT "  NEW TODAY " NEW-UNREAD
               "  CLEARED " CLEAR-COUNT
               DELIMITED BY SIZE INTO UNRDRPT01
           WRITE UNRDRPT01.
       AGE-UNREAD-EXIT.
           EXIT.

       MOD-ADD.
           MOVE 1 TO MX.
       MOD-ADD-1.
           IF MX > MOD-CNT
               IF MOD-CNT = 20
                   GO TO MOD-ADD-EXIT
               END-IF
               ADD 1 TO MOD-CNT
               MOVE UR-TYPE TO MT-TYPE(MOD-CNT)
               MOVE 0 TO MT-BKT(MOD-CNT 1) MT-BKT(MOD-CNT 2)
                   MT-BKT(MOD-CNT 3) MT-BKT(MOD-CNT 4)
           END-IF
           IF MT-TYPE(MX) NOT = UR-TYPE
               ADD 1 TO MX
               GO TO MOD-ADD-1
           END-IF
           ADD 1 TO MT-BKT(MX BX).
       MOD-ADD-EXIT.
           EXIT.

       P20.
           PERFORM AGE-UNREAD THRU AGE-UNREAD-EXIT.
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE ERROR-FILE GARFILE REFPHY ACTFILE ORDFILE PROCFILE
                 WORK245 WORKLIST DEMLOG SUMLOG UNREAD UNRDRPT.
           STOP RUN.

       RUN-SUMMARY.
