      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
      *
      * MODIFICATION HISTORY
      * 2026-10-03 sw  new program - one-time money field widening.
      *                CC-AMOUNT, CD-AMOUNT, CH-AMOUNT, PC-AMOUNT,
      *                PH-AMOUNT and PD-AMOUNT go from S9(4)V99 to
      *                S9(6)V99, so a surgical charge or a lump
      *                payer check over 9,999.99 no longer has to be
      *                split by hand.  each PARMFILE card names one of
      *                CHARCUR, CHARFILE, CHARNEW, CHARHIST, PAYCUR,
      *                PAYHIST or PAYFILE; the run reads the live
      *                file in the old layout, writes every record
      *                into a fresh file in the new one, then reads
      *                the new file back and proves record count and
      *                dollar total the way blidx001 does.  the swap
      *                is the operator's file rename, made only when
      *                CNVRPT says the totals balance, and every file
      *                must be swapped before the new programs run.
      * 2026-10-15 sw  RFDSTAT (RF-AMOUNT), DENWORK (DW-AMOUNT) and
      *                CLINVD (CV-CHARGE, CV-AMOUNT, CV-PAID) convert
      *                the same way, to S9(6)V99.
      * 2026-10-15 sw  PROCFILE (PROC-DATE-EFF, PROC-DATE-TERM added)
      *                and MUEFILE (MUE-MAX to four digits, MUE-MAI
      *                added) convert from their old layouts too.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLCNV001.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OCC-KEY
           ALTERNATE RECORD KEY IS OCC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT NEWCCUR ASSIGN TO "S257" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OCF-KEY
           LOCK MODE MANUAL.
           SELECT NEWCFIL ASSIGN TO "S258" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
           LOCK MODE MANUAL.
           SELECT CHARNEW ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OCN-KEY
           LOCK MODE MANUAL.
           SELECT NEWCNEW ASSIGN TO "S259" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
           LOCK MODE MANUAL.
           SELECT CHARHIST ASSIGN TO "S158" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OCH-KEY
           LOCK MODE MANUAL.
           SELECT NEWCHST ASSIGN TO "S260" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARHIST-KEY
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OPC-KEY
           LOCK MODE MANUAL.
           SELECT NEWPCUR ASSIGN TO "S261" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-BATCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS PC-DENIAL WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYHIST ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OPH-KEY
           LOCK MODE MANUAL.
           SELECT NEWPHST ASSIGN TO "S262" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS NPH-KEY
           LOCK MODE MANUAL.
           SELECT PAYFILE ASSIGN TO "S264" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OPD-KEY.
           SELECT NEWPFIL ASSIGN TO "S263" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS NPD-KEY.
           SELECT RFDSTAT ASSIGN TO "S101" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ORF-KEY
           LOCK MODE MANUAL.
           SELECT NEWRFDS ASSIGN TO "S323" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS NRF-KEY
           LOCK MODE MANUAL.
           SELECT DENWORK ASSIGN TO "S84" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ODW-KEY
           LOCK MODE MANUAL.
           SELECT NEWDENW ASSIGN TO "S324" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS NDW-KEY
           LOCK MODE MANUAL.
           SELECT CLINVD ASSIGN TO "S231" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OCV-KEY
           LOCK MODE MANUAL.
           SELECT NEWCLVD ASSIGN TO "S325" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CV-KEY
           LOCK MODE MANUAL.
           SELECT PROCFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OPR-KEY
           LOCK MODE MANUAL.
           SELECT NEWPROC ASSIGN TO "S326" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT MUEFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OMU-KEY
           LOCK MODE MANUAL.
           SELECT NEWMUE ASSIGN TO "S327" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS MUE-KEY
           LOCK MODE MANUAL.
           SELECT CNVRPT ASSIGN TO "S265" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PM-FILE PIC X(8).

      *******  EACH LIVE FILE IS DESCRIBED HERE IN ITS OLD LAYOUT:
      *******  EVERYTHING AHEAD OF THE AMOUNT, THE FOUR-DIGIT AMOUNT,
      *******  AND EVERYTHING AFTER IT.  THE NEW FILE IS THE CURRENT
      *******  COPYBOOK, SO THE FRONT AND BACK MOVE ACROSS BYTE FOR
      *******  BYTE AND ONLY THE AMOUNT IS WIDENED.

       FD  CHARCUR.
       01  OCC-REC.
           02 OCC-KEY PIC X(11).
           02 OCC-FRONT PIC X(35).
           02 OCC-AMOUNT PIC S9(4)V99.
           02 OCC-BACK.
             03 OCC-BACK1 PIC X(5).
             03 OCC-PAYCODE PIC 999.
             03 OCC-BACK2 PIC X(110).

       FD  NEWCCUR.
           COPY "charcur.cpy".

       FD  CHARFILE.
       01  OCF-REC.
           02 OCF-KEY PIC X(11).
           02 OCF-FRONT PIC X(39).
           02 OCF-AMOUNT PIC S9(4)V99.
           02 OCF-BACK PIC X(146).

       FD  NEWCFIL.
           COPY "charfile.cpy".

       FD  CHARNEW.
       01  OCN-REC.
           02 OCN-KEY PIC X(11).
           02 OCN-FRONT PIC X(35).
           02 OCN-AMOUNT PIC S9(4)V99.
           02 OCN-BACK PIC X(22).

       FD  NEWCNEW.
           COPY "charnew.cpy".

       FD  CHARHIST.
       01  OCH-REC.
           02 OCH-KEY PIC X(11).
           02 OCH-FRONT PIC X(35).
           02 OCH-AMOUNT PIC S9(4)V99.
           02 OCH-BACK PIC X(118).

       FD  NEWCHST.
           COPY "charhist.cpy".

       FD  PAYCUR.
       01  OPC-REC.
           02 OPC-KEY PIC X(11).
           02 OPC-AMOUNT PIC S9(4)V99.
           02 OPC-BACK PIC X(33).

       FD  NEWPCUR.
           COPY "paycur.cpy".

       FD  PAYHIST.
       01  OPH-REC.
           02 OPH-KEY PIC X(11).
           02 OPH-AMOUNT PIC S9(4)V99.
           02 OPH-BACK PIC X(33).

       FD  NEWPHST.
       01  NPH-REC.
           02 NPH-KEY.
             03 NPH-KEY8 PIC X(8).
             03 NPH-KEY3 PIC XXX.
           02 NPH-AMOUNT PIC S9(6)V99.
           02 NPH-PAYCODE PIC XXX.
           02 NPH-DENIAL PIC XX.
           02 NPH-CLAIM PIC X(6).
           02 NPH-DATE-T PIC X(8).
           02 NPH-DATE-E PIC X(8).
           02 NPH-BATCH PIC X(6).

       FD  PAYFILE.
       01  OPD-REC.
           02 OPD-KEY PIC X(11).
           02 OPD-NAME PIC X(24).
           02 OPD-AMOUNT PIC S9(4)V99.
           02 OPD-BACK PIC X(39).

       FD  NEWPFIL.
       01  NPD-REC.
           02 NPD-KEY.
             03 NPD-KEY8 PIC X(8).
             03 NPD-KEY3 PIC XXX.
           02 NPD-NAME PIC X(24).
           02 NPD-AMOUNT PIC S9(6)V99.
           02 NPD-PAYCODE PIC XXX.
           02 NPD-DENIAL PIC XX.
           02 NPD-CLAIM PIC X(6).
           02 NPD-DATE-T PIC X(8).
           02 NPD-DATE-E PIC X(8).
           02 NPD-ORDER PIC X(6).
           02 NPD-BATCH PIC X(6).

       FD  RFDSTAT.
       01  ORF-REC.
           02 ORF-KEY PIC X(14).
           02 ORF-FRONT PIC X(7).
           02 ORF-AMOUNT PIC S9(4)V99.
           02 ORF-BACK PIC X(106).

       FD  NEWRFDS.
       01  NRF-REC.
           02 NRF-KEY PIC X(14).
           02 NRF-FRONT PIC X(7).
           02 NRF-AMOUNT PIC S9(6)V99.
           02 NRF-BACK PIC X(106).

       FD  DENWORK.
       01  ODW-REC.
           02 ODW-KEY PIC X(16).
           02 ODW-FRONT PIC X(3).
           02 ODW-AMOUNT PIC S9(4)V99.
           02 ODW-BACK PIC X(22).

       FD  NEWDENW.
       01  NDW-REC.
           02 NDW-KEY PIC X(16).
           02 NDW-FRONT PIC X(3).
           02 NDW-AMOUNT PIC S9(6)V99.
           02 NDW-BACK PIC X(22).

      *******  CLINVD CARRIES THREE AMOUNTS BACK TO BACK AT THE END OF
      *******  THE RECORD; THE HASH IS THE SUM OF ALL THREE.
       FD  CLINVD.
       01  OCV-REC.
           02 OCV-KEY PIC X(14).
           02 OCV-FRONT PIC X(64).
           02 OCV-CHARGE PIC S9(4)V99.
           02 OCV-AMOUNT PIC S9(4)V99.
           02 OCV-PAID PIC S9(4)V99.

       FD  NEWCLVD.
           COPY "clinvd.cpy".

      *******  PROCFILE AND MUEFILE ARE LENGTHENED RATHER THAN HAVING
      *******  AN AMOUNT WIDENED.  PROCFILE GAINS PROC-DATE-EFF AND
      *******  PROC-DATE-TERM AT THE END, LEFT SPACE (OPEN) UNTIL THE
      *******  NEXT PROCLOAD STAMPS THEM; ITS HASH IS PROC-AMOUNT PLUS
      *******  CARE-AMOUNT.  MUEFILE'S MUE-MAX GOES FROM TWO DIGITS TO
      *******  FOUR AND MUE-MAI IS ADDED AT THE END, SPACE UNTIL THE
      *******  NEXT NCCILOAD; ITS HASH IS THE SUM OF MUE-MAX.
       FD  PROCFILE.
       01  OPR-REC.
           02 OPR-KEY PIC X(7).
           02 OPR-FRONT PIC X(40).
           02 OPR-AMOUNT PIC 9(4)V99.
           02 OPR-CARE PIC 9(4)V99.
           02 OPR-RVU PIC 9(2)V99.

       FD  NEWPROC.
           COPY "procfile.cpy".

       FD  MUEFILE.
       01  OMU-REC.
           02 OMU-KEY PIC X(5).
           02 OMU-MAX PIC 99.
           02 OMU-DATE-EFF PIC X(8).
           02 OMU-DATE-TERM PIC X(8).

       FD  NEWMUE.
           COPY "muefile.cpy".

       FD  CNVRPT.
       01  CNVRPT01 PIC X(80).

       FD  SUMLOG.
           COPY "sumlog.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-DATE PIC X(8).
       01  CONVERT-FILE PIC X(8) VALUE SPACE.
       01  IN-CNT PIC 9(7) VALUE 0.
       01  IN-HASH PIC S9(11)V99 VALUE 0.
       01  OUT-CNT PIC 9(7) VALUE 0.
       01  OUT-HASH PIC S9(11)V99 VALUE 0.
       01  TOTAL-CNT PIC 9(7) VALUE 0.
       01  FILE-CNT PIC 99 VALUE 0.
       01  BAD-CNT PIC 99 VALUE 0.
       01  NEF-13 PIC ZZZ,ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-CNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0005-START.
           OPEN OUTPUT CNVRPT.
           OPEN EXTEND SUMLOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMFILE.

       P1.
           READ PARMFILE
             AT END
               GO TO P9
           END-READ
           MOVE PM-FILE TO CONVERT-FILE
           MOVE 0 TO IN-CNT IN-HASH OUT-CNT OUT-HASH
           IF CONVERT-FILE = "CHARCUR"
               PERFORM CONVERT-CHARCUR THRU CONVERT-CHARCUR-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "CHARFILE"
               PERFORM CONVERT-CHARFILE THRU CONVERT-CHARFILE-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "CHARNEW"
               PERFORM CONVERT-CHARNEW THRU CONVERT-CHARNEW-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "CHARHIST"
               PERFORM CONVERT-CHARHIST THRU CONVERT-CHARHIST-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "PAYCUR"
               PERFORM CONVERT-PAYCUR THRU CONVERT-PAYCUR-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "PAYHIST"
               PERFORM CONVERT-PAYHIST THRU CONVERT-PAYHIST-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "PAYFILE"
               PERFORM CONVERT-PAYFILE THRU CONVERT-PAYFILE-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "RFDSTAT"
               PERFORM CONVERT-RFDSTAT THRU CONVERT-RFDSTAT-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "DENWORK"
               PERFORM CONVERT-DENWORK THRU CONVERT-DENWORK-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "CLINVD"
               PERFORM CONVERT-CLINVD THRU CONVERT-CLINVD-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "PROCFILE"
               PERFORM CONVERT-PROCFILE THRU CONVERT-PROCFILE-EXIT
               GO TO P1
           END-IF
           IF CONVERT-FILE = "MUEFILE"
               PERFORM CONVERT-MUEFILE THRU CONVERT-MUEFILE-EXIT
               GO TO P1
           END-IF
           MOVE SPACE TO CNVRPT01
           STRING "PARMFILE CARD " CONVERT-FILE
               " IS NOT A CONVERTIBLE FILE - SKIPPED"
               DELIMITED BY SIZE INTO CNVRPT01
           WRITE CNVRPT01
           DISPLAY "PARMFILE CARD " CONVERT-FILE " SKIPPED"
           GO TO P1.

       P9.
           CLOSE PARMFILE.
           IF FILE-CNT = 0
               DISPLAY "PARMFILE NAMES NO FILE, NO RUN"
           END-IF
           IF BAD-CNT NOT = 0
               MOVE SPACE TO CNVRPT01
               STRING "ONE OR MORE FILES DID NOT BALANCE - SWAP NONE"
                   DELIMITED BY SIZE INTO CNVRPT01
               WRITE CNVRPT01
           END-IF
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE CNVRPT SUMLOG.
           DISPLAY "AMOUNT CONVERSION RUN HAS ENDED".
           STOP RUN.

      *******  COPY OUT, READ BACK, PROVE -- THE SAME STEPS BLIDX001
      *******  TAKES FOR AN INDEX REBUILD.  THE IN-HASH IS THE SIGNED
      *******  SUM OF THE OLD AMOUNTS, THE OUT-HASH THE SUM OF THE
      *******  NEW ONES AS READ BACK, SO A TRUNCATED OR MISALIGNED
      *******  AMOUNT CANNOT SLIP THROUGH.

       CONVERT-CHARCUR.
           OPEN INPUT CHARCUR
           OPEN OUTPUT NEWCCUR
           MOVE LOW-VALUE TO OCC-KEY
           START CHARCUR KEY NOT < OCC-KEY
             INVALID
               GO TO CONVERT-CHARCUR-2
           END-START.
       CONVERT-CHARCUR-1.
           READ CHARCUR NEXT
             AT END
               GO TO CONVERT-CHARCUR-2
           END-READ
           MOVE SPACE TO CHARCUR01
           MOVE OCC-KEY TO CHARCUR01(1:11)
           MOVE OCC-FRONT TO CHARCUR01(12:35)
           MOVE OCC-AMOUNT TO CC-AMOUNT
           MOVE OCC-BACK TO CHARCUR01(55:118)
           WRITE CHARCUR01
           ADD 1 TO IN-CNT
           ADD OCC-AMOUNT TO IN-HASH
           GO TO CONVERT-CHARCUR-1.
       CONVERT-CHARCUR-2.
           CLOSE CHARCUR NEWCCUR
           OPEN INPUT NEWCCUR
           MOVE LOW-VALUE TO CHARCUR-KEY
           START NEWCCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CONVERT-CHARCUR-4
           END-START.
       CONVERT-CHARCUR-3.
           READ NEWCCUR NEXT
             AT END
               GO TO CONVERT-CHARCUR-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD CC-AMOUNT TO OUT-HASH
           GO TO CONVERT-CHARCUR-3.
       CONVERT-CHARCUR-4.
           CLOSE NEWCCUR
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-CHARCUR-EXIT.
           EXIT.

       CONVERT-CHARFILE.
           OPEN INPUT CHARFILE
           OPEN OUTPUT NEWCFIL
           MOVE LOW-VALUE TO OCF-KEY
           START CHARFILE KEY NOT < OCF-KEY
             INVALID
               GO TO CONVERT-CHARFILE-2
           END-START.
       CONVERT-CHARFILE-1.
           READ CHARFILE NEXT
             AT END
               GO TO CONVERT-CHARFILE-2
           END-READ
           MOVE SPACE TO CHARFILE01
           MOVE OCF-KEY TO CHARFILE01(1:11)
           MOVE OCF-FRONT TO CHARFILE01(12:39)
           MOVE OCF-AMOUNT TO CD-AMOUNT OF CHARFILE01
           MOVE OCF-BACK TO CHARFILE01(59:146)
           WRITE CHARFILE01
           ADD 1 TO IN-CNT
           ADD OCF-AMOUNT TO IN-HASH
           GO TO CONVERT-CHARFILE-1.
       CONVERT-CHARFILE-2.
           CLOSE CHARFILE NEWCFIL
           OPEN INPUT NEWCFIL
           MOVE LOW-VALUE TO CHARFILE-KEY
           START NEWCFIL KEY NOT < CHARFILE-KEY
             INVALID
               GO TO CONVERT-CHARFILE-4
           END-START.
       CONVERT-CHARFILE-3.
           READ NEWCFIL NEXT
             AT END
               GO TO CONVERT-CHARFILE-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD CD-AMOUNT OF CHARFILE01 TO OUT-HASH
           GO TO CONVERT-CHARFILE-3.
       CONVERT-CHARFILE-4.
           CLOSE NEWCFIL
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-CHARFILE-EXIT.
           EXIT.

       CONVERT-CHARNEW.
           OPEN INPUT CHARNEW
           OPEN OUTPUT NEWCNEW
           MOVE LOW-VALUE TO OCN-KEY
           START CHARNEW KEY NOT < OCN-KEY
             INVALID
               GO TO CONVERT-CHARNEW-2
           END-START.
       CONVERT-CHARNEW-1.
           READ CHARNEW NEXT
             AT END
               GO TO CONVERT-CHARNEW-2
           END-READ
           MOVE SPACE TO CHARNEW01
           MOVE OCN-KEY TO CHARNEW01(1:11)
           MOVE OCN-FRONT TO CHARNEW01(12:35)
           MOVE OCN-AMOUNT TO CD-AMOUNT OF CHARNEW01
           MOVE OCN-BACK TO CHARNEW01(55:22)
           WRITE CHARNEW01
           ADD 1 TO IN-CNT
           ADD OCN-AMOUNT TO IN-HASH
           GO TO CONVERT-CHARNEW-1.
       CONVERT-CHARNEW-2.
           CLOSE CHARNEW NEWCNEW
           OPEN INPUT NEWCNEW
           MOVE LOW-VALUE TO CHARNEW-KEY
           START NEWCNEW KEY NOT < CHARNEW-KEY
             INVALID
               GO TO CONVERT-CHARNEW-4
           END-START.
       CONVERT-CHARNEW-3.
           READ NEWCNEW NEXT
             AT END
               GO TO CONVERT-CHARNEW-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD CD-AMOUNT OF CHARNEW01 TO OUT-HASH
           GO TO CONVERT-CHARNEW-3.
       CONVERT-CHARNEW-4.
           CLOSE NEWCNEW
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-CHARNEW-EXIT.
           EXIT.

       CONVERT-CHARHIST.
           OPEN INPUT CHARHIST
           OPEN OUTPUT NEWCHST
           MOVE LOW-VALUE TO OCH-KEY
           START CHARHIST KEY NOT < OCH-KEY
             INVALID
               GO TO CONVERT-CHARHIST-2
           END-START.
       CONVERT-CHARHIST-1.
           READ CHARHIST NEXT
             AT END
               GO TO CONVERT-CHARHIST-2
           END-READ
           MOVE SPACE TO CHARHIST01
           MOVE OCH-KEY TO CHARHIST01(1:11)
           MOVE OCH-FRONT TO CHARHIST01(12:35)
           MOVE OCH-AMOUNT TO CH-AMOUNT
           MOVE OCH-BACK TO CHARHIST01(55:118)
           WRITE CHARHIST01
           ADD 1 TO IN-CNT
           ADD OCH-AMOUNT TO IN-HASH
           GO TO CONVERT-CHARHIST-1.
       CONVERT-CHARHIST-2.
           CLOSE CHARHIST NEWCHST
           OPEN INPUT NEWCHST
           MOVE LOW-VALUE TO CHARHIST-KEY
           START NEWCHST KEY NOT < CHARHIST-KEY
             INVALID
               GO TO CONVERT-CHARHIST-4
           END-START.
       CONVERT-CHARHIST-3.
           READ NEWCHST NEXT
             AT END
               GO TO CONVERT-CHARHIST-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD CH-AMOUNT TO OUT-HASH
           GO TO CONVERT-CHARHIST-3.
       CONVERT-CHARHIST-4.
           CLOSE NEWCHST
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-CHARHIST-EXIT.
           EXIT.

       CONVERT-PAYCUR.
           OPEN INPUT PAYCUR
           OPEN OUTPUT NEWPCUR
           MOVE LOW-VALUE TO OPC-KEY
           START PAYCUR KEY NOT < OPC-KEY
             INVALID
               GO TO CONVERT-PAYCUR-2
           END-START.
       CONVERT-PAYCUR-1.
           READ PAYCUR NEXT
             AT END
               GO TO CONVERT-PAYCUR-2
           END-READ
           MOVE SPACE TO PAYCUR01
           MOVE OPC-KEY TO PAYCUR-KEY
           MOVE OPC-AMOUNT TO PC-AMOUNT
           MOVE OPC-BACK TO PAYCUR01(20:33)
           WRITE PAYCUR01
           ADD 1 TO IN-CNT
           ADD OPC-AMOUNT TO IN-HASH
           GO TO CONVERT-PAYCUR-1.
       CONVERT-PAYCUR-2.
           CLOSE PAYCUR NEWPCUR
           OPEN INPUT NEWPCUR
           MOVE LOW-VALUE TO PAYCUR-KEY
           START NEWPCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO CONVERT-PAYCUR-4
           END-START.
       CONVERT-PAYCUR-3.
           READ NEWPCUR NEXT
             AT END
               GO TO CONVERT-PAYCUR-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD PC-AMOUNT TO OUT-HASH
           GO TO CONVERT-PAYCUR-3.
       CONVERT-PAYCUR-4.
           CLOSE NEWPCUR
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-PAYCUR-EXIT.
           EXIT.

       CONVERT-PAYHIST.
           OPEN INPUT PAYHIST
           OPEN OUTPUT NEWPHST
           MOVE LOW-VALUE TO OPH-KEY
           START PAYHIST KEY NOT < OPH-KEY
             INVALID
               GO TO CONVERT-PAYHIST-2
           END-START.
       CONVERT-PAYHIST-1.
           READ PAYHIST NEXT
             AT END
               GO TO CONVERT-PAYHIST-2
           END-READ
           MOVE SPACE TO NPH-REC
           MOVE OPH-KEY TO NPH-KEY
           MOVE OPH-AMOUNT TO NPH-AMOUNT
           MOVE OPH-BACK TO NPH-REC(20:33)
           WRITE NPH-REC
           ADD 1 TO IN-CNT
           ADD OPH-AMOUNT TO IN-HASH
           GO TO CONVERT-PAYHIST-1.
       CONVERT-PAYHIST-2.
           CLOSE PAYHIST NEWPHST
           OPEN INPUT NEWPHST
           MOVE LOW-VALUE TO NPH-KEY
           START NEWPHST KEY NOT < NPH-KEY
             INVALID
               GO TO CONVERT-PAYHIST-4
           END-START.
       CONVERT-PAYHIST-3.
           READ NEWPHST NEXT
             AT END
               GO TO CONVERT-PAYHIST-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD NPH-AMOUNT TO OUT-HASH
           GO TO CONVERT-PAYHIST-3.
       CONVERT-PAYHIST-4.
           CLOSE NEWPHST
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-PAYHIST-EXIT.
           EXIT.

       CONVERT-PAYFILE.
           OPEN INPUT PAYFILE
           OPEN OUTPUT NEWPFIL
           MOVE LOW-VALUE TO OPD-KEY
           START PAYFILE KEY NOT < OPD-KEY
             INVALID
               GO TO CONVERT-PAYFILE-2
           END-START.
       CONVERT-PAYFILE-1.
           READ PAYFILE NEXT
             AT END
               GO TO CONVERT-PAYFILE-2
           END-READ
           MOVE SPACE TO NPD-REC
           MOVE OPD-KEY TO NPD-KEY
           MOVE OPD-NAME TO NPD-NAME
           MOVE OPD-AMOUNT TO NPD-AMOUNT
           MOVE OPD-BACK TO NPD-REC(44:39)
           WRITE NPD-REC
           ADD 1 TO IN-CNT
           ADD OPD-AMOUNT TO IN-HASH
           GO TO CONVERT-PAYFILE-1.
       CONVERT-PAYFILE-2.
           CLOSE PAYFILE NEWPFIL
           OPEN INPUT NEWPFIL
           MOVE LOW-VALUE TO NPD-KEY
           START NEWPFIL KEY NOT < NPD-KEY
             INVALID
               GO TO CONVERT-PAYFILE-4
           END-START.
       CONVERT-PAYFILE-3.
           READ NEWPFIL NEXT
             AT END
               GO TO CONVERT-PAYFILE-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD NPD-AMOUNT TO OUT-HASH
           GO TO CONVERT-PAYFILE-3.
       CONVERT-PAYFILE-4.
           CLOSE NEWPFIL
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-PAYFILE-EXIT.
           EXIT.

       CONVERT-RFDSTAT.
           OPEN INPUT RFDSTAT
           OPEN OUTPUT NEWRFDS
           MOVE LOW-VALUE TO ORF-KEY
           START RFDSTAT KEY NOT < ORF-KEY
             INVALID
               GO TO CONVERT-RFDSTAT-2
           END-START.
       CONVERT-RFDSTAT-1.
           READ RFDSTAT NEXT
             AT END
               GO TO CONVERT-RFDSTAT-2
           END-READ
           MOVE SPACE TO NRF-REC
           MOVE ORF-KEY TO NRF-KEY
           MOVE ORF-FRONT TO NRF-FRONT
           MOVE ORF-AMOUNT TO NRF-AMOUNT
           MOVE ORF-BACK TO NRF-BACK
           WRITE NRF-REC
           ADD 1 TO IN-CNT
           ADD ORF-AMOUNT TO IN-HASH
           GO TO CONVERT-RFDSTAT-1.
       CONVERT-RFDSTAT-2.
           CLOSE RFDSTAT NEWRFDS
           OPEN INPUT NEWRFDS
           MOVE LOW-VALUE TO NRF-KEY
           START NEWRFDS KEY NOT < NRF-KEY
             INVALID
               GO TO CONVERT-RFDSTAT-4
           END-START.
       CONVERT-RFDSTAT-3.
           READ NEWRFDS NEXT
             AT END
               GO TO CONVERT-RFDSTAT-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD NRF-AMOUNT TO OUT-HASH
           GO TO CONVERT-RFDSTAT-3.
       CONVERT-RFDSTAT-4.
           CLOSE NEWRFDS
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-RFDSTAT-EXIT.
           EXIT.

       CONVERT-DENWORK.
           OPEN INPUT DENWORK
           OPEN OUTPUT NEWDENW
           MOVE LOW-VALUE TO ODW-KEY
           START DENWORK KEY NOT < ODW-KEY
             INVALID
               GO TO CONVERT-DENWORK-2
           END-START.
       CONVERT-DENWORK-1.
           READ DENWORK NEXT
             AT END
               GO TO CONVERT-DENWORK-2
           END-READ
           MOVE SPACE TO NDW-REC
           MOVE ODW-KEY TO NDW-KEY
           MOVE ODW-FRONT TO NDW-FRONT
           MOVE ODW-AMOUNT TO NDW-AMOUNT
           MOVE ODW-BACK TO NDW-BACK
           WRITE NDW-REC
           ADD 1 TO IN-CNT
           ADD ODW-AMOUNT TO IN-HASH
           GO TO CONVERT-DENWORK-1.
       CONVERT-DENWORK-2.
           CLOSE DENWORK NEWDENW
           OPEN INPUT NEWDENW
           MOVE LOW-VALUE TO NDW-KEY
           START NEWDENW KEY NOT < NDW-KEY
             INVALID
               GO TO CONVERT-DENWORK-4
           END-START.
       CONVERT-DENWORK-3.
           READ NEWDENW NEXT
             AT END
               GO TO CONVERT-DENWORK-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD NDW-AMOUNT TO OUT-HASH
           GO TO CONVERT-DENWORK-3.
       CONVERT-DENWORK-4.
           CLOSE NEWDENW
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-DENWORK-EXIT.
           EXIT.

       CONVERT-CLINVD.
           OPEN INPUT CLINVD
           OPEN OUTPUT NEWCLVD
           MOVE LOW-VALUE TO OCV-KEY
           START CLINVD KEY NOT < OCV-KEY
             INVALID
               GO TO CONVERT-CLINVD-2
           END-START.
       CONVERT-CLINVD-1.
           READ CLINVD NEXT
             AT END
               GO TO CONVERT-CLINVD-2
           END-READ
           MOVE SPACE TO CLINVD01
           MOVE OCV-KEY TO CLINVD01(1:14)
           MOVE OCV-FRONT TO CLINVD01(15:64)
           MOVE OCV-CHARGE TO CV-CHARGE
           MOVE OCV-AMOUNT TO CV-AMOUNT
           MOVE OCV-PAID TO CV-PAID
           WRITE CLINVD01
           ADD 1 TO IN-CNT
           ADD OCV-CHARGE OCV-AMOUNT OCV-PAID TO IN-HASH
           GO TO CONVERT-CLINVD-1.
       CONVERT-CLINVD-2.
           CLOSE CLINVD NEWCLVD
           OPEN INPUT NEWCLVD
           MOVE LOW-VALUE TO CV-KEY
           START NEWCLVD KEY NOT < CV-KEY
             INVALID
               GO TO CONVERT-CLINVD-4
           END-START.
       CONVERT-CLINVD-3.
           READ NEWCLVD NEXT
             AT END
               GO TO CONVERT-CLINVD-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD CV-CHARGE CV-AMOUNT CV-PAID TO OUT-HASH
           GO TO CONVERT-CLINVD-3.
       CONVERT-CLINVD-4.
           CLOSE NEWCLVD
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-CLINVD-EXIT.
           EXIT.

       CONVERT-PROCFILE.
           OPEN INPUT PROCFILE
           OPEN OUTPUT NEWPROC
           MOVE LOW-VALUE TO OPR-KEY
           START PROCFILE KEY NOT < OPR-KEY
             INVALID
               GO TO CONVERT-PROCFILE-2
           END-START.
       CONVERT-PROCFILE-1.
           READ PROCFILE NEXT
             AT END
               GO TO CONVERT-PROCFILE-2
           END-READ
           MOVE SPACE TO PROCFILE01
           MOVE OPR-KEY TO PROC-KEY
           MOVE OPR-FRONT TO PROCFILE01(8:40)
           MOVE OPR-AMOUNT TO PROC-AMOUNT
           MOVE OPR-CARE TO CARE-AMOUNT
           MOVE OPR-RVU TO PROC-RVU
           WRITE PROCFILE01
           ADD 1 TO IN-CNT
           ADD OPR-AMOUNT OPR-CARE TO IN-HASH
           GO TO CONVERT-PROCFILE-1.
       CONVERT-PROCFILE-2.
           CLOSE PROCFILE NEWPROC
           OPEN INPUT NEWPROC
           MOVE LOW-VALUE TO PROC-KEY
           START NEWPROC KEY NOT < PROC-KEY
             INVALID
               GO TO CONVERT-PROCFILE-4
           END-START.
       CONVERT-PROCFILE-3.
           READ NEWPROC NEXT
             AT END
               GO TO CONVERT-PROCFILE-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD PROC-AMOUNT CARE-AMOUNT TO OUT-HASH
           GO TO CONVERT-PROCFILE-3.
       CONVERT-PROCFILE-4.
           CLOSE NEWPROC
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-PROCFILE-EXIT.
           EXIT.

       CONVERT-MUEFILE.
           OPEN INPUT MUEFILE
           OPEN OUTPUT NEWMUE
           MOVE LOW-VALUE TO OMU-KEY
           START MUEFILE KEY NOT < OMU-KEY
             INVALID
               GO TO CONVERT-MUEFILE-2
           END-START.
       CONVERT-MUEFILE-1.
           READ MUEFILE NEXT
             AT END
               GO TO CONVERT-MUEFILE-2
           END-READ
           MOVE SPACE TO MUEFILE01
           MOVE OMU-KEY TO MUE-KEY
           MOVE OMU-MAX TO MUE-MAX
           MOVE OMU-DATE-EFF TO MUE-DATE-EFF
           MOVE OMU-DATE-TERM TO MUE-DATE-TERM
           WRITE MUEFILE01
           ADD 1 TO IN-CNT
           ADD OMU-MAX TO IN-HASH
           GO TO CONVERT-MUEFILE-1.
       CONVERT-MUEFILE-2.
           CLOSE MUEFILE NEWMUE
           OPEN INPUT NEWMUE
           MOVE LOW-VALUE TO MUE-KEY
           START NEWMUE KEY NOT < MUE-KEY
             INVALID
               GO TO CONVERT-MUEFILE-4
           END-START.
       CONVERT-MUEFILE-3.
           READ NEWMUE NEXT
             AT END
               GO TO CONVERT-MUEFILE-4
           END-READ
           ADD 1 TO OUT-CNT
           ADD MUE-MAX TO OUT-HASH
           GO TO CONVERT-MUEFILE-3.
       CONVERT-MUEFILE-4.
           CLOSE NEWMUE
           PERFORM PROVE THRU PROVE-EXIT.
       CONVERT-MUEFILE-EXIT.
           EXIT.

       PROVE.
           ADD 1 TO FILE-CNT
           ADD OUT-CNT TO TOTAL-CNT
           MOVE SPACE TO CNVRPT01
           STRING "AMOUNT CONVERSION OF " CONVERT-FILE " ON "
               RUN-DATE
               DELIMITED BY SIZE INTO CNVRPT01
           WRITE CNVRPT01
           MOVE IN-CNT TO NEF-CNT
           MOVE IN-HASH TO NEF-13
           MOVE SPACE TO CNVRPT01
           STRING "READ FROM LIVE FILE  " NEF-CNT " HASH " NEF-13
               DELIMITED BY SIZE INTO CNVRPT01
           WRITE CNVRPT01
           MOVE OUT-CNT TO NEF-CNT
           MOVE OUT-HASH TO NEF-13
           MOVE SPACE TO CNVRPT01
           STRING "READ BACK FROM NEW   " NEF-CNT " HASH " NEF-13
               DELIMITED BY SIZE INTO CNVRPT01
           WRITE CNVRPT01
           IF IN-CNT = OUT-CNT AND IN-HASH = OUT-HASH
               MOVE SPACE TO CNVRPT01
               STRING "TOTALS BALANCE - SAFE TO SWAP THE NEW FILE IN"
                   DELIMITED BY SIZE INTO CNVRPT01
               WRITE CNVRPT01
           ELSE
               ADD 1 TO BAD-CNT
               MOVE SPACE TO CNVRPT01
               STRING "TOTALS DO NOT BALANCE - DO NOT SWAP"
                   DELIMITED BY SIZE INTO CNVRPT01
               WRITE CNVRPT01
               DISPLAY "CONVERSION TOTALS FOR " CONVERT-FILE
                   " DO NOT BALANCE."
               DISPLAY "CONTACT THE DATA CENTER"
           END-IF
           MOVE SPACE TO CNVRPT01
           WRITE CNVRPT01.
       PROVE-EXIT.
           EXIT.

       RUN-SUMMARY.
           MOVE SPACE TO SUMLOG01
           MOVE "BLCNV001" TO SL-PGM
           MOVE RUN-DATE TO SL-DATE
           MOVE TOTAL-CNT TO SL-COUNT
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.
