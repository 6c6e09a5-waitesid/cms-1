      *                changes INS-CLAIMTYPE on a major payer, the
      *                answer to "who and when" is one grep instead of
      *                two days.  blmnt002 reports the log by record.
      * 2026-09-26 sw  "C" cards keep the CLIENT (facility) master
      *                blcli001 invoices from -- address, contract
      *                terms and status.  a client paycode not yet on
      *                file is added, active, by its first card.
      * 2026-09-30 sw  "F" cards keep the IDFMT member ID format table
      *                (length, prefix, pattern by position) per
      *                payer, and a changed primary/secondary payer or
      *                policy number is edited against it -- a failing
      *                ID is still applied but goes on the REGWORK
      *                registration-correction worklist.
      * 2026-10-07 sw  "E" cards keep the PAYRULE payer claim edit
      *                rules newedit holds claims on -- keyed by payer
      *                and rule number (key "00401" is payer 004 rule
      *                01), with the rule type, procedure range, value,
      *                effective/term dates and a description.
      * 2026-10-08 sw  "PA" rule type -- the payer requires prior
      *                authorization for the procedure range; see
      *                newauth.
      * 2026-10-09 sw  "S" cards keep the ESTFILE e-statement
      *                enrollment blst001 reads -- the guarantor's
      *                email address (EMAIL, and EMAIL2 for the part
      *                past 24 characters) and OPTIN "Y" for
      *                e-statements in place of paper, "N" for paper.
      * 2026-10-11 sw  the operator on every card must be on OPFILE,
      *                active and hold the maintenance role; any other
      *                card is refused onto OPEXCP (see blopr001).
      * 2026-10-12 sw  "D" cards keep the PAYADDR payer address by
      *                purpose -- key is the payer and address type
      *                ("004A" is payer 004's appeals address), fields
      *                ATTN, STREET, CITY, STATE and ZIP.  new1500,
      *                blapl001, blrfd001 and blatt001 fall back to the
      *                INSFILE address when none is keyed.
      * 2026-10-12 sw  "T" cards keep the PPTERMS prompt-pay discount
      *                policy -- key "T" is the terms (PCT, DAYS,
      *                BASIS "S" service or "F" first statement,
      *                PAYLO/PAYHI eligible paycodes) and key "X"
      *                plus a procedure code excludes it (EXCLUDE
      *                "Y" or "N").
      * 2026-10-15 sw  "A" cards keep the SEASADDR seasonal address of
      *                a guarantor who winters (or summers) away --
      *                key is the account, fields BILLADD, STREET,
      *                CITY, STATE, ZIP, PHONE and the FROM and THRU
      *                months (01-12) it is in effect.  the mailing
      *                programs pick it up for those months.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLMNT001.
       AUTHOR. SID WAITE.
           SELECT REFPHY ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS REF-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLIENT ASSIGN TO "S229"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CLI-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL IDFMT ASSIGN TO "S245"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS IF-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYRULE ASSIGN TO "S276"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REGWORK ASSIGN TO "S246"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RW-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ESTFILE ASSIGN TO "S283"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EM-GARNO
           LOCK MODE MANUAL.
           SELECT OPTIONAL PAYADDR ASSIGN TO "S300"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AD-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PPTERMS ASSIGN TO "S301"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PT-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SEASADDR ASSIGN TO "S318"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SA-GARNO
           LOCK MODE MANUAL.
           SELECT MCHGLOG ASSIGN TO "S124" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPFILE ASSIGN TO "S296" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS OP-OPID
           LOCK MODE MANUAL.
           SELECT OPEXCP ASSIGN TO "S297" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT SUMLOG ASSIGN TO "S166" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *******  ONE EDIT PER CARD: FILE ("G"/"I"/"P"/"R"/"C"/"F"/"E"/
      *******  "S"/"D"/"T"/"A"), KEY, FIELD NAME, NEW VALUE, OPERATOR.
       FD  MNTUPDT.
       01  MNTUPDT01.
           02 MU-FILE PIC X.
           02 REF-NPI PIC X(10).
           02 REF-MERGED PIC XXX.

       FD  CLIENT.
           COPY "client.cpy".

       FD  IDFMT.
           COPY "idfmt.cpy".

       FD  PAYRULE.
           COPY "payrule.cpy".

       FD  REGWORK.
           COPY "regwork.cpy".

       FD  ESTFILE.
           COPY "estfile.cpy".

       FD  PAYADDR.
           COPY "payaddr.cpy".

       FD  PPTERMS.
           COPY "ppterms.cpy".

       FD  SEASADDR.
           COPY "seasaddr.cpy".

      *******  THE MASTER-FILE CHANGE TRAIL -- WHO CHANGED WHAT FIELD
      *******  ON WHICH RECORD, FROM WHAT TO WHAT, AND WHEN.
       FD  MCHGLOG.
           02 FILLER PIC X VALUE SPACE.
           02 MC-NEW PIC X(24).

       FD  OPFILE.
           COPY "opfile.cpy".

       FD  OPEXCP.
           COPY "opexcp.cpy".

       FD  SUMLOG.
           COPY "sumlog.cpy".

       01  OLD-VALUE PIC X(24).
       01  AMT-WS PIC 9(4)V99.
       01  AMT-ED PIC Z,ZZ9.99.
       01  IDV-PAYCODE PIC XXX.
       01  IDV-POLICY PIC X(16).
       01  IDV-REASON PIC X(32).
       01  IDV-LEN PIC 99.
       01  IDV-PLEN PIC 99.
       01  IDV-X PIC 99.
       01  IDV-CH PIC X.
       01  IDV-CLASS PIC X.
       01  IDV-OK PIC X.
       01  IDV-WHY PIC X(20).
       01  REG-CUR.
           02 REG-GARNO PIC X(8).
           02 REG-PATID PIC X(8).
           02 REG-SOURCE PIC X.
           02 REG-PAYCODE PIC XXX.

      *******  THE OPERATOR SECURITY CHECK -- THE CARD'S OPERATOR,
      *******  ITS KEY FOR THE EXCEPTION LINE AND THE ROLE NEEDED IN;
      *******  CHK-OK "Y" OR "N" AND THE REASON OUT.
       01  CHK-OPID PIC X(8).
       01  CHK-KEY PIC X(16).
       01  CHK-ROLE PIC X.
       01  CHK-OK PIC X.
       01  CHK-WHY PIC X(24).
       01  CHK-REJ PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT MNTUPDT.
           OPEN I-O GARFILE INSFILE PROCFILE REFPHY CLIENT IDFMT
                PAYRULE REGWORK ESTFILE PAYADDR PPTERMS SEASADDR.
           OPEN EXTEND MCHGLOG.
           OPEN EXTEND SUMLOG.
           OPEN INPUT OPFILE.
           OPEN EXTEND OPEXCP.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       P1.
           READ MNTUPDT AT END GO TO P9.
           IF MU-KEY = SPACE GO TO P1.
           MOVE MU-OPID TO CHK-OPID
           MOVE SPACE TO CHK-KEY
           STRING MU-FILE " " MU-KEY
               DELIMITED BY SIZE INTO CHK-KEY
           MOVE "M" TO CHK-ROLE
           PERFORM OP-CHECK THRU OP-CHECK-EXIT
           IF CHK-OK = "N"
               ADD 1 TO BAD-COUNT
               GO TO P1
           END-IF

           IF MU-FILE = "G"
               PERFORM APPLY-GAR THRU APPLY-GAR-EXIT
               PERFORM APPLY-REF THRU APPLY-REF-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "C"
               PERFORM APPLY-CLI THRU APPLY-CLI-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "F"
               PERFORM APPLY-FMT THRU APPLY-FMT-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "E"
               PERFORM APPLY-RULE THRU APPLY-RULE-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "S"
               PERFORM APPLY-EST THRU APPLY-EST-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "D"
               PERFORM APPLY-ADR THRU APPLY-ADR-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "T"
               PERFORM APPLY-PPT THRU APPLY-PPT-EXIT
               GO TO P1
           END-IF
           IF MU-FILE = "A"
               PERFORM APPLY-SEA THRU APPLY-SEA-EXIT
               GO TO P1
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN FILE " MU-FILE " ON CARD FOR " MU-KEY
           GO TO P1.
       APPLY-GAR-DO.
           REWRITE GARFILE01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
           IF MU-FIELD = "PRINS" OR MU-FIELD = "PRIPOL"
               MOVE "P" TO REG-SOURCE
               MOVE G-PRINS TO REG-PAYCODE
               MOVE G-PRIPOL TO IDV-POLICY
               PERFORM GAR-ID-CHECK THRU GAR-ID-CHECK-EXIT
           END-IF
           IF MU-FIELD = "SEINS" OR MU-FIELD = "SECPOL"
               MOVE "S" TO REG-SOURCE
               MOVE G-SEINS TO REG-PAYCODE
               MOVE G-SECPOL TO IDV-POLICY
               PERFORM GAR-ID-CHECK THRU GAR-ID-CHECK-EXIT
           END-IF.
       APPLY-GAR-EXIT.
           EXIT.

      *******  A CHANGED PAYER OR POLICY NUMBER IS EDITED AGAINST THE
      *******  PAYER'S MEMBER ID FORMAT.  THE CHANGE STANDS EITHER
      *******  WAY -- REGISTRATION MAY HAVE THE CARD IN HAND -- BUT A
      *******  FAILING ID GOES ON THE WORKLIST AND ONE THAT NOW
      *******  PASSES COMES OFF IT.

       GAR-ID-CHECK.
           MOVE G-GARNO TO REG-GARNO
           MOVE SPACE TO REG-PATID
           IF REG-PAYCODE = SPACE
               PERFORM REG-CLEAR THRU REG-CLEAR-EXIT
               GO TO GAR-ID-CHECK-EXIT
           END-IF
           MOVE REG-PAYCODE TO IDV-PAYCODE
           PERFORM ID-EDIT THRU ID-EDIT-EXIT
           IF IDV-REASON = SPACE
               PERFORM REG-CLEAR THRU REG-CLEAR-EXIT
           ELSE
               DISPLAY G-GARNO " MEMBER ID " IDV-POLICY " "
                   IDV-REASON
               PERFORM REG-WORK THRU REG-WORK-EXIT
           END-IF.
       GAR-ID-CHECK-EXIT.
           EXIT.

      *******  MEMBER ID EDIT -- IDV-POLICY AGAINST THE IDFMT RECORD
      *******  FOR IDV-PAYCODE.  IDV-REASON COMES BACK BLANK WHEN THE
      *******  ID PASSES (OR THE PAYER HAS NO FORMAT ON FILE), OR
      *******  SAYS WHAT IS WRONG WITH IT.

       ID-EDIT.
           MOVE SPACE TO IDV-REASON
           MOVE IDV-PAYCODE TO IF-KEY
           READ IDFMT
             INVALID
               GO TO ID-EDIT-EXIT
           END-READ
           MOVE 16 TO IDV-LEN.
       ID-EDIT-1.
           IF IDV-LEN > 0
               IF IDV-POLICY(IDV-LEN:1) = SPACE
                   SUBTRACT 1 FROM IDV-LEN
                   GO TO ID-EDIT-1
               END-IF
           END-IF
           IF IDV-LEN = 0
               MOVE "MEMBER ID MISSING" TO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           IF IDV-LEN < IF-MIN-LEN OR IDV-LEN > IF-MAX-LEN
               STRING "LENGTH " IDV-LEN " - PAYER TAKES " IF-MIN-LEN
                   "-" IF-MAX-LEN DELIMITED BY SIZE INTO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           MOVE 6 TO IDV-PLEN.
       ID-EDIT-2.
           IF IDV-PLEN > 0
               IF IF-PREFIX(IDV-PLEN:1) = SPACE
                   SUBTRACT 1 FROM IDV-PLEN
                   GO TO ID-EDIT-2
               END-IF
           END-IF
           IF IDV-PLEN > 0
               IF IDV-POLICY(1:IDV-PLEN) NOT = IF-PREFIX(1:IDV-PLEN)
                   STRING "PREFIX " IF-PREFIX(1:IDV-PLEN) " MISSING"
                       DELIMITED BY SIZE INTO IDV-REASON
                   GO TO ID-EDIT-EXIT
               END-IF
           END-IF
           MOVE 0 TO IDV-X.
       ID-EDIT-3.
           ADD 1 TO IDV-X
           IF IDV-X > IDV-LEN
               GO TO ID-EDIT-EXIT
           END-IF
           MOVE IDV-POLICY(IDV-X:1) TO IDV-CH
           IF IDV-CH = SPACE
               STRING "POS " IDV-X " EMBEDDED SPACE"
                   DELIMITED BY SIZE INTO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           MOVE IF-PATTERN(IDV-X:1) TO IDV-CLASS
           MOVE "Y" TO IDV-OK
           IF IDV-CLASS = "N"
               MOVE "NOT A DIGIT" TO IDV-WHY
               IF IDV-CH NOT NUMERIC
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "1"
               MOVE "NOT A DIGIT 1-9" TO IDV-WHY
               IF IDV-CH NOT NUMERIC OR IDV-CH = "0"
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "A"
               MOVE "NOT A LETTER" TO IDV-WHY
               IF IDV-CH NOT ALPHABETIC
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "X"
               MOVE "NOT LETTER/DIGIT" TO IDV-WHY
               IF IDV-CH NOT ALPHABETIC AND IDV-CH NOT NUMERIC
                   MOVE "N" TO IDV-OK
               END-IF
           END-IF
           IF IDV-CLASS = "C" OR IDV-CLASS = "M"
               MOVE "NOT AN MBI LETTER" TO IDV-WHY
               IF IDV-CLASS = "M"
                   MOVE "NOT MBI LETTER/DIGIT" TO IDV-WHY
               END-IF
               IF IDV-CH = "S" OR "L" OR "O" OR "I" OR "B" OR "Z"
                   MOVE "N" TO IDV-OK
               END-IF
               IF IDV-CH NOT ALPHABETIC
                   MOVE "N" TO IDV-OK
               END-IF
               IF IDV-CLASS = "M" AND IDV-CH NUMERIC
                   MOVE "Y" TO IDV-OK
               END-IF
           END-IF
           IF IDV-OK = "N"
               STRING "POS " IDV-X " '" IDV-CH "' " IDV-WHY
                   DELIMITED BY SIZE INTO IDV-REASON
               GO TO ID-EDIT-EXIT
           END-IF
           GO TO ID-EDIT-3.
       ID-EDIT-EXIT.
           EXIT.

      *******  PUT (OR KEEP) THE ID IN REG-CUR ON THE REGISTRATION-
      *******  CORRECTION WORKLIST WITH TODAY'S REASON.

       REG-WORK.
           MOVE REG-CUR TO RW-KEY
           READ REGWORK
             INVALID
               MOVE SPACE TO REGWORK01
               MOVE REG-CUR TO RW-KEY
               MOVE RUN-DATE TO RW-FOUND
               MOVE IDV-POLICY TO RW-POLICY
               MOVE IDV-REASON TO RW-REASON
               MOVE RUN-DATE TO RW-LAST
               MOVE "BLMNT001" TO RW-PGM
               WRITE REGWORK01
               GO TO REG-WORK-EXIT
           END-READ
           MOVE IDV-POLICY TO RW-POLICY
           MOVE IDV-REASON TO RW-REASON
           MOVE RUN-DATE TO RW-LAST
           MOVE "BLMNT001" TO RW-PGM
           REWRITE REGWORK01.
       REG-WORK-EXIT.
           EXIT.

       REG-CLEAR.
           MOVE REG-CUR TO RW-KEY
           READ REGWORK
             INVALID
               GO TO REG-CLEAR-EXIT
           END-READ
           DELETE REGWORK RECORD.
       REG-CLEAR-EXIT.
           EXIT.

       APPLY-INS.
           MOVE MU-KEY(1:3) TO INS-KEY
           READ INSFILE
       APPLY-REF-EXIT.
           EXIT.

      *******  THE CLIENT MASTER IS KEYED BY THE CLIENT PAYCODE, 900
      *******  THROUGH 949.  A NEW FACILITY IS SET UP BY ITS CARDS
      *******  ALONE -- THE FIRST ONE ADDS THE RECORD, ACTIVE AND
      *******  OTHERWISE BLANK, AND THE REST FILL IT IN.

       APPLY-CLI.
           IF MU-KEY(1:3) NOT NUMERIC
               OR MU-KEY(1:3) < "900" OR MU-KEY(1:3) > "949"
               ADD 1 TO BAD-COUNT
               DISPLAY MU-KEY(1:3) " NOT A CLIENT PAYCODE"
               GO TO APPLY-CLI-EXIT
           END-IF
           MOVE MU-KEY(1:3) TO CLI-KEY
           READ CLIENT
             INVALID
               MOVE SPACE TO CLIENT01
               MOVE MU-KEY(1:3) TO CLI-KEY
               MOVE 30 TO CLI-NET-DAYS
               MOVE 0 TO CLI-PCT
               MOVE "A" TO CLI-STATUS
               WRITE CLIENT01
               DISPLAY MU-KEY(1:3) " ADDED TO CLIENT"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF MU-FIELD = "NAME"
               MOVE CLI-NAME TO OLD-VALUE
               MOVE MU-VALUE TO CLI-NAME
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "ATTN"
               MOVE CLI-ATTN TO OLD-VALUE
               MOVE MU-VALUE(1:24) TO CLI-ATTN
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "STREET"
               MOVE CLI-STREET TO OLD-VALUE
               MOVE MU-VALUE(1:24) TO CLI-STREET
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "CITY"
               MOVE CLI-CITY TO OLD-VALUE
               MOVE MU-VALUE(1:18) TO CLI-CITY
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "STATE"
               MOVE CLI-STATE TO OLD-VALUE
               MOVE MU-VALUE(1:2) TO CLI-STATE
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "ZIP"
               MOVE CLI-ZIP TO OLD-VALUE
               MOVE MU-VALUE(1:9) TO CLI-ZIP
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "CONTRACT"
               MOVE CLI-CONTRACT TO OLD-VALUE
               MOVE MU-VALUE(1:12) TO CLI-CONTRACT
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "EFFDATE"
               MOVE CLI-DATE-EFF TO OLD-VALUE
               MOVE MU-VALUE(1:8) TO CLI-DATE-EFF
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "TERMDATE"
               MOVE CLI-DATE-TERM TO OLD-VALUE
               MOVE MU-VALUE(1:8) TO CLI-DATE-TERM
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "NETDAYS"
               MOVE CLI-NET-DAYS TO OLD-VALUE
               MOVE FUNCTION NUMVAL(MU-VALUE) TO CLI-NET-DAYS
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "PCT"
               MOVE CLI-PCT TO AMT-WS
               MOVE AMT-WS TO AMT-ED
               MOVE AMT-ED TO OLD-VALUE
               MOVE FUNCTION NUMVAL(MU-VALUE) TO CLI-PCT
               GO TO APPLY-CLI-DO
           END-IF
           IF MU-FIELD = "STATUS"
               MOVE CLI-STATUS TO OLD-VALUE
               MOVE MU-VALUE(1:1) TO CLI-STATUS
               GO TO APPLY-CLI-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN CLIENT FIELD " MU-FIELD
           GO TO APPLY-CLI-EXIT.
       APPLY-CLI-DO.
           REWRITE CLIENT01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-CLI-EXIT.
           EXIT.

      *******  THE MEMBER ID FORMAT TABLE IS KEYED BY THE PAYER, WHICH
      *******  MUST BE ON INSFILE.  THE FIRST CARD FOR A PAYER ADDS
      *******  ITS RECORD -- ANY 1 TO 16 CHARACTERS UNTIL THE REST
      *******  NARROW IT.

       APPLY-FMT.
           MOVE MU-KEY(1:3) TO INS-KEY
           READ INSFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY MU-KEY(1:3) " NOT ON INSFILE"
               GO TO APPLY-FMT-EXIT
           END-READ
           MOVE MU-KEY(1:3) TO IF-KEY
           READ IDFMT
             INVALID
               MOVE SPACE TO IDFMT01
               MOVE MU-KEY(1:3) TO IF-KEY
               MOVE INS-NAME TO IF-DESC
               MOVE 1 TO IF-MIN-LEN
               MOVE 16 TO IF-MAX-LEN
               WRITE IDFMT01
               DISPLAY MU-KEY(1:3) " ADDED TO IDFMT"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF MU-FIELD = "DESC"
               MOVE IF-DESC TO OLD-VALUE
               MOVE MU-VALUE TO IF-DESC
               GO TO APPLY-FMT-DO
           END-IF
           IF MU-FIELD = "MINLEN"
               MOVE IF-MIN-LEN TO OLD-VALUE
               MOVE FUNCTION NUMVAL(MU-VALUE) TO IF-MIN-LEN
               GO TO APPLY-FMT-DO
           END-IF
           IF MU-FIELD = "MAXLEN"
               MOVE IF-MAX-LEN TO OLD-VALUE
               MOVE FUNCTION NUMVAL(MU-VALUE) TO IF-MAX-LEN
               GO TO APPLY-FMT-DO
           END-IF
           IF MU-FIELD = "PREFIX"
               MOVE IF-PREFIX TO OLD-VALUE
               MOVE MU-VALUE(1:6) TO IF-PREFIX
               GO TO APPLY-FMT-DO
           END-IF
           IF MU-FIELD = "PATTERN"
               MOVE IF-PATTERN TO OLD-VALUE
               MOVE MU-VALUE(1:20) TO IF-PATTERN
               GO TO APPLY-FMT-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN IDFMT FIELD " MU-FIELD
           GO TO APPLY-FMT-EXIT.
       APPLY-FMT-DO.
           REWRITE IDFMT01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-FMT-EXIT.
           EXIT.

      *******  PAYER EDIT RULE.  THE PAYER MUST BE ON INSFILE; THE
      *******  FIRST CARD FOR A RULE NUMBER ADDS IT, WITH NO TYPE --
      *******  NOT USED -- UNTIL A "TYPE" CARD GIVES IT ONE.

       APPLY-RULE.
           MOVE MU-KEY(1:3) TO INS-KEY
           READ INSFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY MU-KEY(1:3) " NOT ON INSFILE"
               GO TO APPLY-RULE-EXIT
           END-READ
           IF MU-KEY(4:2) NOT NUMERIC
               ADD 1 TO BAD-COUNT
               DISPLAY "BAD RULE NUMBER ON CARD FOR " MU-KEY
               GO TO APPLY-RULE-EXIT
           END-IF
           MOVE MU-KEY(1:5) TO PR-KEY
           READ PAYRULE
             INVALID
               MOVE SPACE TO PAYRULE01
               MOVE MU-KEY(1:5) TO PR-KEY
               WRITE PAYRULE01
               DISPLAY MU-KEY(1:5) " ADDED TO PAYRULE"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF MU-FIELD = "TYPE"
               IF MU-VALUE(1:2) NOT = "RN" AND NOT = "DX"
                   AND NOT = "TX" AND NOT = "MD" AND NOT = "MX"
                   AND NOT = "PA" AND NOT = SPACE
                   ADD 1 TO BAD-COUNT
                   DISPLAY "UNKNOWN RULE TYPE " MU-VALUE(1:2)
                   GO TO APPLY-RULE-EXIT
               END-IF
               MOVE PR-TYPE TO OLD-VALUE
               MOVE MU-VALUE(1:2) TO PR-TYPE
               GO TO APPLY-RULE-DO
           END-IF
           IF MU-FIELD = "PROCLO"
               MOVE PR-PROC-LO TO OLD-VALUE
               MOVE MU-VALUE(1:5) TO PR-PROC-LO
               GO TO APPLY-RULE-DO
           END-IF
           IF MU-FIELD = "PROCHI"
               MOVE PR-PROC-HI TO OLD-VALUE
               MOVE MU-VALUE(1:5) TO PR-PROC-HI
               GO TO APPLY-RULE-DO
           END-IF
           IF MU-FIELD = "VALUE"
               MOVE PR-VALUE TO OLD-VALUE
               MOVE MU-VALUE(1:5) TO PR-VALUE
               GO TO APPLY-RULE-DO
           END-IF
           IF MU-FIELD = "EFFDATE"
               MOVE PR-DATE-EFF TO OLD-VALUE
               MOVE MU-VALUE(1:8) TO PR-DATE-EFF
               GO TO APPLY-RULE-DO
           END-IF
           IF MU-FIELD = "TERMDATE"
               MOVE PR-DATE-TERM TO OLD-VALUE
               MOVE MU-VALUE(1:8) TO PR-DATE-TERM
               GO TO APPLY-RULE-DO
           END-IF
           IF MU-FIELD = "DESC"
               MOVE PR-DESC TO OLD-VALUE
               MOVE MU-VALUE TO PR-DESC
               GO TO APPLY-RULE-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN PAYRULE FIELD " MU-FIELD
           GO TO APPLY-RULE-EXIT.
       APPLY-RULE-DO.
           REWRITE PAYRULE01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-RULE-EXIT.
           EXIT.

      *******  E-STATEMENT ENROLLMENT, KEYED BY GUARANTOR.  THE FIRST
      *******  CARD FOR A GUARANTOR ON GARFILE ADDS THE RECORD, ON
      *******  PAPER UNTIL AN OPTIN "Y" CARD COMES THROUGH.

       APPLY-EST.
           MOVE MU-KEY TO G-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY MU-KEY " NOT ON GARFILE"
               GO TO APPLY-EST-EXIT
           END-READ
           MOVE MU-KEY TO EM-GARNO
           READ ESTFILE
             INVALID
               MOVE SPACE TO ESTFILE01
               MOVE MU-KEY TO EM-GARNO
               MOVE "N" TO EM-OPTIN
               WRITE ESTFILE01
               DISPLAY MU-KEY " ADDED TO ESTFILE"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF MU-FIELD = "EMAIL"
               MOVE EM-EMAIL(1:24) TO OLD-VALUE
               MOVE MU-VALUE TO EM-EMAIL(1:24)
               GO TO APPLY-EST-DO
           END-IF
           IF MU-FIELD = "EMAIL2"
               MOVE EM-EMAIL(25:24) TO OLD-VALUE
               MOVE MU-VALUE TO EM-EMAIL(25:24)
               GO TO APPLY-EST-DO
           END-IF
           IF MU-FIELD = "OPTIN"
               IF MU-VALUE(1:1) NOT = "Y" AND NOT = "N"
                   ADD 1 TO BAD-COUNT
                   DISPLAY "OPTIN MUST BE Y OR N FOR " MU-KEY
                   GO TO APPLY-EST-EXIT
               END-IF
               MOVE EM-OPTIN TO OLD-VALUE
               MOVE MU-VALUE(1:1) TO EM-OPTIN
               GO TO APPLY-EST-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN ESTFILE FIELD " MU-FIELD
           GO TO APPLY-EST-EXIT.
       APPLY-EST-DO.
           MOVE RUN-DATE TO EM-DATE
           MOVE MU-OPID TO EM-OPID
           REWRITE ESTFILE01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-EST-EXIT.
           EXIT.

      *******  PAYER ADDRESS BY PURPOSE.  THE PAYER MUST BE ON INSFILE
      *******  AND THE TYPE ONE OF C/A/R/M; THE FIRST CARD FOR A
      *******  PAYER AND TYPE ADDS THE RECORD.  A BLANK STREET SENDS
      *******  THAT PURPOSE BACK TO THE INSFILE ADDRESS.

       APPLY-ADR.
           MOVE MU-KEY(1:3) TO INS-KEY
           READ INSFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY MU-KEY(1:3) " NOT ON INSFILE"
               GO TO APPLY-ADR-EXIT
           END-READ
           IF MU-KEY(4:1) NOT = "C" AND NOT = "A" AND NOT = "R"
               AND NOT = "M"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN ADDRESS TYPE ON CARD FOR " MU-KEY
               GO TO APPLY-ADR-EXIT
           END-IF
           MOVE MU-KEY(1:4) TO AD-KEY
           READ PAYADDR
             INVALID
               MOVE SPACE TO PAYADDR01
               MOVE MU-KEY(1:4) TO AD-KEY
               WRITE PAYADDR01
               DISPLAY MU-KEY(1:4) " ADDED TO PAYADDR"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF MU-FIELD = "ATTN"
               MOVE AD-ATTN TO OLD-VALUE
               MOVE MU-VALUE TO AD-ATTN
               GO TO APPLY-ADR-DO
           END-IF
           IF MU-FIELD = "STREET"
               MOVE AD-STREET TO OLD-VALUE
               MOVE MU-VALUE TO AD-STREET
               GO TO APPLY-ADR-DO
           END-IF
           IF MU-FIELD = "CITY"
               MOVE AD-CITY TO OLD-VALUE
               MOVE MU-VALUE(1:15) TO AD-CITY
               GO TO APPLY-ADR-DO
           END-IF
           IF MU-FIELD = "STATE"
               MOVE AD-STATE TO OLD-VALUE
               MOVE MU-VALUE(1:2) TO AD-STATE
               GO TO APPLY-ADR-DO
           END-IF
           IF MU-FIELD = "ZIP"
               MOVE AD-ZIP TO OLD-VALUE
               MOVE MU-VALUE(1:9) TO AD-ZIP
               GO TO APPLY-ADR-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN PAYADDR FIELD " MU-FIELD
           GO TO APPLY-ADR-EXIT.
       APPLY-ADR-DO.
           MOVE RUN-DATE TO AD-DATE
           MOVE MU-OPID TO AD-OPID
           REWRITE PAYADDR01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-ADR-EXIT.
           EXIT.

      *******  PROMPT-PAY DISCOUNT POLICY.  KEY "T" IS THE TERMS
      *******  RECORD, ADDED BY ITS FIRST CARD WITH NOTHING OFFERED
      *******  UNTIL PCT AND DAYS ARE KEYED; KEY "X" AND A PROCEDURE
      *******  CODE EXCLUDES THAT PROCEDURE FROM THE DISCOUNT.

       APPLY-PPT.
           IF MU-KEY(1:1) NOT = "T" AND NOT = "X"
               ADD 1 TO BAD-COUNT
               DISPLAY "UNKNOWN PPTERMS KEY " MU-KEY
               GO TO APPLY-PPT-EXIT
           END-IF
           IF MU-KEY(1:1) = "X" AND MU-KEY(2:5) = SPACE
               ADD 1 TO BAD-COUNT
               DISPLAY "NO PROCEDURE ON PPTERMS CARD " MU-KEY
               GO TO APPLY-PPT-EXIT
           END-IF
           MOVE SPACE TO PT-KEY
           MOVE MU-KEY(1:1) TO PT-TYPE
           IF MU-KEY(1:1) = "X"
               MOVE MU-KEY(2:5) TO PT-PROC
           END-IF
           READ PPTERMS
             INVALID
               MOVE SPACE TO PPTERMS01
               MOVE MU-KEY(1:1) TO PT-TYPE
               IF MU-KEY(1:1) = "X"
                   MOVE MU-KEY(2:5) TO PT-PROC
               END-IF
               MOVE 0 TO PT-PCT PT-DAYS
               MOVE "S" TO PT-BASIS
               MOVE "N" TO PT-EXCL
               WRITE PPTERMS01
               DISPLAY MU-KEY " ADDED TO PPTERMS"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF PT-TYPE = "X"
               GO TO APPLY-PPT-X
           END-IF
           IF MU-FIELD = "PCT"
               MOVE PT-PCT TO AMT-WS
               MOVE AMT-WS TO AMT-ED
               MOVE AMT-ED TO OLD-VALUE
               MOVE FUNCTION NUMVAL(MU-VALUE) TO AMT-WS
               IF AMT-WS > 100
                   ADD 1 TO BAD-COUNT
                   DISPLAY "PCT OVER 100 ON PPTERMS CARD " MU-KEY
                   GO TO APPLY-PPT-EXIT
               END-IF
               MOVE AMT-WS TO PT-PCT
               GO TO APPLY-PPT-DO
           END-IF
           IF MU-FIELD = "DAYS"
               MOVE PT-DAYS TO OLD-VALUE
               MOVE FUNCTION NUMVAL(MU-VALUE) TO PT-DAYS
               GO TO APPLY-PPT-DO
           END-IF
           IF MU-FIELD = "BASIS"
               IF MU-VALUE(1:1) NOT = "S" AND NOT = "F"
                   ADD 1 TO BAD-COUNT
                   DISPLAY "BASIS MUST BE S OR F ON PPTERMS CARD"
                   GO TO APPLY-PPT-EXIT
               END-IF
               MOVE PT-BASIS TO OLD-VALUE
               MOVE MU-VALUE(1:1) TO PT-BASIS
               GO TO APPLY-PPT-DO
           END-IF
           IF MU-FIELD = "PAYLO"
               MOVE PT-PAY-LO TO OLD-VALUE
               MOVE MU-VALUE(1:3) TO PT-PAY-LO
               GO TO APPLY-PPT-DO
           END-IF
           IF MU-FIELD = "PAYHI"
               MOVE PT-PAY-HI TO OLD-VALUE
               MOVE MU-VALUE(1:3) TO PT-PAY-HI
               GO TO APPLY-PPT-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN PPTERMS FIELD " MU-FIELD
           GO TO APPLY-PPT-EXIT.
       APPLY-PPT-X.
           IF MU-FIELD = "EXCLUDE"
               IF MU-VALUE(1:1) NOT = "Y" AND NOT = "N"
                   ADD 1 TO BAD-COUNT
                   DISPLAY "EXCLUDE MUST BE Y OR N FOR " MU-KEY
                   GO TO APPLY-PPT-EXIT
               END-IF
               MOVE PT-EXCL TO OLD-VALUE
               MOVE MU-VALUE(1:1) TO PT-EXCL
               GO TO APPLY-PPT-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN PPTERMS FIELD " MU-FIELD
           GO TO APPLY-PPT-EXIT.
       APPLY-PPT-DO.
           MOVE RUN-DATE TO PT-DATE
           MOVE MU-OPID TO PT-OPID
           REWRITE PPTERMS01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-PPT-EXIT.
           EXIT.

      *******  SEASONAL ADDRESS.  THE ACCOUNT MUST BE ON GARFILE; ITS
      *******  FIRST CARD ADDS THE RECORD WITH NO MONTHS, SO NOTHING
      *******  MAILS THERE UNTIL FROM AND THRU ARE BOTH KEYED.

       APPLY-SEA.
           MOVE MU-KEY TO G-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO BAD-COUNT
               DISPLAY MU-KEY " NOT ON GARFILE"
               GO TO APPLY-SEA-EXIT
           END-READ
           MOVE MU-KEY TO SA-GARNO
           READ SEASADDR
             INVALID
               MOVE SPACE TO SEASADDR01
               MOVE MU-KEY TO SA-GARNO
               WRITE SEASADDR01
               DISPLAY MU-KEY " ADDED TO SEASADDR"
           END-READ
           MOVE SPACE TO OLD-VALUE
           IF MU-FIELD = "FROM" OR MU-FIELD = "THRU"
               IF MU-VALUE(1:2) NOT NUMERIC
                   OR MU-VALUE(1:2) < "01" OR MU-VALUE(1:2) > "12"
                   ADD 1 TO BAD-COUNT
                   DISPLAY "MONTH MUST BE 01-12 ON SEASADDR CARD "
                       MU-KEY
                   GO TO APPLY-SEA-EXIT
               END-IF
           END-IF
           IF MU-FIELD = "FROM"
               MOVE SA-FROM-MM TO OLD-VALUE
               MOVE MU-VALUE(1:2) TO SA-FROM-MM
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "THRU"
               MOVE SA-THRU-MM TO OLD-VALUE
               MOVE MU-VALUE(1:2) TO SA-THRU-MM
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "BILLADD"
               MOVE SA-BILLADD TO OLD-VALUE
               MOVE MU-VALUE(1:22) TO SA-BILLADD
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "STREET"
               MOVE SA-STREET TO OLD-VALUE
               MOVE MU-VALUE(1:22) TO SA-STREET
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "CITY"
               MOVE SA-CITY TO OLD-VALUE
               MOVE MU-VALUE(1:18) TO SA-CITY
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "STATE"
               MOVE SA-STATE TO OLD-VALUE
               MOVE MU-VALUE(1:2) TO SA-STATE
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "ZIP"
               MOVE SA-ZIP TO OLD-VALUE
               MOVE MU-VALUE(1:9) TO SA-ZIP
               GO TO APPLY-SEA-DO
           END-IF
           IF MU-FIELD = "PHONE"
               MOVE SA-PHONE TO OLD-VALUE
               MOVE MU-VALUE(1:10) TO SA-PHONE
               GO TO APPLY-SEA-DO
           END-IF
           ADD 1 TO BAD-COUNT
           DISPLAY "UNKNOWN SEASADDR FIELD " MU-FIELD
           GO TO APPLY-SEA-EXIT.
       APPLY-SEA-DO.
           MOVE RUN-DATE TO SA-DATE
           MOVE MU-OPID TO SA-OPID
           REWRITE SEASADDR01
           PERFORM LOG-CHANGE THRU LOG-CHANGE-EXIT.
       APPLY-SEA-EXIT.
           EXIT.

       LOG-CHANGE.
           ADD 1 TO CHG-COUNT
           MOVE SPACE TO MCHGLOG01
           DISPLAY "MASTER MAINTENANCE HAS ENDED, " CHG-COUNT
               " CHANGES, " BAD-COUNT " REJECTED".
           PERFORM RUN-SUMMARY THRU RUN-SUMMARY-EXIT.
           CLOSE MNTUPDT GARFILE INSFILE PROCFILE REFPHY CLIENT
                 IDFMT PAYRULE REGWORK ESTFILE MCHGLOG SUMLOG
                 OPFILE OPEXCP PAYADDR PPTERMS SEASADDR.
           STOP RUN.

       RUN-SUMMARY.
           WRITE SUMLOG01.
       RUN-SUMMARY-EXIT.
           EXIT.

      *******  OPERATOR SECURITY -- THE OPERATOR ON THE CARD MUST BE
      *******  ON OPFILE, ACTIVE, NOT TERMINATED, AND HOLD THE ROLE
      *******  THE CARD NEEDS (A SUPERVISOR HOLDS THEM ALL).  A REFUSED
      *******  CARD GOES ON OPEXCP FOR BLOPR001'S ACCESS REVIEW.

       OP-CHECK.
           MOVE "N" TO CHK-OK
           IF CHK-OPID = SPACE
               MOVE "NO OPERATOR ID" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-IF
           MOVE CHK-OPID TO OP-OPID
           READ OPFILE
             INVALID
               MOVE "UNKNOWN OPERATOR" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-READ
           IF OP-DATE-ACTIVE > RUN-DATE
               MOVE "OPERATOR NOT YET ACTIVE" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-IF
           IF OP-DATE-TERM NOT = SPACE AND OP-DATE-TERM NOT > RUN-DATE
               MOVE "OPERATOR TERMINATED" TO CHK-WHY
               GO TO OP-CHECK-REJ
           END-IF
           IF OP-ROLE-SUPV = "Y"
             OR (CHK-ROLE = "P" AND OP-ROLE-POST = "Y")
             OR (CHK-ROLE = "B" AND OP-ROLE-BILL = "Y")
             OR (CHK-ROLE = "A" AND OP-ROLE-APPR = "Y")
             OR (CHK-ROLE = "M" AND OP-ROLE-MAINT = "Y")
               MOVE "Y" TO CHK-OK
               GO TO OP-CHECK-EXIT
           END-IF
           MOVE "ROLE NOT HELD" TO CHK-WHY.
       OP-CHECK-REJ.
           ADD 1 TO CHK-REJ
           MOVE SPACE TO OPEXCP01
           MOVE RUN-DATE TO OX-DATE
           ACCEPT OX-TIME FROM TIME
           MOVE "BLMNT001" TO OX-PGM
           MOVE CHK-OPID TO OX-OPID
           MOVE CHK-ROLE TO OX-ROLE
           MOVE CHK-KEY TO OX-KEY
           MOVE CHK-WHY TO OX-REASON
           WRITE OPEXCP01
           DISPLAY CHK-KEY " OPERATOR " CHK-OPID " " CHK-WHY
               ", CARD SKIPPED".
       OP-CHECK-EXIT.
           EXIT.
