       IDENTIFICATION DIVISION.
       PROGRAM-ID. dischdec.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - ANNUAL DEBT-DISCHARGE
      *                    DECLARATIONS.  FEDERAL LAW 12.007/2009 SAYS
      *                    EVERY CUSTOMER WHOSE DEBT WAS PAID IN FULL
      *                    DURING THE YEAR GETS A DISCHARGE DECLARATION;
      *                    THE DESK ONLY TYPED ONE WHEN A CUSTOMER
      *                    ASKED.  RUN ONCE A YEAR FOR THE REFERENCE
      *                    YEAR ON THE COMMAND LINE (LAST YEAR WHEN
      *                    BLANK): EVERY OPENITEM POSITION SETTLED (P)
      *                    DURING THAT YEAR GETS ONE DECLARATION ON
      *                    DISCHDEC - NAME FROM CUSTMAST (COMPMAST FOR
      *                    A CNPJ), THE YEAR'S CHARGES FROM FEEHIST AND
      *                    THE YEAR'S PAYMENTS FROM OIALLOC - AND A LINE
      *                    ON THE DISCHREG CONTROL REGISTER, WHOSE
      *                    COUNT TRAILER THE MAILROOM CHECKS.  A
      *                    DOCUMENT UNDER AN OPEN DISPUTE, A POSITION
      *                    REOPENED BY A LATER CHARGE, OR A DOCUMENT
      *                    NOT ON EITHER MASTER GOES ON THE DISCHEXC
      *                    EXCEPTIONS REPORT INSTEAD.  A DOCUMENT GIVEN
      *                    AFTER THE YEAR ON THE COMMAND LINE REPRINTS
      *                    THAT ONE DECLARATION ON DISCHRPR, MARKED AS
      *                    A REPRINT, WITHOUT TOUCHING THE REGISTER.
      *   2026-10-15  MRS  RUNS UNDER chain_control WITH THE BUSINESS
      *                    DATE AS TODAY.  DISCHREG IS NOW A KEPT
      *                    REGISTER, KEYED BY YEAR AND DECLARATION
      *                    NUMBER, INSTEAD OF A LISTING REWRITTEN EVERY
      *                    RUN: A SECOND RUN FOR A YEAR NUMBERS ON FROM
      *                    THE FIRST AND ISSUES ONLY TO DOCUMENTS NOT
      *                    YET DECLARED.  THE MAILROOM LISTING AND ITS
      *                    COUNT TRAILER MOVE TO DISCHLST.  A REPRINT
      *                    CARRIES THE ORIGINAL NUMBER FROM DISCHREG AND
      *                    IS REFUSED FOR A DOCUMENT NOT ON IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-history-file-status.

           SELECT ALLOC-FILE ASSIGN TO "OIALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alloc-status.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT DECLARATION-FILE ASSIGN TO "DISCHDEC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPRINT-FILE ASSIGN TO "DISCHRPR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO "DISCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-KEY
               FILE STATUS IS ws-register-status.

           SELECT CONTROL-LIST-FILE ASSIGN TO "DISCHLST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "DISCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  HISTORY-FILE.
           COPY IFACEREC REPLACING LEADING ==IFACE== BY ==HIST==.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  DECLARATION-FILE.
       01  DECLARATION-REC         PIC X(80).

       FD  REPRINT-FILE.
       01  REPRINT-REC             PIC X(80).

       FD  REGISTER-FILE.
           COPY DISCHREG.

       FD  CONTROL-LIST-FILE.
       01  CONTROL-LIST-REC        PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC           PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * TABLE CEILINGS.  A FULL TABLE STOPS THE RUN AT RC 16 - A
      * DECLARATION RUN THAT QUIETLY LEFT CUSTOMERS OUT WOULD BREAK
      * THE LAW IT EXISTS TO MEET.
      *----------------------------------------------------------------
       78  DOC-TABLE-MAX           VALUE 5000.
       78  CHARGE-TABLE-MAX        VALUE 50000.
       78  PAYMENT-TABLE-MAX       VALUE 20000.

       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-history-file-status  PIC XX VALUE SPACES.
       01  ws-alloc-status         PIC XX VALUE SPACES.
       01  ws-dispute-status       PIC XX VALUE SPACES.
       01  ws-register-status      PIC XX VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-found-switch     PIC X VALUE 'N'.
           88  ws-found                  VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-reprint-switch   PIC X VALUE 'N'.
           88  ws-reprint                VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-table-full-switch PIC X VALUE 'N'.
           88  ws-table-full             VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  year-arg            PIC X(10) VALUE SPACES.
       01  doc-arg             PIC X(20) VALUE SPACES.
       01  reference-year      PIC X(04) VALUE SPACES.
       01  reference-year-num  PIC 9(4) VALUE ZERO.
       01  today-date          PIC X(08) VALUE SPACES.
       01  doc-wanted          PIC X(14) VALUE SPACES.
       01  block-date          PIC X(08) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  positions-read      PIC 9(7) VALUE ZERO.
       01  declaration-count   PIC 9(5) VALUE ZERO.
       01  exception-count     PIC 9(5) VALUE ZERO.
       01  reopened-count      PIC 9(5) VALUE ZERO.
       01  dispute-count       PIC 9(5) VALUE ZERO.
       01  no-name-count       PIC 9(5) VALUE ZERO.
       01  already-declared-count PIC 9(5) VALUE ZERO.
       01  register-last-number PIC 9(5) VALUE ZERO.
       01  declared-paid-total PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * ONE ENTRY PER POSITION WHOSE LAST PAYMENT FELL IN THE YEAR.
      * OPENITEM IS READ IN KEY ORDER, SO THE TABLE IS IN DOCUMENT
      * ORDER AND 6000-FIND-DOCUMENT CAN HALVE IT.  AN OPEN POSITION
      * IS HELD ONLY UNTIL FEEHIST SHOWS WHETHER IT WAS SETTLED AND
      * THEN CHARGED AGAIN.  THE CHARGE AND PAYMENT LINES OF EACH
      * DOCUMENT ARE CHAINED FROM dt-first-* THROUGH *-next.
      * dt-reg-number IS THE DOCUMENT'S NUMBER ON DISCHREG FOR THE
      * YEAR, ZERO WHILE IT HAS NONE.
      *----------------------------------------------------------------
       01  doc-count           PIC 9(5) VALUE ZERO.
       01  doc-ix              PIC 9(5) VALUE ZERO.
       01  search-low          PIC 9(5) VALUE ZERO.
       01  search-high         PIC 9(5) VALUE ZERO.
       01  search-mid          PIC 9(5) VALUE ZERO.
       01  doc-table.
           05  doc-entry OCCURS 5000 TIMES.
               10  dt-doc              PIC X(14).
               10  dt-status           PIC X(01).
               10  dt-settled-date     PIC X(08).
               10  dt-charged          PIC 9(11)V99.
               10  dt-paid             PIC 9(11)V99.
               10  dt-year-charged     PIC 9(11)V99.
               10  dt-year-paid        PIC 9(11)V99.
               10  dt-later-charged    PIC 9(11)V99.
               10  dt-first-charge     PIC 9(5).
               10  dt-last-charge      PIC 9(5).
               10  dt-first-payment    PIC 9(5).
               10  dt-last-payment     PIC 9(5).
               10  dt-action           PIC X(01).
                   88  dt-declare                VALUE "D".
                   88  dt-exception              VALUE "E".
                   88  dt-dropped                VALUE "X".
               10  dt-reason           PIC X(30).
               10  dt-name             PIC X(30).
               10  dt-reg-number       PIC 9(5).

       01  charge-count        PIC 9(5) VALUE ZERO.
       01  charge-ix           PIC 9(5) VALUE ZERO.
       01  charge-table.
           05  charge-entry OCCURS 50000 TIMES.
               10  cl-date             PIC X(08).
               10  cl-amount           PIC 9(9)V99.
               10  cl-next             PIC 9(5).

      *----------------------------------------------------------------
      * PAYMENT LINES - THE OIALLOC PIECES OF ONE PAYMENT (SAME DATE,
      * SAME SOURCE) FOLD INTO A SINGLE LINE.  A CREDIT TAKEN UP BY A
      * LATER CHARGE (TYPE K) IS MONEY ALREADY COUNTED, NOT A PAYMENT.
      *----------------------------------------------------------------
       01  payment-count       PIC 9(5) VALUE ZERO.
       01  payment-ix          PIC 9(5) VALUE ZERO.
       01  payment-table.
           05  payment-entry OCCURS 20000 TIMES.
               10  pl-date             PIC X(08).
               10  pl-source           PIC X(01).
               10  pl-amount           PIC 9(11)V99.
               10  pl-next             PIC 9(5).

       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE "00".
       01  lookup-cpf          PIC X(11) VALUE SPACES.
       01  lookup-func         PIC X(01) VALUE SPACE.

       01  print-line          PIC X(80) VALUE SPACES.
       01  source-text         PIC X(16) VALUE SPACES.

       01  ws-title-line.
           05  FILLER              PIC X(42)
               VALUE "ANNUAL DEBT DISCHARGE DECLARATION - YEAR ".
           05  wtt-year            PIC X(04).
           05  FILLER              PIC X(12) VALUE SPACES.
           05  wtt-date            PIC X(08).

       01  ws-number-line.
           05  FILLER              PIC X(17)
               VALUE "DECLARATION NO.  ".
           05  wnb-number          PIC 9(05).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  wnb-note            PIC X(40).

       01  ws-name-line.
           05  wnl-label           PIC X(10).
           05  wnl-name            PIC X(30).

       01  ws-doc-line.
           05  FILLER              PIC X(10) VALUE "DOCUMENT: ".
           05  wdl-doc             PIC X(14).

       01  ws-item-line.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  wil-date            PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  wil-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  wil-text            PIC X(16).

       01  ws-total-line.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  wtl-label           PIC X(11).
           05  wtl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-register-head.
           05  FILLER              PIC X(34)
               VALUE "DEBT DISCHARGE DECLARATIONS - YEAR".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  wrh-year            PIC X(04).
           05  FILLER              PIC X(12) VALUE "   RUN DATE ".
           05  wrh-date            PIC X(08).
           05  FILLER              PIC X(08) VALUE "   RUN  ".
           05  wrh-run-id          PIC 9(07).

       01  ws-register-line.
           05  wrl-number          PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-settled         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-paid            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-register-trailer.
           05  FILLER              PIC X(24)
               VALUE "DECLARATIONS THIS RUN: ".
           05  wrt-count           PIC ZZ,ZZ9.
           05  FILLER              PIC X(18)
               VALUE "   PAID IN YEAR: ".
           05  wrt-paid            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ws-exception-head.
           05  FILLER              PIC X(41)
               VALUE "DEBT DISCHARGE - NO DECLARATION - YEAR ".
           05  wxh-year            PIC X(04).
           05  FILLER              PIC X(12) VALUE "   RUN DATE ".
           05  wxh-date            PIC X(08).

       01  ws-exception-line.
           05  wxl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wxl-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wxl-settled         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wxl-reason          PIC X(30).

       01  ws-exception-trailer.
           05  FILLER              PIC X(22)
               VALUE "EXCEPTIONS THIS RUN: ".
           05  wxt-count           PIC ZZ,ZZ9.

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "dischdec".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - PICK THE POSITIONS, GATHER THEIR CHARGES AND
      * PAYMENTS FOR THE YEAR, DECIDE EACH ONE, THEN PRINT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-SELECT-POSITIONS THRU 2000-EXIT
           END-IF
           IF NOT ws-nothing-to-do AND NOT ws-table-full
               PERFORM 3000-LOAD-CHARGES THRU 3000-EXIT
           END-IF
           IF NOT ws-nothing-to-do AND NOT ws-table-full
               PERFORM 3500-LOAD-PAYMENTS THRU 3500-EXIT
           END-IF
           IF NOT ws-nothing-to-do AND NOT ws-table-full
               PERFORM 4000-DECIDE-POSITION THRU 4000-EXIT
                   VARYING doc-ix FROM 1 BY 1
                   UNTIL doc-ix > doc-count
               IF ws-reprint
                   PERFORM 5800-REPRINT THRU 5800-EXIT
               ELSE
                   PERFORM 5000-ISSUE-DECLARATIONS THRU 5000-EXIT
               END-IF
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, TAKE THE REFERENCE YEAR
      * (LAST YEAR WHEN BLANK) AND, FOR A REPRINT, THE DOCUMENT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "dischdec: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "dischdec: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "dischdec: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           ACCEPT cmd-line FROM COMMAND-LINE
           UNSTRING cmd-line
               DELIMITED BY ALL SPACE
               INTO year-arg, doc-arg
           END-UNSTRING

           IF year-arg = SPACES
               MOVE today-date (1:4) TO reference-year-num
               SUBTRACT 1 FROM reference-year-num
               MOVE reference-year-num TO reference-year
           ELSE
               IF year-arg (5:6) NOT = SPACES
                       OR year-arg (1:4) NOT NUMERIC
                       OR year-arg (1:4) NOT < today-date (1:4)
                   DISPLAY "dischdec: REFERENCE YEAR " year-arg
                       " IS NOT A PAST YEAR - NOTHING ISSUED"
                   MOVE 16 TO run-error-level
                   SET ws-nothing-to-do TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE year-arg (1:4) TO reference-year
           END-IF

           IF doc-arg NOT = SPACES
               IF doc-arg (15:6) NOT = SPACES
                       OR (doc-arg (12:3) = SPACES
                           AND doc-arg (1:11) NOT NUMERIC)
                       OR (doc-arg (12:3) NOT = SPACES
                           AND doc-arg (1:14) NOT NUMERIC)
                   DISPLAY "dischdec: " doc-arg " IS NOT AN 11-DIGIT "
                       "CPF OR 14-DIGIT CNPJ - NOTHING REPRINTED"
                   MOVE 16 TO run-error-level
                   SET ws-nothing-to-do TO TRUE
                   GO TO 1000-EXIT
               END-IF
               SET ws-reprint TO TRUE
               MOVE doc-arg (1:14) TO doc-wanted
               DISPLAY "dischdec: REPRINT FOR " doc-wanted
                   " - YEAR " reference-year
           ELSE
               DISPLAY "dischdec: DECLARATIONS FOR YEAR "
                   reference-year
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           ELSE
               DISPLAY "dischdec: DISPUTE NOT PRESENT - NO DOCUMENT "
                   "HELD FOR A DISPUTE"
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * SELECTION - POSITIONS WHOSE LAST PAYMENT FELL IN THE YEAR.
      * PAID (P) ONES ARE SETTLED IN THE YEAR; OPEN (O) ONES ARE HELD
      * UNTIL FEEHIST SHOWS WHETHER THEY WERE REOPENED.
      *================================================================
       2000-SELECT-POSITIONS.
           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "dischdec: OPENITEM NOT PRESENT - STATUS "
                   ws-open-item-status " - NOTHING ISSUED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 2000-EXIT
           END-IF

           IF ws-reprint
               MOVE doc-wanted TO OI-DOC
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       DISPLAY "dischdec: " doc-wanted
                           " HAS NO OPENITEM POSITION - NOTHING "
                           "REPRINTED"
                       MOVE 8 TO run-error-level
                       SET ws-nothing-to-do TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO positions-read
                       PERFORM 2100-CONSIDER-POSITION THRU 2100-EXIT
               END-READ
           ELSE
               MOVE 'N' TO ws-eof-switch
               PERFORM 2050-READ-NEXT-POSITION THRU 2050-EXIT
                   UNTIL ws-eof OR ws-table-full
           END-IF
           CLOSE OPEN-ITEM-FILE

           DISPLAY "dischdec: " positions-read " POSITIONS READ, "
               doc-count " WITH A LAST PAYMENT IN " reference-year.
       2000-EXIT.
           EXIT.

       2050-READ-NEXT-POSITION.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2050-EXIT
           END-READ
           ADD 1 TO positions-read
           PERFORM 2100-CONSIDER-POSITION THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

       2100-CONSIDER-POSITION.
           IF OI-STATUS NOT = "P" AND OI-STATUS NOT = "O"
               GO TO 2100-EXIT
           END-IF
           IF OI-LAST-PAY-DATE NOT NUMERIC
                   OR OI-LAST-PAY-DATE (1:4) NOT = reference-year
               GO TO 2100-EXIT
           END-IF
           IF doc-count >= DOC-TABLE-MAX
               DISPLAY "dischdec: DOCUMENT TABLE FULL AT " doc-count
                   " - RUN SPLIT REQUIRED"
               MOVE 16 TO run-error-level
               SET ws-table-full TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO doc-count
           MOVE OI-DOC TO dt-doc (doc-count)
           MOVE OI-STATUS TO dt-status (doc-count)
           MOVE OI-LAST-PAY-DATE TO dt-settled-date (doc-count)
           MOVE OI-CHARGED TO dt-charged (doc-count)
           MOVE OI-PAID TO dt-paid (doc-count)
           MOVE ZERO TO dt-year-charged (doc-count)
           MOVE ZERO TO dt-year-paid (doc-count)
           MOVE ZERO TO dt-later-charged (doc-count)
           MOVE ZERO TO dt-first-charge (doc-count)
           MOVE ZERO TO dt-last-charge (doc-count)
           MOVE ZERO TO dt-first-payment (doc-count)
           MOVE ZERO TO dt-last-payment (doc-count)
           MOVE SPACE TO dt-action (doc-count)
           MOVE SPACES TO dt-reason (doc-count)
           MOVE SPACES TO dt-name (doc-count)
           MOVE ZERO TO dt-reg-number (doc-count).
       2100-EXIT.
           EXIT.

      *================================================================
      * CHARGES - FEEHIST, DATED BY THE HEADER OF THE BLOCK EACH FEE
      * ARRIVED IN.  A FEE IN THE YEAR GOES ON THE DECLARATION; A FEE
      * AFTER THE SETTLING PAYMENT IS WHAT REOPENS A POSITION.
      *================================================================
       3000-LOAD-CHARGES.
           OPEN INPUT HISTORY-FILE
           IF ws-history-file-status NOT = "00"
               DISPLAY "dischdec: FEEHIST NOT PRESENT - STATUS "
                   ws-history-file-status " - NOTHING ISSUED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO block-date
           MOVE 'N' TO ws-eof-switch
           PERFORM 3100-LOAD-ONE-CHARGE THRU 3100-EXIT
               UNTIL ws-eof OR ws-table-full
           CLOSE HISTORY-FILE.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-CHARGE.
           READ HISTORY-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF HIST-HEADER
               MOVE HIST-HDR-DATE TO block-date
               GO TO 3100-EXIT
           END-IF
           IF NOT HIST-DETAIL
               GO TO 3100-EXIT
           END-IF
           MOVE HIST-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF NOT ws-found
               GO TO 3100-EXIT
           END-IF

           IF block-date > dt-settled-date (doc-ix)
               ADD HIST-CALC TO dt-later-charged (doc-ix)
           END-IF
           IF block-date (1:4) NOT = reference-year
               GO TO 3100-EXIT
           END-IF

           IF charge-count >= CHARGE-TABLE-MAX
               DISPLAY "dischdec: CHARGE TABLE FULL AT " charge-count
                   " - RUN SPLIT REQUIRED"
               MOVE 16 TO run-error-level
               SET ws-table-full TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO charge-count
           MOVE block-date TO cl-date (charge-count)
           MOVE HIST-CALC TO cl-amount (charge-count)
           MOVE ZERO TO cl-next (charge-count)
           IF dt-first-charge (doc-ix) = ZERO
               MOVE charge-count TO dt-first-charge (doc-ix)
           ELSE
               MOVE charge-count TO cl-next (dt-last-charge (doc-ix))
           END-IF
           MOVE charge-count TO dt-last-charge (doc-ix)
           ADD HIST-CALC TO dt-year-charged (doc-ix).
       3100-EXIT.
           EXIT.

      *================================================================
      * PAYMENTS - OIALLOC PIECES PAID IN THE YEAR.
      *================================================================
       3500-LOAD-PAYMENTS.
           OPEN INPUT ALLOC-FILE
           IF ws-alloc-status NOT = "00"
               DISPLAY "dischdec: OIALLOC NOT PRESENT - STATUS "
                   ws-alloc-status " - NOTHING ISSUED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3600-LOAD-ONE-PAYMENT THRU 3600-EXIT
               UNTIL ws-eof OR ws-table-full
           CLOSE ALLOC-FILE.
       3500-EXIT.
           EXIT.

       3600-LOAD-ONE-PAYMENT.
           READ ALLOC-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF OIA-CREDIT-TAKEN
                   OR OIA-PAY-DATE (1:4) NOT = reference-year
               GO TO 3600-EXIT
           END-IF
           MOVE OIA-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF NOT ws-found
               GO TO 3600-EXIT
           END-IF
           ADD OIA-APPLIED TO dt-year-paid (doc-ix)

           MOVE dt-last-payment (doc-ix) TO payment-ix
           IF payment-ix NOT = ZERO
               IF pl-date (payment-ix) = OIA-PAY-DATE
                       AND pl-source (payment-ix) = OIA-SOURCE
                   ADD OIA-APPLIED TO pl-amount (payment-ix)
                   GO TO 3600-EXIT
               END-IF
           END-IF

           IF payment-count >= PAYMENT-TABLE-MAX
               DISPLAY "dischdec: PAYMENT TABLE FULL AT "
                   payment-count " - RUN SPLIT REQUIRED"
               MOVE 16 TO run-error-level
               SET ws-table-full TO TRUE
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO payment-count
           MOVE OIA-PAY-DATE TO pl-date (payment-count)
           MOVE OIA-SOURCE TO pl-source (payment-count)
           MOVE OIA-APPLIED TO pl-amount (payment-count)
           MOVE ZERO TO pl-next (payment-count)
           IF dt-first-payment (doc-ix) = ZERO
               MOVE payment-count TO dt-first-payment (doc-ix)
           ELSE
               MOVE payment-count
                   TO pl-next (dt-last-payment (doc-ix))
           END-IF
           MOVE payment-count TO dt-last-payment (doc-ix).
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DECIDE-POSITION - AN OPEN POSITION WHOSE PAYMENTS COVERED
      * EVERYTHING CHARGED UP TO ITS LAST PAYMENT WAS SETTLED AND THEN
      * REOPENED BY A LATER CHARGE: EXCEPTION.  ANY OTHER OPEN ONE WAS
      * NEVER SETTLED AND IS DROPPED.  A SETTLED ONE IS DECLARED
      * UNLESS IT IS UNDER AN OPEN DISPUTE OR HAS NO NAME ON EITHER
      * MASTER.
      *----------------------------------------------------------------
       4000-DECIDE-POSITION.
           PERFORM 4100-LOOKUP-NAME THRU 4100-EXIT
           IF dt-status (doc-ix) = "O"
               IF dt-paid (doc-ix) + dt-later-charged (doc-ix)
                       NOT < dt-charged (doc-ix)
                   SET dt-exception (doc-ix) TO TRUE
                   MOVE "REOPENED AFTER SETTLEMENT"
                       TO dt-reason (doc-ix)
                   ADD 1 TO reopened-count
               ELSE
                   SET dt-dropped (doc-ix) TO TRUE
               END-IF
               GO TO 4000-EXIT
           END-IF

           IF ws-dispute-open
               MOVE dt-doc (doc-ix) TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       MOVE SPACE TO DSP-STATUS
               END-READ
               IF DSP-OPEN-HOLD
                   SET dt-exception (doc-ix) TO TRUE
                   MOVE "PAYMENT IN DISPUTE" TO dt-reason (doc-ix)
                   ADD 1 TO dispute-count
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF cust-found NOT = 1
               SET dt-exception (doc-ix) TO TRUE
               MOVE "NOT ON CUSTMAST OR COMPMAST" TO dt-reason (doc-ix)
               ADD 1 TO no-name-count
               GO TO 4000-EXIT
           END-IF
           SET dt-declare (doc-ix) TO TRUE.
       4000-EXIT.
           EXIT.

       4100-LOOKUP-NAME.
           MOVE ZERO TO cust-found
           MOVE SPACES TO cust-name
           IF dt-doc (doc-ix) (12:3) = SPACES
               MOVE dt-doc (doc-ix) (1:11) TO lookup-cpf
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           ELSE
               CALL "company_lookup" USING dt-doc (doc-ix), cust-found,
                   cust-status-code, cust-name, cust-segment
           END-IF
           IF cust-found = 1
               MOVE cust-name TO dt-name (doc-ix)
           END-IF.
       4100-EXIT.
           EXIT.

      *================================================================
      * THE ANNUAL RUN - DECLARATIONS, THE DISCHREG REGISTER, THE
      * DISCHLST CONTROL LISTING AND EXCEPTIONS.  A DOCUMENT ALREADY
      * ON THE REGISTER FOR THE YEAR WAS DECLARED BY AN EARLIER RUN
      * AND IS NOT DECLARED AGAIN.
      *================================================================
       5000-ISSUE-DECLARATIONS.
           PERFORM 5050-OPEN-REGISTER THRU 5050-EXIT
           IF NOT ws-register-open
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT DECLARATION-FILE
           OPEN OUTPUT CONTROL-LIST-FILE
           OPEN OUTPUT EXCEPTION-FILE

           MOVE reference-year TO wrh-year
           MOVE today-date TO wrh-date
           MOVE run-id TO wrh-run-id
           WRITE CONTROL-LIST-REC FROM ws-register-head
           MOVE SPACES TO CONTROL-LIST-REC
           WRITE CONTROL-LIST-REC

           MOVE reference-year TO wxh-year
           MOVE today-date TO wxh-date
           WRITE EXCEPTION-REC FROM ws-exception-head
           MOVE SPACES TO EXCEPTION-REC
           WRITE EXCEPTION-REC

           PERFORM 5100-ISSUE-ONE THRU 5100-EXIT
               VARYING doc-ix FROM 1 BY 1
               UNTIL doc-ix > doc-count

           MOVE SPACES TO CONTROL-LIST-REC
           WRITE CONTROL-LIST-REC
           MOVE declaration-count TO wrt-count
           MOVE declared-paid-total TO wrt-paid
           WRITE CONTROL-LIST-REC FROM ws-register-trailer

           MOVE SPACES TO EXCEPTION-REC
           WRITE EXCEPTION-REC
           MOVE exception-count TO wxt-count
           WRITE EXCEPTION-REC FROM ws-exception-trailer

           CLOSE DECLARATION-FILE
           CLOSE CONTROL-LIST-FILE
           CLOSE EXCEPTION-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-OPEN-REGISTER - OPEN DISCHREG (CREATED ON THE FIRST
      * ANNUAL RUN) AND READ THE YEAR'S ENTRIES: THE HIGHEST NUMBER
      * ISSUED SO FAR, AND THE NUMBER OF EVERY DOCUMENT IN THE TABLE
      * ALREADY DECLARED.  A REPRINT OPENS IT INPUT ONLY; NO REGISTER
      * AT ALL THEN MEANS NO DECLARATION TO REPRINT.
      *----------------------------------------------------------------
       5050-OPEN-REGISTER.
           IF ws-reprint
               OPEN INPUT REGISTER-FILE
               IF ws-register-status = "35"
                   GO TO 5050-EXIT
               END-IF
           ELSE
               OPEN I-O REGISTER-FILE
               IF ws-register-status = "35"
                       OR ws-register-status = "05"
                   OPEN OUTPUT REGISTER-FILE
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
           END-IF
           IF ws-register-status NOT = "00"
               DISPLAY "dischdec: CANNOT OPEN DISCHREG - STATUS "
                   ws-register-status " - RUN STOPPED"
               MOVE 16 TO run-error-level
               GO TO 5050-EXIT
           END-IF
           SET ws-register-open TO TRUE

           MOVE ZERO TO register-last-number
           MOVE reference-year TO DRG-YEAR
           MOVE ZERO TO DRG-NUMBER
           START REGISTER-FILE KEY IS NOT LESS THAN DRG-KEY
               INVALID KEY
                   GO TO 5050-EXIT
           END-START
           MOVE 'N' TO ws-eof-switch
           PERFORM 5060-READ-REGISTER THRU 5060-EXIT
               UNTIL ws-eof
           IF register-last-number > ZERO AND NOT ws-reprint
               DISPLAY "dischdec: " reference-year " ALREADY ON "
                   "DISCHREG TO NO. " register-last-number
                   " - NUMBERING CARRIES ON FROM THERE"
           END-IF.
       5050-EXIT.
           EXIT.

       5060-READ-REGISTER.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 5060-EXIT
           END-READ
           IF DRG-YEAR NOT = reference-year
               SET ws-eof TO TRUE
               GO TO 5060-EXIT
           END-IF
           MOVE DRG-NUMBER TO register-last-number
           IF ws-reprint
               IF DRG-DOC = dt-doc (1)
                   MOVE DRG-NUMBER TO dt-reg-number (1)
               END-IF
               GO TO 5060-EXIT
           END-IF
           MOVE DRG-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE DRG-NUMBER TO dt-reg-number (doc-ix)
           END-IF.
       5060-EXIT.
           EXIT.

       5100-ISSUE-ONE.
           IF dt-exception (doc-ix)
               ADD 1 TO exception-count
               MOVE SPACES TO ws-exception-line
               MOVE dt-doc (doc-ix) TO wxl-doc
               MOVE dt-name (doc-ix) TO wxl-name
               MOVE dt-settled-date (doc-ix) TO wxl-settled
               MOVE dt-reason (doc-ix) TO wxl-reason
               WRITE EXCEPTION-REC FROM ws-exception-line
               GO TO 5100-EXIT
           END-IF
           IF NOT dt-declare (doc-ix)
               GO TO 5100-EXIT
           END-IF
           IF dt-reg-number (doc-ix) > ZERO
               ADD 1 TO already-declared-count
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO register-last-number
           MOVE SPACES TO DISCH-REGISTER-REC
           MOVE reference-year TO DRG-YEAR
           MOVE register-last-number TO DRG-NUMBER
           MOVE dt-doc (doc-ix) TO DRG-DOC
           MOVE dt-name (doc-ix) TO DRG-NAME
           MOVE dt-settled-date (doc-ix) TO DRG-SETTLED
           MOVE dt-year-paid (doc-ix) TO DRG-PAID
           MOVE today-date TO DRG-ISSUED
           MOVE run-id TO DRG-RUN-ID
           WRITE DISCH-REGISTER-REC
               INVALID KEY
                   DISPLAY "dischdec: DISCHREG WRITE FAILED FOR "
                       dt-doc (doc-ix) " - STATUS " ws-register-status
                       " - NO DECLARATION ISSUED"
                   MOVE 16 TO run-error-level
                   SUBTRACT 1 FROM register-last-number
                   GO TO 5100-EXIT
           END-WRITE
           MOVE register-last-number TO dt-reg-number (doc-ix)

           ADD 1 TO declaration-count
           ADD dt-year-paid (doc-ix) TO declared-paid-total
           MOVE dt-reg-number (doc-ix) TO wnb-number
           MOVE SPACES TO wnb-note
           PERFORM 5200-PRINT-DECLARATION THRU 5200-EXIT

           MOVE SPACES TO ws-register-line
           MOVE dt-reg-number (doc-ix) TO wrl-number
           MOVE dt-doc (doc-ix) TO wrl-doc
           MOVE dt-name (doc-ix) TO wrl-name
           MOVE dt-settled-date (doc-ix) TO wrl-settled
           MOVE dt-year-paid (doc-ix) TO wrl-paid
           WRITE CONTROL-LIST-REC FROM ws-register-line.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PRINT-DECLARATION - THE DECLARATION FOR doc-ix, ONE LINE
      * AT A TIME THROUGH 5900-PRINT-LINE, SO THE ANNUAL RUN AND A
      * REPRINT PRINT THE SAME TEXT, EACH ON ITS OWN FILE.
      *----------------------------------------------------------------
       5200-PRINT-DECLARATION.
           MOVE ALL "-" TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE reference-year TO wtt-year
           MOVE today-date TO wtt-date
           MOVE ws-title-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE ws-number-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT

           IF dt-doc (doc-ix) (12:3) = SPACES
               MOVE "CUSTOMER: " TO wnl-label
           ELSE
               MOVE "COMPANY:  " TO wnl-label
           END-IF
           MOVE dt-name (doc-ix) TO wnl-name
           MOVE ws-name-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE dt-doc (doc-ix) TO wdl-doc
           MOVE ws-doc-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT

           MOVE "UNDER FEDERAL LAW 12.007/2009 WE DECLARE THAT THE DEBT"
               TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           STRING "HELD UNDER THE DOCUMENT ABOVE WAS PAID IN FULL ON "
                   DELIMITED BY SIZE
               dt-settled-date (doc-ix) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           STRING "AND THAT NOTHING REMAINS OWED ON IT FOR THE YEAR "
                   DELIMITED BY SIZE
               reference-year DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT

           MOVE "CHARGES IN THE YEAR" TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           IF dt-first-charge (doc-ix) = ZERO
               MOVE "      NONE" TO print-line
               PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           END-IF
           MOVE dt-first-charge (doc-ix) TO charge-ix
           PERFORM 5210-ADD-CHARGE-LINE THRU 5210-EXIT
               UNTIL charge-ix = ZERO
           MOVE "TOTAL      " TO wtl-label
           MOVE dt-year-charged (doc-ix) TO wtl-amount
           MOVE ws-total-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT

           MOVE "PAYMENTS IN THE YEAR" TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           IF dt-first-payment (doc-ix) = ZERO
               MOVE "      NONE" TO print-line
               PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           END-IF
           MOVE dt-first-payment (doc-ix) TO payment-ix
           PERFORM 5220-ADD-PAYMENT-LINE THRU 5220-EXIT
               UNTIL payment-ix = ZERO
           MOVE "TOTAL      " TO wtl-label
           MOVE dt-year-paid (doc-ix) TO wtl-amount
           MOVE ws-total-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE SPACES TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT

           MOVE "COLLECTIONS DESK - backUrubu COLLECTIONS" TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT.
       5200-EXIT.
           EXIT.

       5210-ADD-CHARGE-LINE.
           MOVE SPACES TO ws-item-line
           MOVE cl-date (charge-ix) TO wil-date
           MOVE cl-amount (charge-ix) TO wil-amount
           MOVE "FEE CHARGED" TO wil-text
           MOVE ws-item-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE cl-next (charge-ix) TO charge-ix.
       5210-EXIT.
           EXIT.

       5220-ADD-PAYMENT-LINE.
           EVALUATE pl-source (payment-ix)
               WHEN "P"
                   MOVE "PAYMENT" TO source-text
               WHEN "B"
                   MOVE "BOLETO PAYMENT" TO source-text
               WHEN "R"
                   MOVE "BOLETO PAYMENT" TO source-text
               WHEN "G"
                   MOVE "PAID VIA AGENCY" TO source-text
               WHEN OTHER
                   MOVE "PAYMENT" TO source-text
           END-EVALUATE
           MOVE SPACES TO ws-item-line
           MOVE pl-date (payment-ix) TO wil-date
           MOVE pl-amount (payment-ix) TO wil-amount
           MOVE source-text TO wil-text
           MOVE ws-item-line TO print-line
           PERFORM 5900-PRINT-LINE THRU 5900-EXIT
           MOVE pl-next (payment-ix) TO payment-ix.
       5220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5800-REPRINT - THE ONE DOCUMENT ASKED FOR, ON DISCHRPR, MARKED
      * AS A REPRINT AND CARRYING ITS NUMBER FROM DISCHREG.  A DOCUMENT
      * THAT WOULD NOT GET A DECLARATION IN THE ANNUAL RUN DOES NOT
      * GET ONE HERE EITHER, NOR DOES ONE THE ANNUAL RUN NEVER
      * DECLARED - THE REASON IS ON THE CONSOLE.
      *----------------------------------------------------------------
       5800-REPRINT.
           IF doc-count = ZERO
               DISPLAY "dischdec: " doc-wanted " WAS NOT SETTLED IN "
                   reference-year " - NOTHING REPRINTED"
               MOVE 8 TO run-error-level
               GO TO 5800-EXIT
           END-IF
           MOVE 1 TO doc-ix
           IF NOT dt-declare (doc-ix)
               IF dt-exception (doc-ix)
                   DISPLAY "dischdec: " doc-wanted " - "
                       dt-reason (doc-ix) " - NOTHING REPRINTED"
               ELSE
                   DISPLAY "dischdec: " doc-wanted
                       " WAS NOT SETTLED IN " reference-year
                       " - NOTHING REPRINTED"
               END-IF
               MOVE 8 TO run-error-level
               GO TO 5800-EXIT
           END-IF

           PERFORM 5050-OPEN-REGISTER THRU 5050-EXIT
           IF run-error-level >= 16
               GO TO 5800-EXIT
           END-IF
           IF dt-reg-number (doc-ix) = ZERO
               DISPLAY "dischdec: " doc-wanted " HAS NO DECLARATION ON "
                   "DISCHREG FOR " reference-year " - REPRINT REFUSED"
               MOVE 8 TO run-error-level
               GO TO 5800-EXIT
           END-IF

           MOVE dt-reg-number (doc-ix) TO wnb-number
           MOVE SPACES TO wnb-note
           STRING "*** REPRINT ISSUED " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO wnb-note
           OPEN OUTPUT REPRINT-FILE
           PERFORM 5200-PRINT-DECLARATION THRU 5200-EXIT
           CLOSE REPRINT-FILE
           ADD 1 TO declaration-count
           DISPLAY "dischdec: DECLARATION FOR " doc-wanted
               " REPRINTED ON DISCHRPR".
       5800-EXIT.
           EXIT.

       5900-PRINT-LINE.
           IF ws-reprint
               WRITE REPRINT-REC FROM print-line
           ELSE
               WRITE DECLARATION-REC FROM print-line
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-FIND-DOCUMENT - BINARY SEARCH OF THE DOCUMENT TABLE (IN
      * KEY ORDER) FOR doc-wanted; LEAVES doc-ix ON THE ENTRY WHEN
      * FOUND.
      *----------------------------------------------------------------
       6000-FIND-DOCUMENT.
           MOVE 'N' TO ws-found-switch
           MOVE 1 TO search-low
           MOVE doc-count TO search-high
           PERFORM 6100-HALVE THRU 6100-EXIT
               UNTIL ws-found OR search-low > search-high.
       6000-EXIT.
           EXIT.

       6100-HALVE.
           COMPUTE search-mid = (search-low + search-high) / 2
           EVALUATE TRUE
               WHEN dt-doc (search-mid) = doc-wanted
                   MOVE search-mid TO doc-ix
                   SET ws-found TO TRUE
               WHEN dt-doc (search-mid) < doc-wanted
                   COMPUTE search-low = search-mid + 1
               WHEN OTHER
                   COMPUTE search-high = search-mid - 1
           END-EVALUATE.
       6100-EXIT.
           EXIT.

       9999-TERMINATE.
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-register-open
               CLOSE REGISTER-FILE
           END-IF
           MOVE 'E' TO run-ctl-func
           MOVE positions-read TO run-in-count
           MOVE declaration-count TO run-out-count
           EVALUATE TRUE
               WHEN run-error-level = ZERO
                   MOVE "OK" TO run-final
               WHEN run-error-level < 16
                   MOVE "WN" TO run-final
               WHEN OTHER
                   MOVE "ER" TO run-final
           END-EVALUATE
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final

           IF NOT ws-reprint
               DISPLAY "dischdec: " declaration-count
                   " DECLARATIONS ISSUED, " exception-count
                   " EXCEPTIONS (" reopened-count " REOPENED, "
                   dispute-count " IN DISPUTE, " no-name-count
                   " NOT ON A MASTER), " already-declared-count
                   " ALREADY ON DISCHREG"
           END-IF
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
