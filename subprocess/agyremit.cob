       IDENTIFICATION DIVISION.
       PROGRAM-ID. agyremit.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - COLLECTION AGENCY
      *                    REMITTANCE.  WHAT AN AGENCY COLLECTED WAS
      *                    ONLY KNOWN FROM ITS MONTHLY INVOICE.  THIS
      *                    RUN TAKES ONE AGENCY'S REMITTANCE FILE
      *                    (AGYRMcccc, THE AGENCY CODE ON THE COMMAND
      *                    LINE) AND APPLIES EACH COLLECTION TO OPENITEM
      *                    EXACTLY AS cashapp APPLIES A BANK PAYMENT -
      *                    THE POSITION IS REDUCED AND SETTLED AT ZERO,
      *                    THE MONEY IS SPREAD OVER THE DOCUMENT'S
      *                    OIDETAIL CHARGES OLDEST FIRST AND EVERY PIECE
      *                    IS LOGGED ON OIALLOC (SOURCE G).  ONLY A
      *                    DOCUMENT PLACED WITH THAT AGENCY TAKES ITS
      *                    MONEY; A COLLECTION DATED AFTER THE
      *                    PLACEMENT WAS RECALLED IS NOT THE AGENCY'S
      *                    AND GOES UNAPPLIED.  THE AGENCY'S COMMISSION
      *                    IS ITS AGYTAB RATE ON WHAT WAS APPLIED, KEPT
      *                    ON THE PLACEMENT AND LOGGED ON AGYCOMM FOR
      *                    THE MONTHLY agystmt STATEMENT.  AGYRCTL KEEPS
      *                    EACH AGENCY'S LAST FILE SIGNATURE (COUNT AND
      *                    AMOUNT) THE WAY CASHCTL DOES FOR PAYIN, SO
      *                    THE SAME REMITTANCE CANNOT APPLY TWICE.
      *                    RUN IT OUTSIDE THE OVERNIGHT CHAIN - IT
      *                    UPDATES THE SAME POSITIONS cashapp DOES.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control - THE POSTING
      *                    DATE ON OIALLOC AND AGYCOMM, THE CLOSED DATE
      *                    OF A PLACEMENT PAID OFF AND THE AGYRCTL
      *                    SIGNATURE DATE ARE THE BUSINESS DATE, NOT
      *                    THE CLOCK, SO A RUN AFTER MIDNIGHT POSTS TO
      *                    THE DAY (AND THE agystmt MONTH) IT BELONGS
      *                    TO.
      *   2026-10-15  MRS  A PLACEMNT REWRITE THAT FAILS AFTER THE
      *                    PAYMENT IS POSTED ENDS THE RUN RC 16, AS IN
      *                    agyrecall - THE PLACEMENT'S COLLECTED AND
      *                    COMMISSION FIGURES ARE LEFT SHORT.  A FULL
      *                    AGYRCTL NO LONGER LOWERS THAT TO A WARNING.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO "AGYTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-agency-status.

           SELECT REMIT-FILE ASSIGN USING remit-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-remit-status.

           SELECT CONTROL-FILE ASSIGN TO "AGYRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-file-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT DETAIL-FILE ASSIGN TO "OIDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OID-KEY
               FILE STATUS IS ws-detail-status.

           SELECT ALLOC-FILE ASSIGN TO "OIALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alloc-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT COMM-FILE ASSIGN TO "AGYCOMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comm-status.

           SELECT REMIT-REPORT-FILE ASSIGN TO "AGYRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
           COPY AGYTAB.

       FD  REMIT-FILE.
      *----------------------------------------------------------------
      * ONE COLLECTION PER LINE AS THE AGENCY REMITS THEM, IN THE SAME
      * FIXED COLUMNS AS THE BANK'S PAYIN FILE -
      *   RMT-DOC     COLS 1-14   TAX DOCUMENT, UNPUNCTUATED DIGITS
      *                           LEFT-JUSTIFIED.
      *   RMT-AMOUNT  COLS 16-26  AMOUNT COLLECTED, 9(9)V99 IMPLIED
      *                           DECIMAL, BEFORE COMMISSION.
      *   RMT-DATE    COLS 28-35  DATE COLLECTED, YYYYMMDD.
      *----------------------------------------------------------------
       01  REMIT-REC.
           05  RMT-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  RMT-AMOUNT          PIC 9(9)V99.
           05  FILLER              PIC X(01).
           05  RMT-DATE            PIC X(08).

       FD  CONTROL-FILE.
      *----------------------------------------------------------------
      * ONE LINE PER AGENCY - THE RERUN GUARD.
      *   ARC-AGENCY   AGENCY CODE.
      *   ARC-COUNT /  COUNT AND AMOUNT HASH OF THE LAST REMITTANCE
      *   ARC-HASH     FILE APPLIED FOR THE AGENCY - A FILE WITH THE
      *                SAME SIGNATURE IS THE SAME FILE AND IS REFUSED.
      *   ARC-DATE     DATE IT WAS APPLIED.
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  ARC-AGENCY          PIC X(04).
           05  FILLER              PIC X(01).
           05  ARC-COUNT           PIC 9(7).
           05  FILLER              PIC X(01).
           05  ARC-HASH            PIC 9(13)V99.
           05  FILLER              PIC X(01).
           05  ARC-DATE            PIC X(08).

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  DETAIL-FILE.
           COPY OIDETAIL.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  COMM-FILE.
           COPY AGYCOMM.

       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       78  AGENCY-TABLE-MAX        VALUE 50.

       01  ws-agency-status        PIC XX VALUE SPACES.
       01  ws-remit-status         PIC XX VALUE SPACES.
       01  ws-control-file-status  PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-detail-status        PIC XX VALUE SPACES.
       01  ws-alloc-status         PIC XX VALUE SPACES.
       01  ws-placement-status     PIC XX VALUE SPACES.
       01  ws-comm-status          PIC XX VALUE SPACES.

       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-remit-eof-switch PIC X VALUE 'N'.
           88  ws-remit-eof              VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-remit-seen-switch PIC X VALUE 'N'.
           88  ws-remit-seen             VALUE 'Y'.
       01  ws-item-found-switch PIC X VALUE 'N'.
           88  ws-item-found             VALUE 'Y'.
       01  ws-detail-open-switch PIC X VALUE 'N'.
           88  ws-detail-open            VALUE 'Y'.
       01  ws-alloc-open-switch PIC X VALUE 'N'.
           88  ws-alloc-open             VALUE 'Y'.
       01  ws-comm-open-switch PIC X VALUE 'N'.
           88  ws-comm-open              VALUE 'Y'.
       01  ws-detail-done-switch PIC X VALUE 'N'.
           88  ws-detail-done            VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  remit-agency        PIC X(04) VALUE SPACES.
       01  remit-agency-name   PIC X(30) VALUE SPACES.
       01  remit-file-name     PIC X(12) VALUE SPACES.
       01  commission-rate     PIC 9(03)V99 VALUE ZERO.
       01  today-date          PIC X(08) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * THE RERUN GUARD - EVERY AGENCY'S LAST SIGNATURE OFF AGYRCTL,
      * AND THIS FILE'S.
      *----------------------------------------------------------------
       01  ctl-count           PIC 9(3) VALUE ZERO.
       01  ctl-ix              PIC 9(3) VALUE ZERO.
       01  ctl-found-ix        PIC 9(3) VALUE ZERO.
       01  ctl-table.
           05  ctl-entry OCCURS 50 TIMES.
               10  ct-agency       PIC X(04).
               10  ct-count        PIC 9(7).
               10  ct-hash         PIC 9(13)V99.
               10  ct-date         PIC X(08).
       01  remit-count         PIC 9(7) VALUE ZERO.
       01  remit-hash          PIC 9(13)V99 VALUE ZERO.

       01  read-count          PIC 9(7) VALUE ZERO.
       01  applied-count       PIC 9(7) VALUE ZERO.
       01  applied-total       PIC 9(11)V99 VALUE ZERO.
       01  unapplied-count     PIC 9(7) VALUE ZERO.
       01  unapplied-total     PIC 9(11)V99 VALUE ZERO.
       01  settled-count       PIC 9(7) VALUE ZERO.
       01  commission-total    PIC 9(11)V99 VALUE ZERO.
       01  charge-clear-count  PIC 9(7) VALUE ZERO.
       01  excess-count        PIC 9(7) VALUE ZERO.
       01  excess-total        PIC 9(11)V99 VALUE ZERO.
       01  open-balance        PIC S9(11)V99 VALUE ZERO.
       01  commission-amount   PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * THE COLLECTION BEING POSTED AND ITS ALLOCATION OVER THE
      * DOCUMENT'S CHARGES.
      *----------------------------------------------------------------
       01  apply-doc           PIC X(14) VALUE SPACES.
       01  apply-amount        PIC 9(11)V99 VALUE ZERO.
       01  apply-date          PIC X(08) VALUE SPACES.
       01  unapplied-note      PIC X(30) VALUE SPACES.
       01  alloc-left          PIC 9(11)V99 VALUE ZERO.
       01  alloc-piece         PIC 9(11)V99 VALUE ZERO.
       01  prior-open          PIC 9(11)V99 VALUE ZERO.
       01  true-excess         PIC 9(11)V99 VALUE ZERO.

       01  ws-remit-line.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-date            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-commission      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-open            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-note            PIC X(30).

       01  ws-heading-line.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(10) VALUE "COLLECTED".
           05  FILLER              PIC X(18) VALUE "           AMOUNT".
           05  FILLER              PIC X(18) VALUE "       COMMISSION".
           05  FILLER              PIC X(19) VALUE "        STILL OPEN".
           05  FILLER              PIC X(08) VALUE "  RESULT".

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.  THE
      * RUN ID STAMPS EVERY COMMISSION LINE.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "agyremit".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - APPLY THE AGENCY'S REMITTANCE LINE BY LINE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-APPLY-COLLECTION THRU 2000-EXIT
                   UNTIL ws-remit-eof
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, TAKE THE AGENCY CODE OFF THE
      * COMMAND LINE AND ITS RATE OFF AGYTAB, CHECK THE REMITTANCE
      * AGAINST THE RERUN GUARD AND OPEN THE FILES.  NO AGENCY, NO
      * RATE, OR NO OPENITEM OR PLACEMNT TO POST TO APPLIES NOTHING
      * AND ENDS RC 16; A MISSING OR ALREADY-APPLIED REMITTANCE
      * APPLIES NOTHING AND ENDS RC 8.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "agyremit: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "agyremit: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "agyremit: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           ACCEPT cmd-line FROM COMMAND-LINE
           UNSTRING cmd-line
               DELIMITED BY ALL SPACE
               INTO remit-agency
           END-UNSTRING

           OPEN OUTPUT REMIT-REPORT-FILE
           MOVE SPACES TO REMIT-REPORT-REC
           STRING "backUrubu COLLECTIONS - AGENCY REMITTANCE "
                   DELIMITED BY SIZE
               remit-agency DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO REMIT-REPORT-REC
           WRITE REMIT-REPORT-REC
           MOVE SPACES TO REMIT-REPORT-REC
           WRITE REMIT-REPORT-REC
           WRITE REMIT-REPORT-REC FROM ws-heading-line

           IF remit-agency = SPACES
               DISPLAY "agyremit: NO AGENCY CODE ON THE COMMAND LINE - "
                   "NOTHING APPLIED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-FIND-AGENCY THRU 1100-EXIT
           IF ws-nothing-to-do
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT
           PERFORM 1500-CHECK-SIGNATURE THRU 1500-EXIT
           IF ws-nothing-to-do
               GO TO 1000-EXIT
           END-IF

           OPEN I-O OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "agyremit: CANNOT OPEN OPENITEM - STATUS "
                   ws-open-item-status " - NOTHING APPLIED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PLACEMENT-FILE
           IF ws-placement-status NOT = "00"
               DISPLAY "agyremit: CANNOT OPEN PLACEMNT - STATUS "
                   ws-placement-status " - NOTHING APPLIED"
               CLOSE OPEN-ITEM-FILE
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O DETAIL-FILE
           IF ws-detail-status = "00"
               SET ws-detail-open TO TRUE
           ELSE
               DISPLAY "agyremit: CANNOT OPEN OIDETAIL - STATUS "
                   ws-detail-status " - POSITIONS UPDATED WITHOUT "
                   "CHARGE DETAIL"
               MOVE 8 TO run-error-level
           END-IF

           OPEN EXTEND ALLOC-FILE
           IF ws-alloc-status = "35" OR ws-alloc-status = "05"
               OPEN OUTPUT ALLOC-FILE
           END-IF
           IF ws-alloc-status = "00"
               SET ws-alloc-open TO TRUE
           END-IF

           OPEN EXTEND COMM-FILE
           IF ws-comm-status = "35" OR ws-comm-status = "05"
               OPEN OUTPUT COMM-FILE
           END-IF
           IF ws-comm-status = "00"
               SET ws-comm-open TO TRUE
           ELSE
               DISPLAY "agyremit: CANNOT OPEN AGYCOMM - STATUS "
                   ws-comm-status " - COMMISSION NOT LOGGED"
               MOVE 8 TO run-error-level
           END-IF

           SET ws-remit-seen TO TRUE
           MOVE 'N' TO ws-remit-eof-switch
           OPEN INPUT REMIT-FILE
           PERFORM 2900-READ-REMITTANCE THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-FIND-AGENCY - THE AGENCY'S NAME AND COMMISSION RATE ON
      * AGYTAB.  AN AGENCY NOT TAKING NEW WORK IS STILL PAID ON WHAT
      * IT COLLECTS.
      *----------------------------------------------------------------
       1100-FIND-AGENCY.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT AGENCY-FILE
           IF ws-agency-status NOT = "00"
               DISPLAY "agyremit: AGYTAB NOT PRESENT - STATUS "
                   ws-agency-status " - NOTHING APPLIED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO remit-agency-name
           PERFORM 1110-MATCH-AGENCY THRU 1110-EXIT
               UNTIL ws-file-eof
           CLOSE AGENCY-FILE

           IF remit-agency-name = SPACES
               DISPLAY "agyremit: AGENCY " remit-agency " NOT ON "
                   "AGYTAB OR HAS NO COMMISSION RATE - NOTHING APPLIED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1100-EXIT
           END-IF
           DISPLAY "agyremit: AGENCY " remit-agency " "
               remit-agency-name " COMMISSION " commission-rate "%".
       1100-EXIT.
           EXIT.

       1110-MATCH-AGENCY.
           READ AGENCY-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF AGT-CODE NOT = remit-agency OR AGT-RATE NOT NUMERIC
               GO TO 1110-EXIT
           END-IF
           MOVE AGT-NAME TO remit-agency-name
           IF remit-agency-name = SPACES
               MOVE AGT-CODE TO remit-agency-name
           END-IF
           MOVE AGT-RATE TO commission-rate
           SET ws-file-eof TO TRUE.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-CONTROL - EVERY AGENCY'S LAST SIGNATURE OFF AGYRCTL.
      * NO AGYRCTL MEANS NO REMITTANCE HAS EVER BEEN APPLIED.
      *----------------------------------------------------------------
       1200-LOAD-CONTROL.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-CONTROL THRU 1210-EXIT
               UNTIL ws-file-eof
           CLOSE CONTROL-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF ARC-AGENCY = SPACES OR ctl-count >= AGENCY-TABLE-MAX
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO ctl-count
           MOVE ARC-AGENCY TO ct-agency (ctl-count)
           MOVE ZERO TO ct-count (ctl-count)
           MOVE ZERO TO ct-hash (ctl-count)
           IF ARC-COUNT IS NUMERIC
               MOVE ARC-COUNT TO ct-count (ctl-count)
           END-IF
           IF ARC-HASH IS NUMERIC
               MOVE ARC-HASH TO ct-hash (ctl-count)
           END-IF
           MOVE ARC-DATE TO ct-date (ctl-count)
           IF ARC-AGENCY = remit-agency
               MOVE ctl-count TO ctl-found-ix
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-CHECK-SIGNATURE - ONE PASS OVER THE REMITTANCE FOR ITS
      * COUNT-AND-AMOUNT SIGNATURE.  A FILE WITH THE SIGNATURE OF THE
      * LAST ONE APPLIED FOR THIS AGENCY IS THE SAME FILE LEFT IN
      * PLACE (OR A RERUN), SO NOTHING IS APPLIED.
      *----------------------------------------------------------------
       1500-CHECK-SIGNATURE.
           MOVE SPACES TO remit-file-name
           STRING "AGYRM" DELIMITED BY SIZE
               remit-agency DELIMITED BY SPACE
               INTO remit-file-name
           OPEN INPUT REMIT-FILE
           IF ws-remit-status NOT = "00"
               DISPLAY "agyremit: " remit-file-name " NOT PRESENT - "
                   "STATUS " ws-remit-status " - NOTHING APPLIED"
               MOVE 8 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO ws-remit-eof-switch
           PERFORM 2900-READ-REMITTANCE THRU 2900-EXIT
           PERFORM 1600-TALLY-SIGNATURE THRU 1600-EXIT
               UNTIL ws-remit-eof
           CLOSE REMIT-FILE

           IF ctl-found-ix > ZERO
                   AND remit-count > ZERO
                   AND remit-count = ct-count (ctl-found-ix)
                   AND remit-hash = ct-hash (ctl-found-ix)
               DISPLAY "agyremit: " remit-file-name " MATCHES THE FILE "
                   "APPLIED ON " ct-date (ctl-found-ix) " ("
                   remit-count " COLLECTIONS) - NOTHING APPLIED"
               MOVE 8 TO run-error-level
               SET ws-nothing-to-do TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

       1600-TALLY-SIGNATURE.
           ADD 1 TO remit-count
           IF RMT-AMOUNT IS NUMERIC
               ADD RMT-AMOUNT TO remit-hash
           END-IF
           PERFORM 2900-READ-REMITTANCE THRU 2900-EXIT.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-COLLECTION - ONE REMITTED COLLECTION.  IT MUST BE
      * FOR A DOCUMENT PLACED WITH THIS AGENCY AND, WHEN THE
      * PLACEMENT HAS SINCE BEEN CLOSED, COLLECTED ON OR BEFORE THE
      * DAY IT CLOSED; ANYTHING ELSE GOES ON THE REPORT UNAPPLIED FOR
      * THE DESK TO TAKE UP WITH THE AGENCY.
      *----------------------------------------------------------------
       2000-APPLY-COLLECTION.
           ADD 1 TO read-count

           IF RMT-DOC = SPACES OR RMT-AMOUNT NOT NUMERIC
                   OR RMT-AMOUNT = ZERO
               MOVE ZERO TO apply-amount
               MOVE RMT-DOC TO apply-doc
               MOVE RMT-DATE TO apply-date
               MOVE "UNAPPLIED - MALFORMED LINE" TO unapplied-note
               PERFORM 2800-REPORT-UNAPPLIED THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           MOVE RMT-DOC TO apply-doc
           MOVE RMT-AMOUNT TO apply-amount
           MOVE RMT-DATE TO apply-date

           MOVE apply-doc TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   MOVE SPACES TO PLC-AGENCY
           END-READ
           IF PLC-AGENCY NOT = remit-agency
               MOVE "UNAPPLIED - NOT PLACED WITH AGY" TO unapplied-note
               PERFORM 2800-REPORT-UNAPPLIED THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
           IF NOT PLC-ACTIVE AND apply-date > PLC-CLOSED-DATE
               MOVE "UNAPPLIED - AFTER RECALL" TO unapplied-note
               PERFORM 2800-REPORT-UNAPPLIED THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           MOVE apply-doc TO OI-DOC
           PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT
           IF NOT ws-item-found
               MOVE "UNAPPLIED - NO CHARGE" TO unapplied-note
               PERFORM 2800-REPORT-UNAPPLIED THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           PERFORM 3000-POST-COLLECTION THRU 3000-EXIT.

       2000-NEXT.
           PERFORM 2900-READ-REMITTANCE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2800-REPORT-UNAPPLIED.
           ADD 1 TO unapplied-count
           ADD apply-amount TO unapplied-total
           MOVE SPACES TO ws-remit-line
           MOVE apply-doc TO wrl-doc
           MOVE apply-date TO wrl-date
           MOVE apply-amount TO wrl-amount
           MOVE unapplied-note TO wrl-note
           WRITE REMIT-REPORT-REC FROM ws-remit-line.
       2800-EXIT.
           EXIT.

       2900-READ-REMITTANCE.
           READ REMIT-FILE
               AT END
                   SET ws-remit-eof TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-POST-COLLECTION - POST apply-amount AGAINST THE POSITION
      * AS cashapp POSTS A PAYMENT, SPREAD IT OVER THE CHARGES, THEN
      * EARN THE AGENCY ITS COMMISSION AND CARRY BOTH ONTO THE
      * PLACEMENT.  A PLACEMENT WHOSE POSITION IS NOW SETTLED IS
      * CLOSED AS PAID OFF THROUGH THE AGENCY.
      *----------------------------------------------------------------
       3000-POST-COLLECTION.
           ADD apply-amount TO OI-PAID
           MOVE apply-date TO OI-LAST-PAY-DATE
           COMPUTE open-balance = OI-CHARGED - OI-PAID

           MOVE SPACES TO ws-remit-line
           MOVE apply-doc TO wrl-doc
           MOVE apply-date TO wrl-date
           MOVE apply-amount TO wrl-amount
           MOVE open-balance TO wrl-open

           IF open-balance > ZERO
               MOVE 'O' TO OI-STATUS
               MOVE "APPLIED" TO wrl-note
           ELSE
               MOVE 'P' TO OI-STATUS
               ADD 1 TO settled-count
               MOVE "APPLIED - PAID IN FULL" TO wrl-note
           END-IF
           REWRITE OPEN-ITEM-REC
           PERFORM 3400-ALLOCATE-PAYMENT THRU 3400-EXIT

           COMPUTE commission-amount ROUNDED =
               apply-amount * commission-rate / 100
           MOVE commission-amount TO wrl-commission

           ADD apply-amount TO PLC-COLLECTED
           ADD commission-amount TO PLC-COMMISSION
           MOVE apply-date TO PLC-LAST-REMIT
           IF PLC-ACTIVE AND open-balance NOT > ZERO
               MOVE "P" TO PLC-STATUS
               MOVE today-date TO PLC-CLOSED-DATE
               MOVE SPACES TO PLC-RECALL-REASON
           END-IF
           REWRITE PLACEMENT-REC
               INVALID KEY
                   DISPLAY "agyremit: CANNOT UPDATE PLACEMNT FOR "
                       PLC-DOC " - STATUS " ws-placement-status
                   MOVE 16 TO run-error-level
           END-REWRITE

           IF ws-comm-open
               MOVE SPACES TO AGY-COMM-REC
               MOVE remit-agency TO AGC-AGENCY
               MOVE apply-doc TO AGC-DOC
               MOVE apply-date TO AGC-PAY-DATE
               MOVE apply-amount TO AGC-COLLECTED
               MOVE commission-rate TO AGC-RATE
               MOVE commission-amount TO AGC-COMMISSION
               MOVE today-date TO AGC-POST-DATE
               MOVE run-id TO AGC-RUN-ID
               WRITE AGY-COMM-REC
           END-IF

           ADD 1 TO applied-count
           ADD apply-amount TO applied-total
           ADD commission-amount TO commission-total
           WRITE REMIT-REPORT-REC FROM ws-remit-line.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ALLOCATE-PAYMENT - WALK THE DOCUMENT'S CHARGES IN KEY
      * ORDER (OLDEST CHARGE DATE FIRST) LAYING THE COLLECTION AGAINST
      * EACH STILL-OPEN ONE UNTIL IT IS USED UP, AS cashapp DOES.
      * WHAT IS LEFT WHEN THE CHARGES RUN OUT IS EITHER BALANCE
      * CHARGED BEFORE THE DETAIL EXISTED (LOGGED U) OR A TRUE
      * OVERPAYMENT, LOGGED AS A CREDIT FOR THE NEXT CHARGE.  OPENITEM
      * IS ALREADY UPDATED HERE, SO THE BALANCE BEFORE THE COLLECTION
      * IS WORKED BACK FROM OI-PAID.
      *----------------------------------------------------------------
       3400-ALLOCATE-PAYMENT.
           MOVE ZERO TO prior-open
           IF OI-CHARGED + apply-amount > OI-PAID
               COMPUTE prior-open =
                   OI-CHARGED + apply-amount - OI-PAID
           END-IF
           MOVE ZERO TO true-excess
           IF apply-amount > prior-open
               COMPUTE true-excess = apply-amount - prior-open
           END-IF

           MOVE apply-amount TO alloc-left
           IF ws-detail-open
               MOVE 'N' TO ws-detail-done-switch
               MOVE LOW-VALUES TO OID-KEY
               MOVE apply-doc TO OID-DOC
               START DETAIL-FILE KEY IS NOT LESS THAN OID-KEY
                   INVALID KEY
                       SET ws-detail-done TO TRUE
               END-START
               PERFORM 3410-ALLOCATE-TO-CHARGE THRU 3410-EXIT
                   UNTIL ws-detail-done OR alloc-left = ZERO
           END-IF

           IF alloc-left = ZERO
               GO TO 3400-EXIT
           END-IF

           MOVE SPACES TO OI-DETAIL-REC
           MOVE apply-doc TO OID-DOC
           MOVE ZERO TO OID-RUN-ID
           MOVE ZERO TO OID-SEQ
           MOVE ZERO TO OID-OPEN
           MOVE apply-date TO OIA-PAY-DATE
           IF alloc-left > true-excess
               COMPUTE alloc-piece = alloc-left - true-excess
               MOVE "U" TO OIA-TYPE
               PERFORM 3450-LOG-ALLOCATION THRU 3450-EXIT
               MOVE true-excess TO alloc-left
           END-IF

           IF alloc-left > ZERO
               MOVE alloc-left TO alloc-piece
               MOVE "X" TO OIA-TYPE
               PERFORM 3450-LOG-ALLOCATION THRU 3450-EXIT
               ADD 1 TO excess-count
               ADD alloc-left TO excess-total
           END-IF.
       3400-EXIT.
           EXIT.

       3410-ALLOCATE-TO-CHARGE.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET ws-detail-done TO TRUE
                   GO TO 3410-EXIT
           END-READ

           IF OID-DOC NOT = apply-doc
               SET ws-detail-done TO TRUE
               GO TO 3410-EXIT
           END-IF

           IF OID-OPEN = ZERO
               GO TO 3410-EXIT
           END-IF

           IF alloc-left < OID-OPEN
               MOVE alloc-left TO alloc-piece
           ELSE
               MOVE OID-OPEN TO alloc-piece
           END-IF
           SUBTRACT alloc-piece FROM OID-OPEN
           SUBTRACT alloc-piece FROM alloc-left

           MOVE apply-date TO OIA-PAY-DATE
           IF OID-OPEN = ZERO
               MOVE 'C' TO OID-STATUS
               MOVE apply-date TO OID-CLEARED-DATE
               MOVE "C" TO OIA-TYPE
               ADD 1 TO charge-clear-count
           ELSE
               MOVE "A" TO OIA-TYPE
           END-IF
           REWRITE OI-DETAIL-REC
               INVALID KEY
                   DISPLAY "agyremit: CANNOT UPDATE OIDETAIL FOR "
                       OID-DOC " - STATUS " ws-detail-status
           END-REWRITE
           PERFORM 3450-LOG-ALLOCATION THRU 3450-EXIT.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-LOG-ALLOCATION - ONE OIALLOC LINE FOR alloc-piece AGAINST
      * THE CHARGE IN THE DETAIL RECORD AREA, SOURCE G (AGENCY
      * REMITTANCE); OIA-PAY-DATE AND OIA-TYPE ARE SET BY THE CALLER.
      *----------------------------------------------------------------
       3450-LOG-ALLOCATION.
           IF NOT ws-alloc-open
               GO TO 3450-EXIT
           END-IF
           MOVE OID-DOC TO OIA-DOC
           MOVE OID-CHARGE-DATE TO OIA-CHARGE-DATE
           MOVE OID-RUN-ID TO OIA-RUN-ID
           MOVE OID-SEQ TO OIA-SEQ
           MOVE alloc-piece TO OIA-APPLIED
           MOVE OID-OPEN TO OIA-OPEN-AFTER
           MOVE "G" TO OIA-SOURCE
           MOVE today-date TO OIA-POST-DATE
           WRITE OI-ALLOC-REC.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-READ-OPEN-ITEM - RANDOM READ OF THE POSITION FOR THE
      * DOCUMENT ALREADY MOVED TO OI-DOC.
      *----------------------------------------------------------------
       7000-READ-OPEN-ITEM.
           MOVE 'N' TO ws-item-found-switch
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-item-found TO TRUE
           END-READ.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL - ADVANCE THE RERUN GUARD: THIS AGENCY'S
      * ENTRY TAKES THE SIGNATURE OF THE FILE JUST APPLIED, EVERY
      * OTHER AGENCY'S IS WRITTEN BACK AS IT WAS.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL.
           IF ctl-found-ix = ZERO
               IF ctl-count >= AGENCY-TABLE-MAX
                   DISPLAY "agyremit: AGYRCTL FULL - SIGNATURE FOR "
                       remit-agency " NOT KEPT"
                   IF run-error-level < 8
                       MOVE 8 TO run-error-level
                   END-IF
                   GO TO 8000-EXIT
               END-IF
               ADD 1 TO ctl-count
               MOVE ctl-count TO ctl-found-ix
               MOVE remit-agency TO ct-agency (ctl-found-ix)
           END-IF
           MOVE remit-count TO ct-count (ctl-found-ix)
           MOVE remit-hash TO ct-hash (ctl-found-ix)
           MOVE today-date TO ct-date (ctl-found-ix)

           OPEN OUTPUT CONTROL-FILE
           PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT
               VARYING ctl-ix FROM 1 BY 1
               UNTIL ctl-ix > ctl-count
           CLOSE CONTROL-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-CONTROL-LINE.
           MOVE SPACES TO CONTROL-REC
           MOVE ct-agency (ctl-ix) TO ARC-AGENCY
           MOVE ct-count (ctl-ix) TO ARC-COUNT
           MOVE ct-hash (ctl-ix) TO ARC-HASH
           MOVE ct-date (ctl-ix) TO ARC-DATE
           WRITE CONTROL-REC.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-TOTALS - APPLIED AND UNAPPLIED COLLECTIONS AND THE
      * COMMISSION EARNED.  AN UNAPPLIED COLLECTION MAKES THE RUN A
      * WARNING.
      *----------------------------------------------------------------
       9100-WRITE-TOTALS.
           MOVE SPACES TO REMIT-REPORT-REC
           WRITE REMIT-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "COLLECTIONS READ" TO wtl-label
           MOVE read-count TO wtl-count
           WRITE REMIT-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "COLLECTIONS APPLIED" TO wtl-label
           MOVE applied-count TO wtl-count
           MOVE applied-total TO wtl-amount
           WRITE REMIT-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "COMMISSION EARNED" TO wtl-label
           MOVE applied-count TO wtl-count
           MOVE commission-total TO wtl-amount
           WRITE REMIT-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "POSITIONS PAID IN FULL" TO wtl-label
           MOVE settled-count TO wtl-count
           WRITE REMIT-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "COLLECTIONS UNAPPLIED" TO wtl-label
           MOVE unapplied-count TO wtl-count
           MOVE unapplied-total TO wtl-amount
           WRITE REMIT-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "CHARGES CLEARED BY COLLECTIONS" TO wtl-label
           MOVE charge-clear-count TO wtl-count
           WRITE REMIT-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "COLLECTION EXCESS LEFT AS CREDIT" TO wtl-label
           MOVE excess-count TO wtl-count
           MOVE excess-total TO wtl-amount
           WRITE REMIT-REPORT-REC FROM ws-total-line

           IF unapplied-count > ZERO AND run-error-level < 8
               MOVE 8 TO run-error-level
           END-IF.
       9100-EXIT.
           EXIT.

       9999-TERMINATE.
           PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
           CLOSE REMIT-REPORT-FILE
           IF NOT ws-nothing-to-do
               IF ws-remit-status = "00" OR ws-remit-status = "10"
                   CLOSE REMIT-FILE
               END-IF
               CLOSE OPEN-ITEM-FILE
               CLOSE PLACEMENT-FILE
               IF ws-detail-open
                   CLOSE DETAIL-FILE
               END-IF
               IF ws-alloc-open
                   CLOSE ALLOC-FILE
               END-IF
               IF ws-comm-open
                   CLOSE COMM-FILE
               END-IF
               IF ws-remit-seen
                   PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT
               END-IF
           END-IF

           MOVE 'E' TO run-ctl-func
           MOVE read-count TO run-in-count
           MOVE applied-count TO run-out-count
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

           DISPLAY "agyremit: " read-count " COLLECTIONS READ, "
               applied-count " APPLIED " applied-total ", "
               unapplied-count " UNAPPLIED, " settled-count
               " POSITIONS SETTLED, COMMISSION " commission-total
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
