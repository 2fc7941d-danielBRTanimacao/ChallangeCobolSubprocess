       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgpdexp.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - LGPD DATA-SUBJECT EXPORT.
      *                    UNDER THE DATA-PROTECTION LAW A CUSTOMER MAY
      *                    ASK FOR EVERYTHING WE HOLD ON THEIR CPF;
      *                    acctinq SHOWS SOME OF IT ON A SCREEN BUT
      *                    NOTHING GAVE A COMPLETE, FORMAL ANSWER.  FOR
      *                    THE CPF ON THE COMMAND LINE THIS WRITES EVERY
      *                    RECORD HELD ON CUSTMAST, OPENITEM, FEEIFACE,
      *                    FEEHIST, REVERSAL, REVARCH, THE CPFAUDIT
      *                    GENERATIONS, CPFAUDAR, AGREEMNT, DISPUTE,
      *                    DUNHIST, WROFF AND THE CUSTMAINT, AGRMAINT
      *                    AND DSPMAINT AUDIT FILES TO THE LGPDEXT
      *                    EXTRACT, BEHIND A COVER SUMMARY OF WHAT WAS
      *                    FOUND IN EACH FILE.  THE DETAIL IS GATHERED
      *                    ON LGPDWORK FIRST SO THE COVER CAN CARRY THE
      *                    COUNTS.
      *   2026-10-15  MRS  THE EXTRACT NOW COVERS EVERY FILE THAT HOLDS
      *                    THE DOCUMENT, NOT JUST THE FIFTEEN IT
      *                    STARTED WITH - OIDETAIL, OIALLOC, BOLETO,
      *                    DELQHIST, WROJRNL, EXCPLOG, PROMISE,
      *                    PLACEMNT AND ITS PLCHIST HISTORY, PRESCRIP,
      *                    WROCAND, BURLIST, CALLLOG, WORKQ, AGYCOMM
      *                    AND THE DISCHREG DECLARATION REGISTER
      *                    EACH HAVE THEIR OWN SECTION.  THE EXTRACT
      *                    DATE AND THE AUDIT GENERATION SWEEP RUN FROM
      *                    THE BUSINESS DATE chain_control HANDS BACK,
      *                    NOT THE CLOCK.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CPF
               FILE STATUS IS ws-cust-file-status.

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

           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOL-OUR-NUMBER
               FILE STATUS IS ws-boleto-status.

           SELECT DELQ-HISTORY-FILE ASSIGN TO "DELQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-delq-history-status.

           SELECT INTERFACE-FILE ASSIGN TO "FEEIFACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-interface-file-status.

           SELECT HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-history-file-status.

           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reversal-file-status.

           SELECT REV-ARCHIVE-FILE ASSIGN TO "REVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rev-archive-status.

           SELECT WROJRNL-FILE ASSIGN TO "WROJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-wrojrnl-status.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC ws-audit-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "CPFAUDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-archive-status.

           SELECT EXCP-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excp-file-status.

           SELECT AGREEMENT-FILE ASSIGN TO "AGREEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGR-DOC
               FILE STATUS IS ws-agreement-status.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-DOC
               FILE STATUS IS ws-dun-status.

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-DOC
               FILE STATUS IS ws-promise-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-DOC
               FILE STATUS IS ws-prescrip-status.

           SELECT CANDIDATE-FILE ASSIGN TO "WROCAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRO-DOC
               FILE STATUS IS ws-candidate-status.

           SELECT LISTING-FILE ASSIGN TO "BURLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUR-DOC
               FILE STATUS IS ws-listing-status.

           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-audit-status.

           SELECT AGR-AUDIT-FILE ASSIGN TO "AGRMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-audit-status.

           SELECT DSP-AUDIT-FILE ASSIGN TO "DSPMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-audit-status.

           SELECT CALL-LOG-FILE ASSIGN TO "CALLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-call-log-status.

           SELECT WORK-QUEUE-FILE ASSIGN TO "WORKQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WQ-KEY
               FILE STATUS IS ws-queue-status.

           SELECT COMM-FILE ASSIGN TO "AGYCOMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comm-status.

           SELECT PLACE-HIST-FILE ASSIGN TO "PLCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-place-hist-status.

           SELECT DECL-REGISTER-FILE ASSIGN TO "DISCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRG-KEY
               FILE STATUS IS ws-decl-register-status.

           SELECT EXTRACT-WORK-FILE ASSIGN TO "LGPDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-work-status.

           SELECT EXTRACT-FILE ASSIGN TO "LGPDEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  DETAIL-FILE.
           COPY OIDETAIL.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       FD  BOLETO-FILE.
           COPY BOLETO.

       FD  DELQ-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DELQHIST RECORD delinqprom WRITES - ONE CPF PER LINE WITH
      * ITS CONSECUTIVE-91+ RUN STREAK.
      *----------------------------------------------------------------
       01  DELQ-HISTORY-REC.
           05  DQH-CPF             PIC X(11).
           05  FILLER              PIC X(01).
           05  DQH-RUN-COUNT       PIC 9(3).

       FD  INTERFACE-FILE.
           COPY IFACEREC.

       FD  HISTORY-FILE.
           COPY IFACEREC REPLACING LEADING ==IFACE== BY ==HIST==.

       FD  REVERSAL-FILE.
           COPY REVREC.

       FD  REV-ARCHIVE-FILE.
           COPY REVREC REPLACING LEADING ==REV== BY ==RVA==.

       FD  WROJRNL-FILE.
      *----------------------------------------------------------------
      * WRITE-OFF JOURNAL LINE AS WRITTEN BY wrorun.
      *----------------------------------------------------------------
       01  WROJRNL-REC.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  JRN-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  JRN-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  JRN-STREAK          PIC 9(03).
           05  FILLER              PIC X(01).
           05  JRN-OPERATOR        PIC X(03).

       FD  AUDIT-FILE.
           COPY CPFAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
           COPY CPFAUDIT REPLACING LEADING ==AUDIT== BY ==ARCH==.

       FD  EXCP-FILE.
           COPY EXCPREC.

       FD  AGREEMENT-FILE.
           COPY AGREEMNT.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  DUN-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DUNHIST NOTICE-HISTORY RECORD dunstmt MAINTAINS.
      *----------------------------------------------------------------
       01  DUN-HISTORY-REC.
           05  DH-DOC              PIC X(14).
           05  DH-NOTICE-COUNT     PIC 9(3).
           05  DH-FIRST-DATE       PIC X(08).
           05  DH-LAST-DATE        PIC X(08).

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  PROMISE-FILE.
           COPY PROMISE.

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  CANDIDATE-FILE.
           COPY WROCAND.

       FD  LISTING-FILE.
           COPY BURLIST.

      *----------------------------------------------------------------
      * THE THREE MAINTENANCE AUDIT FILES SHARE THE SAME LEADING
      * COLUMNS - TIMESTAMP, OPERATOR, ACTION, DOCUMENT.  THE WHOLE
      * LINE GOES ON THE EXTRACT AS WRITTEN.
      *----------------------------------------------------------------
       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-REC.
           05  CAU-LEAD            PIC X(33).
           05  CAU-DOC             PIC X(14).
           05  CAU-REST            PIC X(41).

       FD  AGR-AUDIT-FILE.
       01  AGR-AUDIT-REC.
           05  AAU-LEAD            PIC X(33).
           05  AAU-DOC             PIC X(14).
           05  AAU-REST            PIC X(41).

       FD  DSP-AUDIT-FILE.
       01  DSP-AUDIT-REC.
           05  DAU-LEAD            PIC X(33).
           05  DAU-DOC             PIC X(14).
           05  DAU-REST            PIC X(41).

       FD  CALL-LOG-FILE.
      *----------------------------------------------------------------
      * THE CALLLOG LINE wqwork WRITES FOR EVERY CALL OUTCOME KEYED.
      *----------------------------------------------------------------
       01  CALL-LOG-REC.
           05  CLG-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  CLG-COLLECTOR       PIC X(03).
           05  FILLER              PIC X(01).
           05  CLG-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  CLG-OUTCOME         PIC X(01).
           05  FILLER              PIC X(01).
           05  CLG-PROMISE-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  CLG-PROMISE-AMT     PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  CLG-CLASS           PIC 9(01).

       FD  WORK-QUEUE-FILE.
           COPY WORKQ.

       FD  COMM-FILE.
           COPY AGYCOMM.

       FD  PLACE-HIST-FILE.
           COPY PLACEMNT REPLACING
               ==PLACEMENT-REC== BY ==PLACE-HIST-REC==
               LEADING ==PLC== BY ==PLH==.

       FD  DECL-REGISTER-FILE.
           COPY DISCHREG.

       FD  EXTRACT-WORK-FILE.
       01  EXTRACT-WORK-REC        PIC X(132).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * HOW FAR BACK THE CPFAUDIT GENERATION SWEEP LOOKS - THE SAME
      * FIVE YEARS retain SWEEPS; ANYTHING OLDER IS ON CPFAUDAR.
      *----------------------------------------------------------------
       78  GENERATION-SCAN-DAYS    VALUE 1830.
       78  FILE-COUNT              VALUE 31.

       01  ws-cust-file-status     PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-detail-status        PIC XX VALUE SPACES.
       01  ws-alloc-status         PIC XX VALUE SPACES.
       01  ws-boleto-status        PIC XX VALUE SPACES.
       01  ws-delq-history-status  PIC XX VALUE SPACES.
       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-history-file-status  PIC XX VALUE SPACES.
       01  ws-reversal-file-status PIC XX VALUE SPACES.
       01  ws-rev-archive-status   PIC XX VALUE SPACES.
       01  ws-wrojrnl-status       PIC XX VALUE SPACES.
       01  ws-excp-file-status     PIC XX VALUE SPACES.
       01  ws-audit-file-status    PIC XX VALUE SPACES.
       01  ws-audit-archive-status PIC XX VALUE SPACES.
       01  ws-agreement-status     PIC XX VALUE SPACES.
       01  ws-dispute-status       PIC XX VALUE SPACES.
       01  ws-dun-status           PIC XX VALUE SPACES.
       01  ws-register-status      PIC XX VALUE SPACES.
       01  ws-promise-status       PIC XX VALUE SPACES.
       01  ws-placement-status     PIC XX VALUE SPACES.
       01  ws-prescrip-status      PIC XX VALUE SPACES.
       01  ws-candidate-status     PIC XX VALUE SPACES.
       01  ws-listing-status       PIC XX VALUE SPACES.
       01  ws-maint-audit-status   PIC XX VALUE SPACES.
       01  ws-call-log-status      PIC XX VALUE SPACES.
       01  ws-queue-status         PIC XX VALUE SPACES.
       01  ws-comm-status          PIC XX VALUE SPACES.
       01  ws-place-hist-status    PIC XX VALUE SPACES.
       01  ws-decl-register-status PIC XX VALUE SPACES.
       01  ws-work-status          PIC XX VALUE SPACES.
       01  ws-audit-file-name.
           05  FILLER              PIC X(09) VALUE "CPFAUDIT.".
           05  ws-audit-date       PIC X(08) VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-detail-done-switch PIC X VALUE 'N'.
           88  ws-detail-done            VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  cpf-digited         PIC X(11) VALUE SPACES.
       01  cpf-numeric         PIC 9(11) VALUE ZEROES.
       01  doc-wanted          PIC X(14) VALUE SPACES.
       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  scan-day-int        PIC 9(8) VALUE ZERO.
       01  scan-date-num       PIC 9(8) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.
       01  record-total        PIC 9(7) VALUE ZERO.
       01  generations-found   PIC 9(5) VALUE ZERO.
       01  customer-name       PIC X(30) VALUE SPACES.

       01  amount-display      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  amount-display-2    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  days-display        PIC ZZ9.99.
       01  count-display       PIC ZZ9.
       01  count-display-2     PIC ZZ9.
       01  result-text         PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------
      * THE FILES THE EXTRACT COVERS, IN EXTRACT ORDER, AND WHAT EACH
      * HOLDS.  fs-present IS N WHEN THE FILE WAS NOT ON THE SYSTEM.
      *----------------------------------------------------------------
       01  file-ix             PIC 9(2) VALUE ZERO.
       01  file-label-consts.
           05  FILLER      PIC X(48)
               VALUE "CUSTMASTCUSTOMER MASTER - NAME AND STATUS".
           05  FILLER      PIC X(48)
               VALUE "OPENITEMOPEN-ITEM POSITION".
           05  FILLER      PIC X(48)
               VALUE "OIDETAILOPEN-ITEM CHARGE DETAIL".
           05  FILLER      PIC X(48)
               VALUE "OIALLOC PAYMENTS APPLIED TO CHARGES".
           05  FILLER      PIC X(48)
               VALUE "BOLETO  BOLETOS ISSUED".
           05  FILLER      PIC X(48)
               VALUE "DELQHISTDELINQUENCY STREAK".
           05  FILLER      PIC X(48)
               VALUE "FEEIFACEFEES CHARGED, NOT YET ARCHIVED".
           05  FILLER      PIC X(48)
               VALUE "FEEHIST FEE CHARGE HISTORY".
           05  FILLER      PIC X(48)
               VALUE "REVERSALFEE REVERSALS AND REFUNDS".
           05  FILLER      PIC X(48)
               VALUE "REVARCH ARCHIVED FEE REVERSALS".
           05  FILLER      PIC X(48)
               VALUE "WROJRNL WRITE-OFF JOURNAL".
           05  FILLER      PIC X(48)
               VALUE "CPFAUDITCPF VALIDATION AUDIT - DATED FILES".
           05  FILLER      PIC X(48)
               VALUE "CPFAUDARCPF VALIDATION AUDIT - ARCHIVE".
           05  FILLER      PIC X(48)
               VALUE "EXCPLOG BATCH EXCEPTION LOG".
           05  FILLER      PIC X(48)
               VALUE "AGREEMNTINSTALLMENT AGREEMENT".
           05  FILLER      PIC X(48)
               VALUE "DISPUTE DISPUTE HOLD".
           05  FILLER      PIC X(48)
               VALUE "DUNHIST DUNNING NOTICE HISTORY".
           05  FILLER      PIC X(48)
               VALUE "WROFF   WRITE-OFF REGISTER".
           05  FILLER      PIC X(48)
               VALUE "PROMISE PROMISE TO PAY".
           05  FILLER      PIC X(48)
               VALUE "PLACEMNTCOLLECTION AGENCY PLACEMENT".
           05  FILLER      PIC X(48)
               VALUE "PRESCRIPPRESCRIPTION MONITOR".
           05  FILLER      PIC X(48)
               VALUE "WROCAND WRITE-OFF CANDIDATE".
           05  FILLER      PIC X(48)
               VALUE "BURLIST CREDIT BUREAU LISTING".
           05  FILLER      PIC X(48)
               VALUE "CUSTMAINCUSTOMER MAINTENANCE AUDIT".
           05  FILLER      PIC X(48)
               VALUE "AGRMAINTAGREEMENT MAINTENANCE AUDIT".
           05  FILLER      PIC X(48)
               VALUE "DSPMAINTDISPUTE MAINTENANCE AUDIT".
           05  FILLER      PIC X(48)
               VALUE "CALLLOG COLLECTOR CALL LOG".
           05  FILLER      PIC X(48)
               VALUE "WORKQ   COLLECTOR WORK QUEUE".
           05  FILLER      PIC X(48)
               VALUE "AGYCOMM AGENCY COLLECTIONS AND COMMISSION".
           05  FILLER      PIC X(48)
               VALUE "PLCHIST EARLIER AGENCY PLACEMENTS".
           05  FILLER      PIC X(48)
               VALUE "DISCHREGDEBT DISCHARGE DECLARATIONS ISSUED".
       01  file-label-table REDEFINES file-label-consts.
           05  file-label-entry OCCURS 31 TIMES.
               10  fl-name         PIC X(08).
               10  fl-text         PIC X(40).

       01  file-stats.
           05  file-stat-entry OCCURS 31 TIMES.
               10  fs-records      PIC 9(7) VALUE ZERO.
               10  fs-present      PIC X(01) VALUE 'Y'.

       01  ws-section-line.
           05  FILLER              PIC X(05) VALUE "FILE ".
           05  wsl-name            PIC X(08).
           05  FILLER              PIC X(03) VALUE " - ".
           05  wsl-text            PIC X(40).

       01  ws-detail-line.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  wdl-text            PIC X(128).

       01  ws-cover-line.
           05  wcl-name            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-text            PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-count           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-note            PIC X(20).

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "lgpdexp".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - GATHER EVERY FILE'S RECORDS FOR THE CPF ONTO
      * LGPDWORK, THEN WRITE THE COVER AND THE GATHERED DETAIL.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-EXTRACT-MASTER THRU 2000-EXIT
               PERFORM 2100-EXTRACT-POSITION THRU 2100-EXIT
               PERFORM 2200-EXTRACT-CHARGE-DETAIL THRU 2200-EXIT
               PERFORM 2400-EXTRACT-ALLOCATIONS THRU 2400-EXIT
               PERFORM 2600-EXTRACT-BOLETOS THRU 2600-EXIT
               PERFORM 2800-EXTRACT-STREAK THRU 2800-EXIT
               PERFORM 3000-EXTRACT-CHARGES THRU 3000-EXIT
               PERFORM 3200-EXTRACT-HISTORY THRU 3200-EXIT
               PERFORM 3400-EXTRACT-REVERSALS THRU 3400-EXIT
               PERFORM 3600-EXTRACT-ARCHIVED-REVS THRU 3600-EXIT
               PERFORM 3800-EXTRACT-WRITE-OFF-JRNL THRU 3800-EXIT
               PERFORM 4000-EXTRACT-AUDIT-GENS THRU 4000-EXIT
               PERFORM 4300-EXTRACT-AUDIT-ARCHIVE THRU 4300-EXIT
               PERFORM 4500-EXTRACT-EXCEPTIONS THRU 4500-EXIT
               PERFORM 5000-EXTRACT-AGREEMENT THRU 5000-EXIT
               PERFORM 5100-EXTRACT-DISPUTE THRU 5100-EXIT
               PERFORM 5200-EXTRACT-DUNNING THRU 5200-EXIT
               PERFORM 5300-EXTRACT-WRITE-OFF THRU 5300-EXIT
               PERFORM 5400-EXTRACT-PROMISE THRU 5400-EXIT
               PERFORM 5500-EXTRACT-PLACEMENT THRU 5500-EXIT
               PERFORM 5600-EXTRACT-PRESCRIPTION THRU 5600-EXIT
               PERFORM 5700-EXTRACT-CANDIDATE THRU 5700-EXIT
               PERFORM 5800-EXTRACT-BUREAU THRU 5800-EXIT
               PERFORM 6000-EXTRACT-CUST-AUDIT THRU 6000-EXIT
               PERFORM 6200-EXTRACT-AGR-AUDIT THRU 6200-EXIT
               PERFORM 6400-EXTRACT-DSP-AUDIT THRU 6400-EXIT
               PERFORM 6600-EXTRACT-CALLS THRU 6600-EXIT
               PERFORM 6700-EXTRACT-WORK-QUEUE THRU 6700-EXIT
               PERFORM 6800-EXTRACT-AGENCY-COMM THRU 6800-EXIT
               PERFORM 6900-EXTRACT-PLACE-HIST THRU 6900-EXIT
               PERFORM 6960-EXTRACT-DECLARATIONS THRU 6960-EXIT
               CLOSE EXTRACT-WORK-FILE
               PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID AND TAKE THE CPF FROM THE
      * COMMAND LINE.  ANYTHING BUT 11 DIGITS IS REFUSED - A FORMAL
      * ANSWER MUST NEVER GO OUT FOR THE WRONG PERSON.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "lgpdexp: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "lgpdexp: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           COMPUTE today-day-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today-date))
           DISPLAY "lgpdexp: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           ACCEPT cmd-line FROM COMMAND-LINE
           UNSTRING cmd-line
               DELIMITED BY ALL SPACE
               INTO cpf-digited
           END-UNSTRING

           IF cpf-digited NOT NUMERIC
               DISPLAY "lgpdexp: GIVE THE 11-DIGIT CPF ON THE COMMAND "
                   "LINE - NOTHING EXTRACTED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE cpf-digited TO cpf-numeric
           MOVE SPACES TO doc-wanted
           MOVE cpf-digited TO doc-wanted (1:11)

           OPEN OUTPUT EXTRACT-WORK-FILE.
       1000-EXIT.
           EXIT.

      *================================================================
      * KEYED FILES - ONE RANDOM READ EACH.
      *================================================================
       2000-EXTRACT-MASTER.
           MOVE 1 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT CUSTOMER-FILE
           IF ws-cust-file-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE cpf-digited TO CUST-CPF
           READ CUSTOMER-FILE
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   GO TO 2000-EXIT
           END-READ
           MOVE CUST-NAME TO customer-name
           MOVE SPACES TO wdl-text
           STRING "NAME " DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               CUST-STATUS-CODE DELIMITED BY SIZE
               "  SEGMENT " DELIMITED BY SIZE
               CUST-SEGMENT DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE CUSTOMER-FILE.
       2000-EXIT.
           EXIT.

       2100-EXTRACT-POSITION.
           MOVE 2 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE doc-wanted TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CLOSE OPEN-ITEM-FILE
                   GO TO 2100-EXIT
           END-READ
           MOVE OI-CHARGED TO amount-display
           MOVE OI-PAID TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "CHARGED " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               "  LAST PAYMENT " DELIMITED BY SIZE
               OI-LAST-PAY-DATE DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               OI-STATUS DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE OPEN-ITEM-FILE.
       2100-EXIT.
           EXIT.

      *================================================================
      * CHARGE DETAIL, PAYMENTS, BOLETOS AND THE DELINQUENCY STREAK -
      * OIDETAIL IS READ FROM THE DOCUMENT'S FIRST CHARGE ON; THE
      * OTHERS ARE SCANNED WHOLE.
      *================================================================
       2200-EXTRACT-CHARGE-DETAIL.
           MOVE 3 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT DETAIL-FILE
           IF ws-detail-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO ws-detail-done-switch
           MOVE LOW-VALUES TO OID-KEY
           MOVE doc-wanted TO OID-DOC
           START DETAIL-FILE KEY IS NOT LESS THAN OID-KEY
               INVALID KEY
                   SET ws-detail-done TO TRUE
           END-START
           PERFORM 2300-EXTRACT-ONE-CHARGE-DETAIL THRU 2300-EXIT
               UNTIL ws-detail-done
           CLOSE DETAIL-FILE.
       2200-EXIT.
           EXIT.

       2300-EXTRACT-ONE-CHARGE-DETAIL.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET ws-detail-done TO TRUE
                   GO TO 2300-EXIT
           END-READ
           IF OID-DOC NOT = doc-wanted
               SET ws-detail-done TO TRUE
               GO TO 2300-EXIT
           END-IF
           MOVE OID-AMOUNT TO amount-display
           MOVE OID-OPEN TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "CHARGE " DELIMITED BY SIZE
               OID-CHARGE-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               OID-RUN-ID DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  STILL OPEN " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               OID-STATUS DELIMITED BY SIZE
               "  CLEARED " DELIMITED BY SIZE
               OID-CLEARED-DATE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       2300-EXIT.
           EXIT.

       2400-EXTRACT-ALLOCATIONS.
           MOVE 4 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT ALLOC-FILE
           IF ws-alloc-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 2500-EXTRACT-ONE-ALLOCATION THRU 2500-EXIT
               UNTIL ws-eof
           CLOSE ALLOC-FILE.
       2400-EXIT.
           EXIT.

       2500-EXTRACT-ONE-ALLOCATION.
           READ ALLOC-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2500-EXIT
           END-READ
           IF OIA-DOC NOT = doc-wanted
               GO TO 2500-EXIT
           END-IF
           MOVE OIA-APPLIED TO amount-display
           MOVE OIA-OPEN-AFTER TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "PAID " DELIMITED BY SIZE
               OIA-PAY-DATE DELIMITED BY SIZE
               " APPLIED " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               OIA-CHARGE-DATE DELIMITED BY SIZE
               " LEFT " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               " TYPE " DELIMITED BY SIZE
               OIA-TYPE DELIMITED BY SIZE
               " SOURCE " DELIMITED BY SIZE
               OIA-SOURCE DELIMITED BY SIZE
               " POSTED " DELIMITED BY SIZE
               OIA-POST-DATE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       2500-EXIT.
           EXIT.

       2600-EXTRACT-BOLETOS.
           MOVE 5 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT BOLETO-FILE
           IF ws-boleto-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 2600-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 2700-EXTRACT-ONE-BOLETO THRU 2700-EXIT
               UNTIL ws-eof
           CLOSE BOLETO-FILE.
       2600-EXIT.
           EXIT.

       2700-EXTRACT-ONE-BOLETO.
           READ BOLETO-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2700-EXIT
           END-READ
           IF BOL-DOC NOT = doc-wanted
               GO TO 2700-EXIT
           END-IF
           MOVE BOL-AMOUNT TO amount-display
           MOVE BOL-PAID-AMOUNT TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "BOLETO " DELIMITED BY SIZE
               BOL-OUR-NUMBER DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  ISSUED " DELIMITED BY SIZE
               BOL-ISSUE-DATE DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               BOL-DUE-DATE DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               BOL-STATUS DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               BOL-PAID-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       2700-EXIT.
           EXIT.

       2800-EXTRACT-STREAK.
           MOVE 6 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT DELQ-HISTORY-FILE
           IF ws-delq-history-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 2800-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 2900-EXTRACT-ONE-STREAK THRU 2900-EXIT
               UNTIL ws-eof
           CLOSE DELQ-HISTORY-FILE.
       2800-EXIT.
           EXIT.

       2900-EXTRACT-ONE-STREAK.
           READ DELQ-HISTORY-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2900-EXIT
           END-READ
           IF DQH-CPF NOT = cpf-digited
               GO TO 2900-EXIT
           END-IF
           MOVE DQH-RUN-COUNT TO count-display
           MOVE SPACES TO wdl-text
           STRING "CONSECUTIVE RUNS 91+ DAYS OVERDUE " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       2900-EXIT.
           EXIT.

      *================================================================
      * FEE CHARGES - FEEIFACE AND THE FEEHIST ARCHIVE, DETAILS ONLY.
      *================================================================
       3000-EXTRACT-CHARGES.
           MOVE 7 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT INTERFACE-FILE
           IF ws-interface-file-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3100-EXTRACT-ONE-CHARGE THRU 3100-EXIT
               UNTIL ws-eof
           CLOSE INTERFACE-FILE.
       3000-EXIT.
           EXIT.

       3100-EXTRACT-ONE-CHARGE.
           READ INTERFACE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT IFACE-DETAIL OR IFACE-DOC NOT = doc-wanted
               GO TO 3100-EXIT
           END-IF
           MOVE IFACE-CALC TO amount-display
           MOVE IFACE-DAYS TO days-display
           MOVE SPACES TO wdl-text
           STRING "FEE " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  DAYS OUTSTANDING " DELIMITED BY SIZE
               days-display DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               IFACE-RUN-ID DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       3100-EXIT.
           EXIT.

       3200-EXTRACT-HISTORY.
           MOVE 8 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT HISTORY-FILE
           IF ws-history-file-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3300-EXTRACT-ONE-HISTORY THRU 3300-EXIT
               UNTIL ws-eof
           CLOSE HISTORY-FILE.
       3200-EXIT.
           EXIT.

       3300-EXTRACT-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3300-EXIT
           END-READ
           IF NOT HIST-DETAIL OR HIST-DOC NOT = doc-wanted
               GO TO 3300-EXIT
           END-IF
           MOVE HIST-CALC TO amount-display
           MOVE HIST-DAYS TO days-display
           MOVE SPACES TO wdl-text
           STRING "FEE " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  DAYS OUTSTANDING " DELIMITED BY SIZE
               days-display DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               HIST-RUN-ID DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       3300-EXIT.
           EXIT.

      *================================================================
      * REVERSALS - LIVE AND ARCHIVED.  A REFUND CARRIES THE CPF, A
      * REBILL REVERSAL THE FULL DOCUMENT.
      *================================================================
       3400-EXTRACT-REVERSALS.
           MOVE 9 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT REVERSAL-FILE
           IF ws-reversal-file-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3500-EXTRACT-ONE-REVERSAL THRU 3500-EXIT
               UNTIL ws-eof
           CLOSE REVERSAL-FILE.
       3400-EXIT.
           EXIT.

       3500-EXTRACT-ONE-REVERSAL.
           READ REVERSAL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3500-EXIT
           END-READ
           IF REV-CPF NOT = cpf-digited AND REV-DOC NOT = doc-wanted
               GO TO 3500-EXIT
           END-IF
           MOVE REV-AMOUNT TO amount-display
           MOVE REV-DAYS TO days-display
           MOVE SPACES TO wdl-text
           STRING "REVERSAL " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  DAYS OUTSTANDING " DELIMITED BY SIZE
               days-display DELIMITED BY SIZE
               "  AT " DELIMITED BY SIZE
               REV-TIMESTAMP DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               REV-RUN-ID DELIMITED BY SIZE
               "  SOURCE " DELIMITED BY SIZE
               REV-SOURCE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       3500-EXIT.
           EXIT.

       3600-EXTRACT-ARCHIVED-REVS.
           MOVE 10 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT REV-ARCHIVE-FILE
           IF ws-rev-archive-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 3600-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3700-EXTRACT-ONE-ARCHIVED THRU 3700-EXIT
               UNTIL ws-eof
           CLOSE REV-ARCHIVE-FILE.
       3600-EXIT.
           EXIT.

       3700-EXTRACT-ONE-ARCHIVED.
           READ REV-ARCHIVE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3700-EXIT
           END-READ
           IF RVA-CPF NOT = cpf-digited AND RVA-DOC NOT = doc-wanted
               GO TO 3700-EXIT
           END-IF
           MOVE RVA-AMOUNT TO amount-display
           MOVE RVA-DAYS TO days-display
           MOVE SPACES TO wdl-text
           STRING "REVERSAL " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  DAYS OUTSTANDING " DELIMITED BY SIZE
               days-display DELIMITED BY SIZE
               "  AT " DELIMITED BY SIZE
               RVA-TIMESTAMP DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               RVA-RUN-ID DELIMITED BY SIZE
               "  SOURCE " DELIMITED BY SIZE
               RVA-SOURCE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       3700-EXIT.
           EXIT.

      *================================================================
      * WRITE-OFF JOURNAL - EVERY POSTING wrorun MADE FOR THE DOCUMENT.
      *================================================================
       3800-EXTRACT-WRITE-OFF-JRNL.
           MOVE 11 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT WROJRNL-FILE
           IF ws-wrojrnl-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 3800-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3900-EXTRACT-ONE-JOURNAL THRU 3900-EXIT
               UNTIL ws-eof
           CLOSE WROJRNL-FILE.
       3800-EXIT.
           EXIT.

       3900-EXTRACT-ONE-JOURNAL.
           READ WROJRNL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3900-EXIT
           END-READ
           IF JRN-DOC NOT = doc-wanted
               GO TO 3900-EXIT
           END-IF
           MOVE JRN-AMOUNT TO amount-display
           MOVE JRN-STREAK TO count-display
           MOVE SPACES TO wdl-text
           STRING "WRITTEN OFF " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               JRN-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               JRN-OPERATOR DELIMITED BY SIZE
               "  STREAK " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       3900-EXIT.
           EXIT.

      *================================================================
      * CPF VALIDATION AUDIT - EVERY DATED GENERATION STILL ON THE
      * SYSTEM, THEN THE CPFAUDAR ARCHIVE retain ROLLS THEM TO.
      *================================================================
       4000-EXTRACT-AUDIT-GENS.
           MOVE 12 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           PERFORM 4100-SCAN-ONE-GENERATION THRU 4100-EXIT
               VARYING scan-day-int FROM today-day-int BY -1
               UNTIL scan-day-int <
                   today-day-int - GENERATION-SCAN-DAYS
           IF generations-found = ZERO
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SCAN-ONE-GENERATION.
           COMPUTE scan-date-num =
               FUNCTION DATE-OF-INTEGER(scan-day-int)
           MOVE scan-date-num TO ws-audit-date
           OPEN INPUT AUDIT-FILE
           IF ws-audit-file-status NOT = "00"
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO generations-found
           MOVE 'N' TO ws-eof-switch
           PERFORM 4200-EXTRACT-ONE-AUDIT THRU 4200-EXIT
               UNTIL ws-eof
           CLOSE AUDIT-FILE.
       4100-EXIT.
           EXIT.

       4200-EXTRACT-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4200-EXIT
           END-READ
           IF AUDIT-CPF NOT = cpf-numeric
               GO TO 4200-EXIT
           END-IF
           EVALUATE AUDIT-STATUS
               WHEN 1
                   MOVE "VALID" TO result-text
               WHEN 2
                   MOVE "MALFORMED" TO result-text
               WHEN OTHER
                   MOVE "CHECK-DIGIT FAIL" TO result-text
           END-EVALUATE
           MOVE SPACES TO wdl-text
           STRING "VALIDATED " DELIMITED BY SIZE
               AUDIT-TIMESTAMP DELIMITED BY SIZE
               "  RESULT " DELIMITED BY SIZE
               result-text DELIMITED BY SIZE
               "  FILE " DELIMITED BY SIZE
               ws-audit-file-name DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       4200-EXIT.
           EXIT.

       4300-EXTRACT-AUDIT-ARCHIVE.
           MOVE 13 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF ws-audit-archive-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 4300-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 4400-EXTRACT-ONE-ARCHIVE THRU 4400-EXIT
               UNTIL ws-eof
           CLOSE AUDIT-ARCHIVE-FILE.
       4300-EXIT.
           EXIT.

       4400-EXTRACT-ONE-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4400-EXIT
           END-READ
           IF ARCH-CPF NOT = cpf-numeric
               GO TO 4400-EXIT
           END-IF
           EVALUATE ARCH-STATUS
               WHEN 1
                   MOVE "VALID" TO result-text
               WHEN 2
                   MOVE "MALFORMED" TO result-text
               WHEN OTHER
                   MOVE "CHECK-DIGIT FAIL" TO result-text
           END-EVALUATE
           MOVE SPACES TO wdl-text
           STRING "VALIDATED " DELIMITED BY SIZE
               ARCH-TIMESTAMP DELIMITED BY SIZE
               "  RESULT " DELIMITED BY SIZE
               result-text DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       4400-EXIT.
           EXIT.

      *================================================================
      * BATCH EXCEPTION LOG - EVERY EXCEPTION RAISED ON THE DOCUMENT.
      *================================================================
       4500-EXTRACT-EXCEPTIONS.
           MOVE 14 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT EXCP-FILE
           IF ws-excp-file-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 4500-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 4600-EXTRACT-ONE-EXCEPTION THRU 4600-EXIT
               UNTIL ws-eof
           CLOSE EXCP-FILE.
       4500-EXIT.
           EXIT.

       4600-EXTRACT-ONE-EXCEPTION.
           READ EXCP-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4600-EXIT
           END-READ
           IF EXCP-DOC NOT = doc-wanted
               GO TO 4600-EXIT
           END-IF
           MOVE SPACES TO wdl-text
           STRING "EXCEPTION " DELIMITED BY SIZE
               EXCP-REASON DELIMITED BY SIZE
               "  SEVERITY " DELIMITED BY SIZE
               EXCP-SEVERITY DELIMITED BY SIZE
               "  AT " DELIMITED BY SIZE
               EXCP-TIMESTAMP DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               EXCP-RUN-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXCP-DETAIL DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       4600-EXIT.
           EXIT.

      *================================================================
      * COLLECTIONS MASTERS KEYED BY DOCUMENT.
      *================================================================
       5000-EXTRACT-AGREEMENT.
           MOVE 15 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT AGREEMENT-FILE
           IF ws-agreement-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE doc-wanted TO AGR-DOC
           READ AGREEMENT-FILE
               INVALID KEY
                   CLOSE AGREEMENT-FILE
                   GO TO 5000-EXIT
           END-READ
           MOVE AGR-PLAN-AMOUNT TO amount-display
           MOVE AGR-INST-AMOUNT TO amount-display-2
           MOVE AGR-INST-PAID TO count-display
           MOVE AGR-INST-TOTAL TO count-display-2
           MOVE SPACES TO wdl-text
           STRING "PLAN " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  INSTALLMENT " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               count-display-2 DELIMITED BY SIZE
               "  NEXT DUE " DELIMITED BY SIZE
               AGR-NEXT-DUE DELIMITED BY SIZE
               "  OPENED " DELIMITED BY SIZE
               AGR-OPENED-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               AGR-OPERATOR DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               AGR-STATUS DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE AGREEMENT-FILE.
       5000-EXIT.
           EXIT.

       5100-EXTRACT-DISPUTE.
           MOVE 16 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5100-EXIT
           END-IF
           MOVE doc-wanted TO DSP-DOC
           READ DISPUTE-FILE
               INVALID KEY
                   CLOSE DISPUTE-FILE
                   GO TO 5100-EXIT
           END-READ
           MOVE SPACES TO wdl-text
           STRING "OPENED " DELIMITED BY SIZE
               DSP-OPENED-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               DSP-OPERATOR DELIMITED BY SIZE
               "  REASON " DELIMITED BY SIZE
               DSP-REASON DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               DSP-CLOSED-DATE DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               DSP-STATUS DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE DISPUTE-FILE.
       5100-EXIT.
           EXIT.

       5200-EXTRACT-DUNNING.
           MOVE 17 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT DUN-HISTORY-FILE
           IF ws-dun-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE doc-wanted TO DH-DOC
           READ DUN-HISTORY-FILE
               INVALID KEY
                   CLOSE DUN-HISTORY-FILE
                   GO TO 5200-EXIT
           END-READ
           MOVE DH-NOTICE-COUNT TO count-display
           MOVE SPACES TO wdl-text
           STRING "NOTICES SENT " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               "  FIRST " DELIMITED BY SIZE
               DH-FIRST-DATE DELIMITED BY SIZE
               "  LATEST " DELIMITED BY SIZE
               DH-LAST-DATE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE DUN-HISTORY-FILE.
       5200-EXIT.
           EXIT.

       5300-EXTRACT-WRITE-OFF.
           MOVE 18 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT REGISTER-FILE
           IF ws-register-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5300-EXIT
           END-IF
           MOVE doc-wanted TO WOF-DOC
           READ REGISTER-FILE
               INVALID KEY
                   CLOSE REGISTER-FILE
                   GO TO 5300-EXIT
           END-READ
           MOVE WOF-AMOUNT TO amount-display
           MOVE SPACES TO wdl-text
           STRING "WRITTEN OFF " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               WOF-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WOF-OPERATOR DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE REGISTER-FILE.
       5300-EXIT.
           EXIT.

       5400-EXTRACT-PROMISE.
           MOVE 19 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT PROMISE-FILE
           IF ws-promise-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5400-EXIT
           END-IF
           MOVE doc-wanted TO PRM-DOC
           READ PROMISE-FILE
               INVALID KEY
                   CLOSE PROMISE-FILE
                   GO TO 5400-EXIT
           END-READ
           MOVE PRM-AMOUNT TO amount-display
           MOVE SPACES TO wdl-text
           STRING "PROMISED " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               PRM-DUE-DATE DELIMITED BY SIZE
               "  TAKEN " DELIMITED BY SIZE
               PRM-TAKEN-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               PRM-COLLECTOR DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               PRM-STATUS DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               PRM-CLOSED-DATE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE PROMISE-FILE.
       5400-EXIT.
           EXIT.

       5500-EXTRACT-PLACEMENT.
           MOVE 20 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT PLACEMENT-FILE
           IF ws-placement-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5500-EXIT
           END-IF
           MOVE doc-wanted TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   CLOSE PLACEMENT-FILE
                   GO TO 5500-EXIT
           END-READ
           MOVE PLC-AMOUNT TO amount-display
           MOVE PLC-COLLECTED TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "AGENCY " DELIMITED BY SIZE
               PLC-AGENCY DELIMITED BY SIZE
               "  PLACED " DELIMITED BY SIZE
               PLC-PLACED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  COLLECTED " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               PLC-STATUS DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               PLC-CLOSED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PLC-RECALL-REASON DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE PLACEMENT-FILE.
       5500-EXIT.
           EXIT.

       5600-EXTRACT-PRESCRIPTION.
           MOVE 21 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT PRESCRIPTION-FILE
           IF ws-prescrip-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5600-EXIT
           END-IF
           MOVE doc-wanted TO PRS-DOC
           READ PRESCRIPTION-FILE
               INVALID KEY
                   CLOSE PRESCRIPTION-FILE
                   GO TO 5600-EXIT
           END-READ
           MOVE PRS-DEBT-VALUE TO amount-display
           MOVE SPACES TO wdl-text
           STRING "DEBT " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               PRS-DUE-DATE DELIMITED BY SIZE
               "  PRESCRIBES " DELIMITED BY SIZE
               PRS-PRESCRIBE-DATE DELIMITED BY SIZE
               "  WARNED " DELIMITED BY SIZE
               PRS-WARN-DATE DELIMITED BY SIZE
               "  STOPPED " DELIMITED BY SIZE
               PRS-STOP-DATE DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               PRS-STATUS DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE PRESCRIPTION-FILE.
       5600-EXIT.
           EXIT.

       5700-EXTRACT-CANDIDATE.
           MOVE 22 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT CANDIDATE-FILE
           IF ws-candidate-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5700-EXIT
           END-IF
           MOVE doc-wanted TO WRO-DOC
           READ CANDIDATE-FILE
               INVALID KEY
                   CLOSE CANDIDATE-FILE
                   GO TO 5700-EXIT
           END-READ
           MOVE WRO-AMOUNT TO amount-display
           MOVE WRO-STREAK TO count-display
           MOVE SPACES TO wdl-text
           STRING "PROPOSED " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  STREAK " DELIMITED BY SIZE
               count-display DELIMITED BY SIZE
               "  EXTRACTED " DELIMITED BY SIZE
               WRO-EXTRACT-DATE DELIMITED BY SIZE
               "  DECIDED " DELIMITED BY SIZE
               WRO-DECISION-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WRO-OPERATOR DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               WRO-STATUS DELIMITED BY SIZE
               "  REASON " DELIMITED BY SIZE
               WRO-REASON DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE CANDIDATE-FILE.
       5700-EXIT.
           EXIT.

       5800-EXTRACT-BUREAU.
           MOVE 23 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT LISTING-FILE
           IF ws-listing-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 5800-EXIT
           END-IF
           MOVE doc-wanted TO BUR-DOC
           READ LISTING-FILE
               INVALID KEY
                   CLOSE LISTING-FILE
                   GO TO 5800-EXIT
           END-READ
           MOVE BUR-AMOUNT TO amount-display
           MOVE SPACES TO wdl-text
           STRING "BUREAU STATUS " DELIMITED BY SIZE
               BUR-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  NOTICE " DELIMITED BY SIZE
               BUR-NOTICE-DATE DELIMITED BY SIZE
               "  LISTED " DELIMITED BY SIZE
               BUR-LISTED-DATE DELIMITED BY SIZE
               "  EXCLUDED " DELIMITED BY SIZE
               BUR-EXCLUDED-DATE DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               BUR-EXCL-REASON DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           CLOSE LISTING-FILE.
       5800-EXIT.
           EXIT.

      *================================================================
      * MAINTENANCE AUDIT FILES - EVERY LINE FOR THE DOCUMENT, AS
      * WRITTEN.
      *================================================================
       6000-EXTRACT-CUST-AUDIT.
           MOVE 24 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT CUST-AUDIT-FILE
           IF ws-maint-audit-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6100-EXTRACT-ONE-CUST-AUDIT THRU 6100-EXIT
               UNTIL ws-eof
           CLOSE CUST-AUDIT-FILE.
       6000-EXIT.
           EXIT.

       6100-EXTRACT-ONE-CUST-AUDIT.
           READ CUST-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF CAU-DOC = doc-wanted
               MOVE CUST-AUDIT-REC TO wdl-text
               PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-EXTRACT-AGR-AUDIT.
           MOVE 25 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT AGR-AUDIT-FILE
           IF ws-maint-audit-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6200-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6300-EXTRACT-ONE-AGR-AUDIT THRU 6300-EXIT
               UNTIL ws-eof
           CLOSE AGR-AUDIT-FILE.
       6200-EXIT.
           EXIT.

       6300-EXTRACT-ONE-AGR-AUDIT.
           READ AGR-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6300-EXIT
           END-READ
           IF AAU-DOC = doc-wanted
               MOVE AGR-AUDIT-REC TO wdl-text
               PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

       6400-EXTRACT-DSP-AUDIT.
           MOVE 26 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT DSP-AUDIT-FILE
           IF ws-maint-audit-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6400-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6500-EXTRACT-ONE-DSP-AUDIT THRU 6500-EXIT
               UNTIL ws-eof
           CLOSE DSP-AUDIT-FILE.
       6400-EXIT.
           EXIT.

       6500-EXTRACT-ONE-DSP-AUDIT.
           READ DSP-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6500-EXIT
           END-READ
           IF DAU-DOC = doc-wanted
               MOVE DSP-AUDIT-REC TO wdl-text
               PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *================================================================
      * COLLECTOR AND AGENCY ACTIVITY - EVERY LINE FOR THE DOCUMENT.
      *================================================================
       6600-EXTRACT-CALLS.
           MOVE 27 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT CALL-LOG-FILE
           IF ws-call-log-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6600-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6650-EXTRACT-ONE-CALL THRU 6650-EXIT
               UNTIL ws-eof
           CLOSE CALL-LOG-FILE.
       6600-EXIT.
           EXIT.

       6650-EXTRACT-ONE-CALL.
           READ CALL-LOG-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6650-EXIT
           END-READ
           IF CLG-DOC NOT = doc-wanted
               GO TO 6650-EXIT
           END-IF
           MOVE CLG-PROMISE-AMT TO amount-display
           MOVE SPACES TO wdl-text
           STRING "CALL " DELIMITED BY SIZE
               CLG-TIMESTAMP DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               CLG-COLLECTOR DELIMITED BY SIZE
               "  OUTCOME " DELIMITED BY SIZE
               CLG-OUTCOME DELIMITED BY SIZE
               "  PROMISE " DELIMITED BY SIZE
               CLG-PROMISE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       6650-EXIT.
           EXIT.

       6700-EXTRACT-WORK-QUEUE.
           MOVE 28 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT WORK-QUEUE-FILE
           IF ws-queue-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6700-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6750-EXTRACT-ONE-QUEUE THRU 6750-EXIT
               UNTIL ws-eof
           CLOSE WORK-QUEUE-FILE.
       6700-EXIT.
           EXIT.

       6750-EXTRACT-ONE-QUEUE.
           READ WORK-QUEUE-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6750-EXIT
           END-READ
           IF WQ-DOC NOT = doc-wanted
               GO TO 6750-EXIT
           END-IF
           MOVE WQ-OPEN-AMOUNT TO amount-display
           MOVE SPACES TO wdl-text
           STRING "QUEUED " DELIMITED BY SIZE
               WQ-BUILD-DATE DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WQ-COLLECTOR DELIMITED BY SIZE
               "  NAME " DELIMITED BY SIZE
               WQ-NAME DELIMITED BY SIZE
               "  OPEN " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  OUTCOME " DELIMITED BY SIZE
               WQ-OUTCOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WQ-WORKED-DATE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       6750-EXIT.
           EXIT.

       6800-EXTRACT-AGENCY-COMM.
           MOVE 29 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT COMM-FILE
           IF ws-comm-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6800-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6850-EXTRACT-ONE-COMMISSION THRU 6850-EXIT
               UNTIL ws-eof
           CLOSE COMM-FILE.
       6800-EXIT.
           EXIT.

       6850-EXTRACT-ONE-COMMISSION.
           READ COMM-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6850-EXIT
           END-READ
           IF AGC-DOC NOT = doc-wanted
               GO TO 6850-EXIT
           END-IF
           MOVE AGC-COLLECTED TO amount-display
           MOVE AGC-COMMISSION TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "AGENCY " DELIMITED BY SIZE
               AGC-AGENCY DELIMITED BY SIZE
               "  COLLECTED " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               AGC-PAY-DATE DELIMITED BY SIZE
               "  COMMISSION " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               AGC-POST-DATE DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       6850-EXIT.
           EXIT.

       6900-EXTRACT-PLACE-HIST.
           MOVE 30 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT PLACE-HIST-FILE
           IF ws-place-hist-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6900-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6950-EXTRACT-ONE-PLACE-HIST THRU 6950-EXIT
               UNTIL ws-eof
           CLOSE PLACE-HIST-FILE.
       6900-EXIT.
           EXIT.

       6950-EXTRACT-ONE-PLACE-HIST.
           READ PLACE-HIST-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6950-EXIT
           END-READ
           IF PLH-DOC NOT = doc-wanted
               GO TO 6950-EXIT
           END-IF
           MOVE PLH-AMOUNT TO amount-display
           MOVE PLH-COLLECTED TO amount-display-2
           MOVE SPACES TO wdl-text
           STRING "AGENCY " DELIMITED BY SIZE
               PLH-AGENCY DELIMITED BY SIZE
               "  PLACED " DELIMITED BY SIZE
               PLH-PLACED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  COLLECTED " DELIMITED BY SIZE
               amount-display-2 DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               PLH-STATUS DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               PLH-CLOSED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PLH-RECALL-REASON DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       6950-EXIT.
           EXIT.

       6960-EXTRACT-DECLARATIONS.
           MOVE 31 TO file-ix
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT
           OPEN INPUT DECL-REGISTER-FILE
           IF ws-decl-register-status NOT = "00"
               PERFORM 7200-FILE-MISSING THRU 7200-EXIT
               GO TO 6960-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6980-EXTRACT-ONE-DECLARATION THRU 6980-EXIT
               UNTIL ws-eof
           CLOSE DECL-REGISTER-FILE.
       6960-EXIT.
           EXIT.

       6980-EXTRACT-ONE-DECLARATION.
           READ DECL-REGISTER-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6980-EXIT
           END-READ
           IF DRG-DOC NOT = doc-wanted
               GO TO 6980-EXIT
           END-IF
           MOVE DRG-PAID TO amount-display
           MOVE SPACES TO wdl-text
           STRING "YEAR " DELIMITED BY SIZE
               DRG-YEAR DELIMITED BY SIZE
               "  DECLARATION NO. " DELIMITED BY SIZE
               DRG-NUMBER DELIMITED BY SIZE
               "  NAME " DELIMITED BY SIZE
               DRG-NAME DELIMITED BY SIZE
               "  SETTLED " DELIMITED BY SIZE
               DRG-SETTLED DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               amount-display DELIMITED BY SIZE
               "  ISSUED " DELIMITED BY SIZE
               DRG-ISSUED DELIMITED BY SIZE
               INTO wdl-text
           PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
       6980-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-SECTION - SECTION HEADING FOR file-ix ON LGPDWORK.
      * 7100-WRITE-DETAIL - ONE DETAIL LINE UNDER IT, COUNTED.
      * 7200-FILE-MISSING - THE FILE IS NOT ON THE SYSTEM; SAID SO ON
      * THE EXTRACT AND ON THE COVER.
      *----------------------------------------------------------------
       7000-WRITE-SECTION.
           MOVE SPACES TO EXTRACT-WORK-REC
           WRITE EXTRACT-WORK-REC
           MOVE fl-name (file-ix) TO wsl-name
           MOVE fl-text (file-ix) TO wsl-text
           WRITE EXTRACT-WORK-REC FROM ws-section-line.
       7000-EXIT.
           EXIT.

       7100-WRITE-DETAIL.
           ADD 1 TO fs-records (file-ix)
           ADD 1 TO record-total
           WRITE EXTRACT-WORK-REC FROM ws-detail-line.
       7100-EXIT.
           EXIT.

       7200-FILE-MISSING.
           MOVE 'N' TO fs-present (file-ix)
           MOVE "FILE NOT PRESENT ON THE SYSTEM" TO wdl-text
           WRITE EXTRACT-WORK-REC FROM ws-detail-line.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-EXTRACT - THE COVER SUMMARY, THEN THE GATHERED
      * DETAIL COPIED ACROSS FROM LGPDWORK.
      *----------------------------------------------------------------
       8000-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO EXTRACT-REC
           STRING "backUrubu COLLECTIONS - PERSONAL DATA HELD - "
                   DELIMITED BY SIZE
               "LGPD DATA-SUBJECT EXTRACT" DELIMITED BY SIZE
               INTO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           WRITE EXTRACT-REC
           STRING "CPF            " DELIMITED BY SIZE
               cpf-digited DELIMITED BY SIZE
               INTO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           STRING "NAME ON FILE   " DELIMITED BY SIZE
               customer-name DELIMITED BY SIZE
               INTO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           STRING "EXTRACT DATE   " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           STRING "RUN            " DELIMITED BY SIZE
               run-id DELIMITED BY SIZE
               INTO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE "SUMMARY OF RECORDS HELD, BY FILE" TO EXTRACT-REC
           WRITE EXTRACT-REC

           PERFORM 8100-WRITE-COVER-LINE THRU 8100-EXIT
               VARYING file-ix FROM 1 BY 1
               UNTIL file-ix > FILE-COUNT

           MOVE SPACES TO ws-cover-line
           MOVE "TOTAL" TO wcl-name
           MOVE "RECORDS HELD FOR THIS CPF" TO wcl-text
           MOVE record-total TO wcl-count
           WRITE EXTRACT-REC FROM ws-cover-line
           MOVE SPACES TO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE "END OF SUMMARY - THE RECORDS FOLLOW, FILE BY FILE"
               TO EXTRACT-REC
           WRITE EXTRACT-REC

           OPEN INPUT EXTRACT-WORK-FILE
           MOVE 'N' TO ws-eof-switch
           PERFORM 8200-COPY-ONE-LINE THRU 8200-EXIT
               UNTIL ws-eof
           CLOSE EXTRACT-WORK-FILE

           MOVE SPACES TO EXTRACT-REC
           WRITE EXTRACT-REC
           MOVE "END OF EXTRACT" TO EXTRACT-REC
           WRITE EXTRACT-REC
           CLOSE EXTRACT-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-COVER-LINE.
           MOVE SPACES TO ws-cover-line
           MOVE fl-name (file-ix) TO wcl-name
           MOVE fl-text (file-ix) TO wcl-text
           MOVE fs-records (file-ix) TO wcl-count
           IF fs-present (file-ix) = 'N'
               MOVE "FILE NOT PRESENT" TO wcl-note
           END-IF
           WRITE EXTRACT-REC FROM ws-cover-line.
       8100-EXIT.
           EXIT.

       8200-COPY-ONE-LINE.
           READ EXTRACT-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8200-EXIT
           END-READ
           WRITE EXTRACT-REC FROM EXTRACT-WORK-REC.
       8200-EXIT.
           EXIT.

       9999-TERMINATE.
           MOVE 'E' TO run-ctl-func
           MOVE 1 TO run-in-count
           MOVE record-total TO run-out-count
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

           IF NOT ws-nothing-to-do
               DISPLAY "lgpdexp: " record-total " RECORDS FOR CPF "
                   cpf-digited " WRITTEN TO LGPDEXT"
           END-IF
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
