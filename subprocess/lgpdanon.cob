       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgpdanon.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - LGPD ANONYMIZATION OF
      *                    CLOSED ACCOUNTS.  THE DATA-PROTECTION LAW
      *                    STOPS US KEEPING PERSONAL DATA ON POSITIONS
      *                    CLOSED LONG AGO, AND NOTHING EVER DELETED
      *                    ANY.  A CPF POSITION CLOSED (P OR W) LONGER
      *                    THAN THE LGPDCTL RETENTION, WITH NO ACTIVE
      *                    PLAN AND NO OPEN DISPUTE, HAS ITS DOCUMENT
      *                    REPLACED BY A SURROGATE KEY IN EVERY FILE
      *                    lgpdexp EXTRACTS FROM, AND ITS NAME BLANKED
      *                    TO "ANONYMIZED".  AMOUNTS ARE LEFT ALONE SO
      *                    feemorpt AND THE OTHER AGGREGATE REPORTS
      *                    STILL BALANCE.  EVERY FILE CHANGED IS LOGGED
      *                    ON LGPDLOG UNDER THE SURROGATE.  RUN ON
      *                    DEMAND, OUTSIDE THE NIGHTLY CHAIN.
      *   2026-10-15  MRS  THE DOCUMENT IS NOW REPLACED IN EVERY FILE
      *                    THAT CARRIES IT, NOT ONLY THOSE lgpdexp
      *                    READS: OIDETAIL, OIALLOC, PROMISE, CALLLOG,
      *                    WORKQ, PLACEMNT, AGYCOMM, PRESCRIP, WROCAND,
      *                    WROJRNL, DELQHIST, BOLETO, EXCPLOG AND
      *                    BURLIST, EACH LOGGED ON LGPDLOG.  A DOCUMENT
      *                    CHOSEN IS WRITTEN TO THE NEW LGPDPEND FILE
      *                    WITH ITS SURROGATE BEFORE ANY FILE IS
      *                    TOUCHED, AND COMES OFF ONLY ONCE OPENITEM IS
      *                    RE-KEYED WITH NOTHING FAILED FOR IT.  A RUN
      *                    THAT STOPPED PART WAY IS FINISHED BY THE
      *                    NEXT UNDER THE SAME SURROGATE - A RE-KEY
      *                    FINDING ITS SURROGATE RECORD ALREADY WRITTEN
      *                    GOES ON TO THE DELETE.
      *   2026-10-15  MRS  RUNS UNDER chain_control WITH THE BUSINESS
      *                    DATE AS TODAY.  A REVERSAL MATCHED ON ITS
      *                    CPF IS COUNTED AGAINST THAT ENTRY, NOT THE
      *                    ONE LEFT BY A FAILED DOCUMENT SEARCH, AND A
      *                    BLANK DOCUMENT IS NO LONGER SEARCHED FOR.
      *                    PLCHIST, THE CLOSED PLACEMENTS, IS NOW
      *                    ANONYMIZED WITH THE OTHER LINE FILES, AND
      *                    THE DISCHREG DECLARATION REGISTER IN PLACE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "LGPDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-file-status.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CPF
               FILE STATUS IS ws-cust-file-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

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

           SELECT INTERFACE-FILE ASSIGN TO "FEEIFACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-interface-file-status.

           SELECT HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-history-file-status.

           SELECT FEE-WORK-FILE ASSIGN TO "LGPDFWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fee-work-status.

           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reversal-file-status.

           SELECT REV-ARCHIVE-FILE ASSIGN TO "REVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rev-archive-status.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC ws-audit-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "CPFAUDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-archive-status.

           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-audit-status.

           SELECT AGR-AUDIT-FILE ASSIGN TO "AGRMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-audit-status.

           SELECT DSP-AUDIT-FILE ASSIGN TO "DSPMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-audit-status.

           SELECT LINE-WORK-FILE ASSIGN TO "LGPDAWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-line-work-status.

           SELECT LGPD-LOG-FILE ASSIGN TO "LGPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-log-file-status.

           SELECT PENDING-FILE ASSIGN TO "LGPDPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPD-DOC
               FILE STATUS IS ws-pending-status.

           SELECT DETAIL-FILE ASSIGN TO "OIDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OID-KEY
               FILE STATUS IS ws-detail-status.

           SELECT ALLOC-FILE ASSIGN TO "OIALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alloc-status.

           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-DOC
               FILE STATUS IS ws-promise-status.

           SELECT CALL-LOG-FILE ASSIGN TO "CALLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-call-log-status.

           SELECT WORK-QUEUE-FILE ASSIGN TO "WORKQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-KEY
               FILE STATUS IS ws-queue-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT COMM-FILE ASSIGN TO "AGYCOMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comm-status.

           SELECT PLACE-HIST-FILE ASSIGN TO "PLCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-place-hist-status.

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

           SELECT WROJRNL-FILE ASSIGN TO "WROJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-wrojrnl-status.

           SELECT DELQ-HISTORY-FILE ASSIGN TO "DELQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-delq-history-status.

           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-OUR-NUMBER
               FILE STATUS IS ws-boleto-status.

           SELECT DECL-REGISTER-FILE ASSIGN TO "DISCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-KEY
               FILE STATUS IS ws-decl-register-status.

           SELECT EXCP-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excp-file-status.

           SELECT LISTING-FILE ASSIGN TO "BURLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUR-DOC
               FILE STATUS IS ws-listing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
      *----------------------------------------------------------------
      * SINGLE REQUIRED CONTROL RECORD -
      *   CTL-RETENTION-DAYS  DAYS A POSITION MUST HAVE BEEN CLOSED
      *                       BEFORE ITS PERSONAL DATA IS REMOVED.
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  CTL-RETENTION-DAYS  PIC 9(4).

       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

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

       FD  INTERFACE-FILE.
           COPY IFACEREC.

       FD  HISTORY-FILE.
           COPY IFACEREC REPLACING LEADING ==IFACE== BY ==HIST==.

       FD  FEE-WORK-FILE.
           COPY IFACEREC REPLACING LEADING ==IFACE== BY ==IFW==.

       FD  REVERSAL-FILE.
           COPY REVREC.

       FD  REV-ARCHIVE-FILE.
           COPY REVREC REPLACING LEADING ==REV== BY ==RVA==.

       FD  AUDIT-FILE.
           COPY CPFAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
           COPY CPFAUDIT REPLACING LEADING ==AUDIT== BY ==ARCH==.

       FD  CUST-AUDIT-FILE.
           COPY MAINTAUD.

      *----------------------------------------------------------------
      * AGRMAINT AND DSPMAINT SHARE CUSTMAINT'S LEADING COLUMNS -
      * TIMESTAMP, OPERATOR, ACTION, DOCUMENT.  ONLY THE DOCUMENT IS
      * PERSONAL; THE REST OF THE LINE IS CARRIED THROUGH AS IS.
      *----------------------------------------------------------------
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

       FD  LINE-WORK-FILE.
       01  LINE-WORK-REC           PIC X(132).

       FD  LGPD-LOG-FILE.
           COPY LGPDLOG.

       FD  PENDING-FILE.
      *----------------------------------------------------------------
      * ONE RECORD FOR EVERY DOCUMENT CHOSEN AND NOT YET FINISHED -
      * WRITTEN BEFORE ANY FILE IS CHANGED FOR IT, DELETED ONCE ITS
      * OPENITEM POSITION IS RE-KEYED WITH NOTHING FAILED FOR IT.
      *   LPD-DOC            THE DOCUMENT BEING ANONYMIZED.
      *   LPD-SURROGATE      THE SURROGATE IT WAS GIVEN - REUSED BY
      *                      THE RUN THAT FINISHES IT.
      *   LPD-CLOSED-STATUS  OPENITEM STATUS IT CLOSED WITH - P OR W.
      *   LPD-CLOSED-DATE    DATE IT CLOSED, YYYYMMDD.
      *   LPD-RUN-ID         RUNCTL RUN ID OF THE RUN THAT CHOSE IT.
      *----------------------------------------------------------------
       01  PENDING-REC.
           05  LPD-DOC             PIC X(14).
           05  LPD-SURROGATE       PIC X(11).
           05  LPD-CLOSED-STATUS   PIC X(01).
           05  LPD-CLOSED-DATE     PIC X(08).
           05  LPD-RUN-ID          PIC 9(07).

       FD  DETAIL-FILE.
           COPY OIDETAIL.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       FD  PROMISE-FILE.
           COPY PROMISE.

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

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  COMM-FILE.
           COPY AGYCOMM.

       FD  PLACE-HIST-FILE.
           COPY PLACEMNT REPLACING
               ==PLACEMENT-REC== BY ==PLACE-HIST-REC==
               LEADING ==PLC== BY ==PLH==.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  CANDIDATE-FILE.
           COPY WROCAND.

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

       FD  DELQ-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DELQHIST RECORD delinqprom WRITES - ONE CPF PER LINE WITH
      * ITS CONSECUTIVE-91+ RUN STREAK.
      *----------------------------------------------------------------
       01  DELQ-HISTORY-REC.
           05  DQH-CPF             PIC X(11).
           05  FILLER              PIC X(01).
           05  DQH-RUN-COUNT       PIC 9(3).

       FD  BOLETO-FILE.
           COPY BOLETO.

       FD  DECL-REGISTER-FILE.
           COPY DISCHREG.

       FD  EXCP-FILE.
           COPY EXCPREC.

       FD  LISTING-FILE.
           COPY BURLIST.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * HOW FAR BACK THE CPFAUDIT GENERATION SWEEP LOOKS - THE SAME
      * FIVE YEARS retain SWEEPS; ANYTHING OLDER IS ON CPFAUDAR.
      * ANON-TABLE-MAX DOCUMENTS ARE ANONYMIZED PER RUN - THE 3-DIGIT
      * SURROGATE SEQUENCE - AND THE REST WAIT FOR THE NEXT RUN.
      *----------------------------------------------------------------
       78  GENERATION-SCAN-DAYS    VALUE 1830.
       78  ANON-TABLE-MAX          VALUE 999.
       78  ANONYMIZED-NAME         VALUE "ANONYMIZED".

       01  ws-control-file-status  PIC XX VALUE SPACES.
       01  ws-cust-file-status     PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-agreement-status     PIC XX VALUE SPACES.
       01  ws-dispute-status       PIC XX VALUE SPACES.
       01  ws-dun-status           PIC XX VALUE SPACES.
       01  ws-register-status      PIC XX VALUE SPACES.
       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-history-file-status  PIC XX VALUE SPACES.
       01  ws-fee-work-status      PIC XX VALUE SPACES.
       01  ws-reversal-file-status PIC XX VALUE SPACES.
       01  ws-rev-archive-status   PIC XX VALUE SPACES.
       01  ws-audit-file-status    PIC XX VALUE SPACES.
       01  ws-audit-archive-status PIC XX VALUE SPACES.
       01  ws-maint-audit-status   PIC XX VALUE SPACES.
       01  ws-line-work-status     PIC XX VALUE SPACES.
       01  failed-status           PIC XX VALUE SPACES.
       01  ws-log-file-status      PIC XX VALUE SPACES.
       01  ws-pending-status       PIC XX VALUE SPACES.
       01  ws-detail-status        PIC XX VALUE SPACES.
       01  ws-alloc-status         PIC XX VALUE SPACES.
       01  ws-promise-status       PIC XX VALUE SPACES.
       01  ws-call-log-status      PIC XX VALUE SPACES.
       01  ws-queue-status         PIC XX VALUE SPACES.
       01  ws-placement-status     PIC XX VALUE SPACES.
       01  ws-comm-status          PIC XX VALUE SPACES.
       01  ws-place-hist-status    PIC XX VALUE SPACES.
       01  ws-prescrip-status      PIC XX VALUE SPACES.
       01  ws-candidate-status     PIC XX VALUE SPACES.
       01  ws-wrojrnl-status       PIC XX VALUE SPACES.
       01  ws-delq-history-status  PIC XX VALUE SPACES.
       01  ws-boleto-status        PIC XX VALUE SPACES.
       01  ws-decl-register-status PIC XX VALUE SPACES.
       01  ws-excp-file-status     PIC XX VALUE SPACES.
       01  ws-listing-status       PIC XX VALUE SPACES.
       01  ws-audit-file-name.
           05  FILLER              PIC X(09) VALUE "CPFAUDIT.".
           05  ws-audit-date       PIC X(08) VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-found-switch     PIC X VALUE 'N'.
           88  ws-found                  VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-agreement-open-switch PIC X VALUE 'N'.
           88  ws-agreement-open         VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-record-changed-switch PIC X VALUE 'N'.
           88  ws-record-changed         VALUE 'Y'.
       01  ws-pending-open-switch PIC X VALUE 'N'.
           88  ws-pending-open           VALUE 'Y'.
       01  ws-work-failed-switch PIC X VALUE 'N'.
           88  ws-work-failed            VALUE 'Y'.
       01  ws-doc-done-switch  PIC X VALUE 'N'.
           88  ws-doc-done               VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  closed-day-int      PIC 9(8) VALUE ZERO.
       01  scan-day-int        PIC 9(8) VALUE ZERO.
       01  scan-date-num       PIC 9(8) VALUE ZERO.
       01  retention-days      PIC 9(4) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.
       01  closed-date         PIC X(08) VALUE SPACES.
       01  doc-wanted          PIC X(14) VALUE SPACES.
       01  audit-cpf-digits    PIC 9(11) VALUE ZERO.
       01  log-file-name       PIC X(08) VALUE SPACES.
       01  file-changed-count  PIC 9(7) VALUE ZERO.
       01  file-logged-count   PIC 9(5) VALUE ZERO.
       01  positions-read      PIC 9(7) VALUE ZERO.
       01  held-plan-count     PIC 9(5) VALUE ZERO.
       01  held-dispute-count  PIC 9(5) VALUE ZERO.
       01  undated-count       PIC 9(5) VALUE ZERO.
       01  deferred-count      PIC 9(5) VALUE ZERO.
       01  records-changed     PIC 9(7) VALUE ZERO.
       01  resumed-count       PIC 9(5) VALUE ZERO.
       01  pending-cleared-count PIC 9(5) VALUE ZERO.
       01  pending-kept-count  PIC 9(5) VALUE ZERO.
       01  queue-key-hold      PIC X(22) VALUE SPACES.

      *----------------------------------------------------------------
      * THE DOCUMENTS CHOSEN THIS RUN AND THE SURROGATE EACH TAKES.
      * an-changed COUNTS THE RECORDS CHANGED FOR THE ENTRY IN THE
      * FILE BEING WORKED, AND IS CLEARED AS THAT FILE IS LOGGED.
      * an-failed IS SET WHEN ANY FILE REFUSED A CHANGE FOR IT, AND
      * an-position-done ONCE ITS OPENITEM POSITION IS RE-KEYED - THE
      * TWO DECIDE WHETHER IT COMES OFF LGPDPEND.  hold-ix KEEPS THE
      * ENTRY A REVERSAL'S CPF MATCHED WHILE ITS DOCUMENT IS SEARCHED.
      *----------------------------------------------------------------
       01  anon-ix             PIC 9(4) VALUE ZERO.
       01  hold-ix             PIC 9(4) VALUE ZERO.
       01  anon-count          PIC 9(4) VALUE ZERO.
       01  anon-table.
           05  anon-entry OCCURS 999 TIMES.
               10  an-doc              PIC X(14).
               10  an-surrogate.
                   15  FILLER          PIC X(01).
                   15  an-sur-run-id   PIC 9(07).
                   15  an-sur-seq      PIC 9(03).
               10  an-closed-status    PIC X(01).
               10  an-closed-date      PIC X(08).
               10  an-changed          PIC 9(7).
               10  an-failed           PIC X(01).
               10  an-position-done    PIC X(01).

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "lgpdanon".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - TAKE BACK WHAT AN EARLIER RUN LEFT ON
      * LGPDPEND, CHOOSE THE NEW DOCUMENTS - EACH WRITTEN TO LGPDPEND
      * WITH ITS SURROGATE BEFORE ANY FILE IS TOUCHED - THEN REPLACE
      * THEM FILE BY FILE.  OPENITEM IS RE-KEYED LAST, AND A DOCUMENT
      * COMES OFF LGPDPEND ONLY AFTER THAT.  A RUN THAT STOPS PART WAY
      * LEAVES ITS DOCUMENTS ON LGPDPEND AND THE NEXT RUN FINISHES
      * THEM UNDER THE SAME SURROGATES, SO NO DOCUMENT ENDS UP SPLIT
      * ACROSS TWO SURROGATES.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-SELECT-DOCUMENTS THRU 2000-EXIT
           END-IF
           IF NOT ws-nothing-to-do AND anon-count > ZERO
               PERFORM 4000-ANON-CHARGES THRU 4000-EXIT
               PERFORM 4200-ANON-HISTORY THRU 4200-EXIT
               PERFORM 4400-ANON-REVERSALS THRU 4400-EXIT
               PERFORM 4600-ANON-ARCHIVED-REVS THRU 4600-EXIT
               PERFORM 5000-ANON-AUDIT-GENS THRU 5000-EXIT
               PERFORM 5300-ANON-AUDIT-ARCHIVE THRU 5300-EXIT
               PERFORM 5500-ANON-CUST-AUDIT THRU 5500-EXIT
               PERFORM 5700-ANON-AGR-AUDIT THRU 5700-EXIT
               PERFORM 5900-ANON-DSP-AUDIT THRU 5900-EXIT
               PERFORM 8000-ANON-ALLOCATIONS THRU 8000-EXIT
               PERFORM 8100-ANON-CALL-LOG THRU 8100-EXIT
               PERFORM 8200-ANON-COMMISSIONS THRU 8200-EXIT
               PERFORM 8300-ANON-WO-JOURNAL THRU 8300-EXIT
               PERFORM 8400-ANON-DELQ-HISTORY THRU 8400-EXIT
               PERFORM 8500-ANON-EXCEPTIONS THRU 8500-EXIT
               PERFORM 8600-ANON-PLACE-HISTORY THRU 8600-EXIT
               PERFORM 6200-REKEY-PROMISE THRU 6200-EXIT
               PERFORM 6300-REKEY-PLACEMENT THRU 6300-EXIT
               PERFORM 6400-REKEY-PRESCRIPTION THRU 6400-EXIT
               PERFORM 6500-REKEY-CANDIDATE THRU 6500-EXIT
               PERFORM 6600-REKEY-LISTING THRU 6600-EXIT
               PERFORM 6700-REKEY-DETAIL THRU 6700-EXIT
               PERFORM 6800-ANON-QUEUE THRU 6800-EXIT
               PERFORM 6900-ANON-BOLETOS THRU 6900-EXIT
               PERFORM 7000-ANON-DECLARATIONS THRU 7000-EXIT
               PERFORM 3000-REKEY-CUSTOMER THRU 3000-EXIT
               PERFORM 3200-REKEY-AGREEMENT THRU 3200-EXIT
               PERFORM 3400-REKEY-DISPUTE THRU 3400-EXIT
               PERFORM 3600-REKEY-DUNNING THRU 3600-EXIT
               PERFORM 3800-REKEY-WRITE-OFF THRU 3800-EXIT
               PERFORM 3900-REKEY-POSITION THRU 3900-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID AND READ THE RETENTION FROM
      * LGPDCTL.  THERE IS NO DEFAULT: ANONYMIZATION CANNOT BE UNDONE,
      * SO A MISSING OR UNREADABLE CARD STOPS THE RUN WITH NOTHING
      * TOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "lgpdanon: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "lgpdanon: EARLIER CHAIN STEPS NOT FINISHED FOR "
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
           DISPLAY "lgpdanon: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-RETENTION-DAYS IS NUMERIC
                           MOVE CTL-RETENTION-DAYS TO retention-days
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF retention-days = ZERO
               DISPLAY "lgpdanon: NO RETENTION ON LGPDCTL - "
                   "NOTHING ANONYMIZED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "lgpdanon: RETENTION " retention-days " DAYS"

           OPEN EXTEND LGPD-LOG-FILE
           IF ws-log-file-status = "35" OR ws-log-file-status = "05"
               OPEN OUTPUT LGPD-LOG-FILE
           END-IF
           IF ws-log-file-status NOT = "00"
               DISPLAY "lgpdanon: CANNOT OPEN LGPDLOG - STATUS "
                   ws-log-file-status " - NOTHING ANONYMIZED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-PENDING THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-PENDING - OPEN LGPDPEND AND TAKE BACK EVERY DOCUMENT
      * AN EARLIER RUN CHOSE BUT DID NOT FINISH, UNDER THE SURROGATE IT
      * WAS GIVEN THEN.  WITHOUT LGPDPEND A RUN COULD NOT BE FINISHED
      * IF IT STOPPED, SO NOTHING IS TOUCHED.
      *----------------------------------------------------------------
       1100-LOAD-PENDING.
           OPEN I-O PENDING-FILE
           IF ws-pending-status = "35" OR ws-pending-status = "05"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF ws-pending-status NOT = "00"
               DISPLAY "lgpdanon: CANNOT OPEN LGPDPEND - STATUS "
                   ws-pending-status " - NOTHING ANONYMIZED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1100-EXIT
           END-IF
           SET ws-pending-open TO TRUE

           MOVE LOW-VALUES TO LPD-DOC
           START PENDING-FILE KEY IS NOT LESS THAN LPD-DOC
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           MOVE 'N' TO ws-eof-switch
           PERFORM 1150-LOAD-ONE-PENDING THRU 1150-EXIT
               UNTIL ws-eof
           IF resumed-count > ZERO
               DISPLAY "lgpdanon: " resumed-count
                   " DOCUMENTS LEFT UNFINISHED ON LGPDPEND - RESUMED "
                   "UNDER THEIR SURROGATES"
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF anon-count >= ANON-TABLE-MAX
               ADD 1 TO deferred-count
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO anon-count
           ADD 1 TO resumed-count
           MOVE LPD-DOC TO an-doc (anon-count)
           MOVE LPD-SURROGATE TO an-surrogate (anon-count)
           MOVE LPD-CLOSED-STATUS TO an-closed-status (anon-count)
           MOVE LPD-CLOSED-DATE TO an-closed-date (anon-count)
           MOVE ZERO TO an-changed (anon-count)
           MOVE 'N' TO an-failed (anon-count)
           MOVE 'N' TO an-position-done (anon-count).
       1150-EXIT.
           EXIT.

      *================================================================
      * SELECTION - WALK OPENITEM FOR CLOSED CPF POSITIONS PAST THE
      * RETENTION.  A SURROGATE IS NOT NUMERIC, SO A DOCUMENT ALREADY
      * ANONYMIZED IS NEVER CHOSEN AGAIN; ONE TAKEN BACK FROM LGPDPEND
      * IS ALREADY IN THE TABLE AND IS NOT CHOSEN A SECOND TIME.
      *================================================================
       2000-SELECT-DOCUMENTS.
           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "lgpdanon: OPENITEM NOT PRESENT - STATUS "
                   ws-open-item-status " - NOTHING ANONYMIZED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT AGREEMENT-FILE
           IF ws-agreement-status = "00"
               SET ws-agreement-open TO TRUE
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           END-IF
           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           END-IF

           MOVE 'N' TO ws-eof-switch
           PERFORM 2100-SELECT-ONE-POSITION THRU 2100-EXIT
               UNTIL ws-eof

           CLOSE OPEN-ITEM-FILE
           IF ws-agreement-open
               CLOSE AGREEMENT-FILE
           END-IF
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-register-open
               CLOSE REGISTER-FILE
           END-IF

           DISPLAY "lgpdanon: " positions-read " POSITIONS READ, "
               anon-count " CHOSEN FOR ANONYMIZATION"
           IF held-plan-count > ZERO OR held-dispute-count > ZERO
               DISPLAY "lgpdanon: " held-plan-count
                   " KEPT FOR AN ACTIVE PLAN, " held-dispute-count
                   " KEPT FOR AN OPEN DISPUTE"
           END-IF
           IF undated-count > ZERO
               DISPLAY "lgpdanon: " undated-count
                   " CLOSED WITH NO READABLE DATE - KEPT"
           END-IF
           IF deferred-count > ZERO
               DISPLAY "lgpdanon: " deferred-count
                   " MORE DUE - TABLE FULL, LEFT FOR THE NEXT RUN"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SELECT-ONE-POSITION - A WRITTEN-OFF POSITION CLOSED ON ITS
      * WROFF DATE, A PAID ONE ON ITS LAST PAYMENT.  A POSITION THAT
      * CANNOT BE DATED IS KEPT - NEVER REMOVE WHAT CANNOT BE DATED.
      *----------------------------------------------------------------
       2100-SELECT-ONE-POSITION.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO positions-read
           IF OI-STATUS NOT = "P" AND OI-STATUS NOT = "W"
               GO TO 2100-EXIT
           END-IF
           IF OI-DOC (12:3) NOT = SPACES
                   OR OI-DOC (1:11) NOT NUMERIC
               GO TO 2100-EXIT
           END-IF

           MOVE OI-LAST-PAY-DATE TO closed-date
           IF OI-STATUS = "W" AND ws-register-open
               MOVE OI-DOC TO WOF-DOC
               READ REGISTER-FILE
                   NOT INVALID KEY
                       MOVE WOF-DATE TO closed-date
               END-READ
           END-IF
           IF closed-date NOT NUMERIC
               ADD 1 TO undated-count
               GO TO 2100-EXIT
           END-IF
           COMPUTE closed-day-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(closed-date))
           IF closed-day-int = ZERO
               ADD 1 TO undated-count
               GO TO 2100-EXIT
           END-IF
           IF today-day-int - closed-day-int NOT > retention-days
               GO TO 2100-EXIT
           END-IF

           IF ws-agreement-open
               MOVE OI-DOC TO AGR-DOC
               READ AGREEMENT-FILE
                   INVALID KEY
                       MOVE SPACE TO AGR-STATUS
               END-READ
               IF AGR-STATUS = "A"
                   ADD 1 TO held-plan-count
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF ws-dispute-open
               MOVE OI-DOC TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       MOVE SPACE TO DSP-STATUS
               END-READ
               IF DSP-STATUS = "O"
                   ADD 1 TO held-dispute-count
                   GO TO 2100-EXIT
               END-IF
           END-IF

           MOVE OI-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               GO TO 2100-EXIT
           END-IF
           IF anon-count >= ANON-TABLE-MAX
               ADD 1 TO deferred-count
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO anon-count
           MOVE OI-DOC TO an-doc (anon-count)
           MOVE "A" TO an-surrogate (anon-count)
           MOVE run-id TO an-sur-run-id (anon-count)
           MOVE anon-count TO an-sur-seq (anon-count)
           MOVE OI-STATUS TO an-closed-status (anon-count)
           MOVE closed-date TO an-closed-date (anon-count)
           MOVE ZERO TO an-changed (anon-count)
           MOVE 'N' TO an-failed (anon-count)
           MOVE 'N' TO an-position-done (anon-count)
           PERFORM 2200-RECORD-PENDING THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-RECORD-PENDING - THE DOCUMENT JUST CHOSEN GOES ON LGPDPEND
      * WITH ITS SURROGATE BEFORE ANYTHING IS CHANGED.  ONE ALREADY
      * THERE BUT NOT TAKEN BACK (THE TABLE WAS FULL) WAITS FOR THE
      * NEXT RUN.  IF LGPDPEND CANNOT BE WRITTEN THE RUN STOPS WITH
      * NOTHING TOUCHED.
      *----------------------------------------------------------------
       2200-RECORD-PENDING.
           MOVE an-doc (anon-count) TO LPD-DOC
           MOVE an-surrogate (anon-count) TO LPD-SURROGATE
           MOVE an-closed-status (anon-count) TO LPD-CLOSED-STATUS
           MOVE an-closed-date (anon-count) TO LPD-CLOSED-DATE
           MOVE run-id TO LPD-RUN-ID
           WRITE PENDING-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF ws-pending-status = "22"
               SUBTRACT 1 FROM anon-count
               ADD 1 TO deferred-count
               GO TO 2200-EXIT
           END-IF
           IF ws-pending-status NOT = "00"
               DISPLAY "lgpdanon: CANNOT WRITE LGPDPEND - STATUS "
                   ws-pending-status " - NOTHING ANONYMIZED"
               SUBTRACT 1 FROM anon-count
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               SET ws-eof TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *================================================================
      * KEYED FILES - THE RECORD IS WRITTEN UNDER THE SURROGATE FIRST
      * AND ONLY THEN DELETED UNDER THE DOCUMENT, SO A RUN STOPPED
      * PART WAY LEAVES A DUPLICATE, NEVER A LOST RECORD.  THE RUN
      * THAT FINISHES THE DOCUMENT FINDS ITS SURROGATE RECORD ALREADY
      * WRITTEN (STATUS 22) AND GOES ON TO THE DELETE.
      *================================================================
       3000-REKEY-CUSTOMER.
           MOVE "CUSTMAST" TO log-file-name
           OPEN I-O CUSTOMER-FILE
           IF ws-cust-file-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-REKEY-ONE-CUSTOMER THRU 3100-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE CUSTOMER-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       3000-EXIT.
           EXIT.

       3100-REKEY-ONE-CUSTOMER.
           MOVE an-doc (anon-ix) (1:11) TO CUST-CPF
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO CUST-CPF
           MOVE ANONYMIZED-NAME TO CUST-NAME
           WRITE CUST-RECORD
               INVALID KEY
                   IF ws-cust-file-status NOT = "22"
                       MOVE ws-cust-file-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 3100-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) (1:11) TO CUST-CPF
           DELETE CUSTOMER-FILE
               INVALID KEY
                   MOVE ws-cust-file-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 3100-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       3100-EXIT.
           EXIT.

       3200-REKEY-AGREEMENT.
           MOVE "AGREEMNT" TO log-file-name
           OPEN I-O AGREEMENT-FILE
           IF ws-agreement-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-REKEY-ONE-AGREEMENT THRU 3300-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE AGREEMENT-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       3200-EXIT.
           EXIT.

       3300-REKEY-ONE-AGREEMENT.
           MOVE an-doc (anon-ix) TO AGR-DOC
           READ AGREEMENT-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO AGR-DOC
           WRITE AGREEMENT-REC
               INVALID KEY
                   IF ws-agreement-status NOT = "22"
                       MOVE ws-agreement-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 3300-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO AGR-DOC
           DELETE AGREEMENT-FILE
               INVALID KEY
                   MOVE ws-agreement-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 3300-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       3300-EXIT.
           EXIT.

       3400-REKEY-DISPUTE.
           MOVE "DISPUTE" TO log-file-name
           OPEN I-O DISPUTE-FILE
           IF ws-dispute-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 3400-EXIT
           END-IF
           PERFORM 3500-REKEY-ONE-DISPUTE THRU 3500-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE DISPUTE-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       3400-EXIT.
           EXIT.

       3500-REKEY-ONE-DISPUTE.
           MOVE an-doc (anon-ix) TO DSP-DOC
           READ DISPUTE-FILE
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO DSP-DOC
           WRITE DISPUTE-REC
               INVALID KEY
                   IF ws-dispute-status NOT = "22"
                       MOVE ws-dispute-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 3500-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO DSP-DOC
           DELETE DISPUTE-FILE
               INVALID KEY
                   MOVE ws-dispute-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 3500-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       3500-EXIT.
           EXIT.

       3600-REKEY-DUNNING.
           MOVE "DUNHIST" TO log-file-name
           OPEN I-O DUN-HISTORY-FILE
           IF ws-dun-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 3600-EXIT
           END-IF
           PERFORM 3700-REKEY-ONE-DUNNING THRU 3700-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE DUN-HISTORY-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       3600-EXIT.
           EXIT.

       3700-REKEY-ONE-DUNNING.
           MOVE an-doc (anon-ix) TO DH-DOC
           READ DUN-HISTORY-FILE
               INVALID KEY
                   GO TO 3700-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO DH-DOC
           WRITE DUN-HISTORY-REC
               INVALID KEY
                   IF ws-dun-status NOT = "22"
                       MOVE ws-dun-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 3700-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO DH-DOC
           DELETE DUN-HISTORY-FILE
               INVALID KEY
                   MOVE ws-dun-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 3700-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       3700-EXIT.
           EXIT.

       3800-REKEY-WRITE-OFF.
           MOVE "WROFF" TO log-file-name
           OPEN I-O REGISTER-FILE
           IF ws-register-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 3800-EXIT
           END-IF
           PERFORM 3850-REKEY-ONE-WRITE-OFF THRU 3850-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE REGISTER-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       3800-EXIT.
           EXIT.

       3850-REKEY-ONE-WRITE-OFF.
           MOVE an-doc (anon-ix) TO WOF-DOC
           READ REGISTER-FILE
               INVALID KEY
                   GO TO 3850-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO WOF-DOC
           WRITE WRITE-OFF-REC
               INVALID KEY
                   IF ws-register-status NOT = "22"
                       MOVE ws-register-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 3850-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO WOF-DOC
           DELETE REGISTER-FILE
               INVALID KEY
                   MOVE ws-register-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 3850-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       3850-EXIT.
           EXIT.

       3900-REKEY-POSITION.
           MOVE "OPENITEM" TO log-file-name
           OPEN I-O OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 3900-EXIT
           END-IF
           PERFORM 3950-REKEY-ONE-POSITION THRU 3950-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE OPEN-ITEM-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT

           PERFORM 3970-CLEAR-PENDING THRU 3970-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           DISPLAY "lgpdanon: " pending-cleared-count
               " DOCUMENTS FINISHED AND CLEARED FROM LGPDPEND"
           IF pending-kept-count > ZERO
               DISPLAY "lgpdanon: " pending-kept-count
                   " LEFT ON LGPDPEND FOR THE NEXT RUN TO FINISH"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3950-REKEY-ONE-POSITION - A POSITION NO LONGER ON OPENITEM
      * UNDER THE DOCUMENT WAS RE-KEYED BY THE RUN THAT STOPPED, SO
      * THERE IS NOTHING LEFT TO DO FOR IT HERE.
      *----------------------------------------------------------------
       3950-REKEY-ONE-POSITION.
           MOVE an-doc (anon-ix) TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'Y' TO an-position-done (anon-ix)
                   GO TO 3950-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO OI-DOC
           WRITE OPEN-ITEM-REC
               INVALID KEY
                   IF ws-open-item-status NOT = "22"
                       MOVE ws-open-item-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 3950-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO OI-DOC
           DELETE OPEN-ITEM-FILE
               INVALID KEY
                   MOVE ws-open-item-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 3950-EXIT
           END-DELETE
           MOVE 'Y' TO an-position-done (anon-ix)
           ADD 1 TO an-changed (anon-ix).
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3970-CLEAR-PENDING - A DOCUMENT IS FINISHED ONCE ITS POSITION
      * IS RE-KEYED WITH NO FILE REFUSING A CHANGE FOR IT AND NO FILE
      * LEFT UNCOPIED; ONLY THEN DOES IT COME OFF LGPDPEND.  ANY OTHER
      * STAYS, AND THE NEXT RUN TAKES IT UP UNDER THE SAME SURROGATE.
      *----------------------------------------------------------------
       3970-CLEAR-PENDING.
           IF an-position-done (anon-ix) NOT = 'Y'
                   OR an-failed (anon-ix) = 'Y'
                   OR ws-work-failed
               ADD 1 TO pending-kept-count
               GO TO 3970-EXIT
           END-IF
           MOVE an-doc (anon-ix) TO LPD-DOC
           DELETE PENDING-FILE
               INVALID KEY
                   DISPLAY "lgpdanon: CANNOT CLEAR "
                       an-surrogate (anon-ix) " FROM LGPDPEND - "
                       "STATUS " ws-pending-status
                   ADD 1 TO pending-kept-count
                   GO TO 3970-EXIT
           END-DELETE
           ADD 1 TO pending-cleared-count.
       3970-EXIT.
           EXIT.

      *================================================================
      * FEE CHARGES - FEEIFACE AND FEEHIST ARE COPIED THROUGH THE
      * LGPDFWRK WORK FILE WITH THE DOCUMENT REPLACED, THEN COPIED
      * BACK.  AMOUNTS ARE UNTOUCHED SO THE TRAILER HASH STILL AGREES.
      * A FILE NOTHING CHANGED IN IS NOT REWRITTEN.
      *================================================================
       4000-ANON-CHARGES.
           MOVE "FEEIFACE" TO log-file-name
           OPEN INPUT INTERFACE-FILE
           IF ws-interface-file-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT FEE-WORK-FILE
           IF ws-fee-work-status NOT = "00"
               CLOSE INTERFACE-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 4050-ANON-ONE-CHARGE THRU 4050-EXIT
               UNTIL ws-eof
           CLOSE INTERFACE-FILE
           CLOSE FEE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT FEE-WORK-FILE
               OPEN OUTPUT INTERFACE-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 4100-COPY-BACK-CHARGE THRU 4100-EXIT
                   UNTIL ws-eof
               CLOSE FEE-WORK-FILE
               CLOSE INTERFACE-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       4000-EXIT.
           EXIT.

       4050-ANON-ONE-CHARGE.
           READ INTERFACE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4050-EXIT
           END-READ
           IF IFACE-DETAIL
               MOVE IFACE-DOC TO doc-wanted
               PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
               IF ws-found
                   MOVE an-surrogate (anon-ix) TO IFACE-DOC
                   ADD 1 TO an-changed (anon-ix)
                   ADD 1 TO file-changed-count
               END-IF
           END-IF
           WRITE IFW-RECORD FROM IFACE-RECORD.
       4050-EXIT.
           EXIT.

       4100-COPY-BACK-CHARGE.
           READ FEE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE IFACE-RECORD FROM IFW-RECORD
           END-READ.
       4100-EXIT.
           EXIT.

       4200-ANON-HISTORY.
           MOVE "FEEHIST" TO log-file-name
           OPEN INPUT HISTORY-FILE
           IF ws-history-file-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 4200-EXIT
           END-IF
           OPEN OUTPUT FEE-WORK-FILE
           IF ws-fee-work-status NOT = "00"
               CLOSE HISTORY-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 4200-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 4250-ANON-ONE-HISTORY THRU 4250-EXIT
               UNTIL ws-eof
           CLOSE HISTORY-FILE
           CLOSE FEE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT FEE-WORK-FILE
               OPEN OUTPUT HISTORY-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 4300-COPY-BACK-HISTORY THRU 4300-EXIT
                   UNTIL ws-eof
               CLOSE FEE-WORK-FILE
               CLOSE HISTORY-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       4200-EXIT.
           EXIT.

       4250-ANON-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4250-EXIT
           END-READ
           IF HIST-DETAIL
               MOVE HIST-DOC TO doc-wanted
               PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
               IF ws-found
                   MOVE an-surrogate (anon-ix) TO HIST-DOC
                   ADD 1 TO an-changed (anon-ix)
                   ADD 1 TO file-changed-count
               END-IF
           END-IF
           WRITE IFW-RECORD FROM HIST-RECORD.
       4250-EXIT.
           EXIT.

       4300-COPY-BACK-HISTORY.
           READ FEE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE HIST-RECORD FROM IFW-RECORD
           END-READ.
       4300-EXIT.
           EXIT.

      *================================================================
      * REVERSALS - A REFUND CARRIES THE CPF, A REBILL REVERSAL THE
      * FULL DOCUMENT; EITHER IS REPLACED.  COPIED THROUGH LGPDAWRK.
      *================================================================
       4400-ANON-REVERSALS.
           MOVE "REVERSAL" TO log-file-name
           OPEN INPUT REVERSAL-FILE
           IF ws-reversal-file-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 4400-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE REVERSAL-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 4400-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 4450-ANON-ONE-REVERSAL THRU 4450-EXIT
               UNTIL ws-eof
           CLOSE REVERSAL-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT REVERSAL-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 4500-COPY-BACK-REVERSAL THRU 4500-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE REVERSAL-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       4400-EXIT.
           EXIT.

       4450-ANON-ONE-REVERSAL.
           READ REVERSAL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4450-EXIT
           END-READ
           MOVE 'N' TO ws-record-changed-switch
           MOVE ZERO TO hold-ix
           MOVE SPACES TO doc-wanted
           MOVE REV-CPF TO doc-wanted (1:11)
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO REV-CPF
               MOVE anon-ix TO hold-ix
               SET ws-record-changed TO TRUE
           END-IF
           IF REV-DOC NOT = SPACES
               MOVE REV-DOC TO doc-wanted
               PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
               IF ws-found
                   MOVE an-surrogate (anon-ix) TO REV-DOC
                   IF hold-ix = ZERO
                       MOVE anon-ix TO hold-ix
                   END-IF
                   SET ws-record-changed TO TRUE
               END-IF
           END-IF
           IF ws-record-changed
               ADD 1 TO an-changed (hold-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM REV-RECORD.
       4450-EXIT.
           EXIT.

       4500-COPY-BACK-REVERSAL.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE REV-RECORD FROM LINE-WORK-REC
           END-READ.
       4500-EXIT.
           EXIT.

       4600-ANON-ARCHIVED-REVS.
           MOVE "REVARCH" TO log-file-name
           OPEN INPUT REV-ARCHIVE-FILE
           IF ws-rev-archive-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 4600-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE REV-ARCHIVE-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 4600-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 4650-ANON-ONE-ARCHIVED THRU 4650-EXIT
               UNTIL ws-eof
           CLOSE REV-ARCHIVE-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT REV-ARCHIVE-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 4700-COPY-BACK-ARCHIVED THRU 4700-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE REV-ARCHIVE-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       4600-EXIT.
           EXIT.

       4650-ANON-ONE-ARCHIVED.
           READ REV-ARCHIVE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4650-EXIT
           END-READ
           MOVE 'N' TO ws-record-changed-switch
           MOVE ZERO TO hold-ix
           MOVE SPACES TO doc-wanted
           MOVE RVA-CPF TO doc-wanted (1:11)
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO RVA-CPF
               MOVE anon-ix TO hold-ix
               SET ws-record-changed TO TRUE
           END-IF
           IF RVA-DOC NOT = SPACES
               MOVE RVA-DOC TO doc-wanted
               PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
               IF ws-found
                   MOVE an-surrogate (anon-ix) TO RVA-DOC
                   IF hold-ix = ZERO
                       MOVE anon-ix TO hold-ix
                   END-IF
                   SET ws-record-changed TO TRUE
               END-IF
           END-IF
           IF ws-record-changed
               ADD 1 TO an-changed (hold-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM RVA-RECORD.
       4650-EXIT.
           EXIT.

       4700-COPY-BACK-ARCHIVED.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE RVA-RECORD FROM LINE-WORK-REC
           END-READ.
       4700-EXIT.
           EXIT.

      *================================================================
      * CPF VALIDATION AUDIT - EVERY DATED GENERATION AND CPFAUDAR.
      * THE AUDIT CPF IS NUMERIC AND CANNOT HOLD A SURROGATE, SO IT IS
      * ZEROED; THE LOG STILL TIES THE CHANGE TO THE SURROGATE.
      *================================================================
       5000-ANON-AUDIT-GENS.
           MOVE "CPFAUDIT" TO log-file-name
           PERFORM 5100-ANON-ONE-GENERATION THRU 5100-EXIT
               VARYING scan-day-int FROM today-day-int BY -1
               UNTIL scan-day-int <
                   today-day-int - GENERATION-SCAN-DAYS
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       5000-EXIT.
           EXIT.

       5100-ANON-ONE-GENERATION.
           COMPUTE scan-date-num =
               FUNCTION DATE-OF-INTEGER(scan-day-int)
           MOVE scan-date-num TO ws-audit-date
           OPEN INPUT AUDIT-FILE
           IF ws-audit-file-status NOT = "00"
               GO TO 5100-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE AUDIT-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 5100-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 5150-ANON-ONE-AUDIT THRU 5150-EXIT
               UNTIL ws-eof
           CLOSE AUDIT-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT AUDIT-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 5200-COPY-BACK-AUDIT THRU 5200-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE AUDIT-FILE
           END-IF.
       5100-EXIT.
           EXIT.

       5150-ANON-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 5150-EXIT
           END-READ
           MOVE AUDIT-CPF TO audit-cpf-digits
           MOVE SPACES TO doc-wanted
           MOVE audit-cpf-digits TO doc-wanted (1:11)
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE ZERO TO AUDIT-CPF
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM AUDIT-REC.
       5150-EXIT.
           EXIT.

       5200-COPY-BACK-AUDIT.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE AUDIT-REC FROM LINE-WORK-REC
           END-READ.
       5200-EXIT.
           EXIT.

       5300-ANON-AUDIT-ARCHIVE.
           MOVE "CPFAUDAR" TO log-file-name
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF ws-audit-archive-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 5300-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE AUDIT-ARCHIVE-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 5300-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 5350-ANON-ONE-ARCHIVE THRU 5350-EXIT
               UNTIL ws-eof
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 5400-COPY-BACK-ARCHIVE THRU 5400-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       5300-EXIT.
           EXIT.

       5350-ANON-ONE-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 5350-EXIT
           END-READ
           MOVE ARCH-CPF TO audit-cpf-digits
           MOVE SPACES TO doc-wanted
           MOVE audit-cpf-digits TO doc-wanted (1:11)
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE ZERO TO ARCH-CPF
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM ARCH-REC.
       5350-EXIT.
           EXIT.

       5400-COPY-BACK-ARCHIVE.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE ARCH-REC FROM LINE-WORK-REC
           END-READ.
       5400-EXIT.
           EXIT.

      *================================================================
      * MAINTENANCE AUDIT FILES - THE DOCUMENT IS REPLACED; ON
      * CUSTMAINT THE NAME RECORDED WITH THE CHANGE GOES TOO.
      *================================================================
       5500-ANON-CUST-AUDIT.
           MOVE "CUSTMAIN" TO log-file-name
           OPEN INPUT CUST-AUDIT-FILE
           IF ws-maint-audit-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 5500-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE CUST-AUDIT-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 5500-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 5550-ANON-ONE-CUST-AUDIT THRU 5550-EXIT
               UNTIL ws-eof
           CLOSE CUST-AUDIT-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT CUST-AUDIT-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 5600-COPY-BACK-CUST-AUDIT THRU 5600-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE CUST-AUDIT-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       5500-EXIT.
           EXIT.

       5550-ANON-ONE-CUST-AUDIT.
           READ CUST-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 5550-EXIT
           END-READ
           MOVE MAUD-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO MAUD-DOC
               IF MAUD-NEW-NAME NOT = SPACES
                   MOVE ANONYMIZED-NAME TO MAUD-NEW-NAME
               END-IF
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM MAINT-AUDIT-REC.
       5550-EXIT.
           EXIT.

       5600-COPY-BACK-CUST-AUDIT.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE MAINT-AUDIT-REC FROM LINE-WORK-REC
           END-READ.
       5600-EXIT.
           EXIT.

       5700-ANON-AGR-AUDIT.
           MOVE "AGRMAINT" TO log-file-name
           OPEN INPUT AGR-AUDIT-FILE
           IF ws-maint-audit-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 5700-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE AGR-AUDIT-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 5700-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 5750-ANON-ONE-AGR-AUDIT THRU 5750-EXIT
               UNTIL ws-eof
           CLOSE AGR-AUDIT-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT AGR-AUDIT-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 5800-COPY-BACK-AGR-AUDIT THRU 5800-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE AGR-AUDIT-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       5700-EXIT.
           EXIT.

       5750-ANON-ONE-AGR-AUDIT.
           READ AGR-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 5750-EXIT
           END-READ
           MOVE AAU-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO AAU-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM AGR-AUDIT-REC.
       5750-EXIT.
           EXIT.

       5800-COPY-BACK-AGR-AUDIT.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE AGR-AUDIT-REC FROM LINE-WORK-REC
           END-READ.
       5800-EXIT.
           EXIT.

       5900-ANON-DSP-AUDIT.
           MOVE "DSPMAINT" TO log-file-name
           OPEN INPUT DSP-AUDIT-FILE
           IF ws-maint-audit-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 5900-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE DSP-AUDIT-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 5900-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 5950-ANON-ONE-DSP-AUDIT THRU 5950-EXIT
               UNTIL ws-eof
           CLOSE DSP-AUDIT-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT DSP-AUDIT-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 5980-COPY-BACK-DSP-AUDIT THRU 5980-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE DSP-AUDIT-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       5900-EXIT.
           EXIT.

       5950-ANON-ONE-DSP-AUDIT.
           READ DSP-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 5950-EXIT
           END-READ
           MOVE DAU-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO DAU-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM DSP-AUDIT-REC.
       5950-EXIT.
           EXIT.

       5980-COPY-BACK-DSP-AUDIT.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE DSP-AUDIT-REC FROM LINE-WORK-REC
           END-READ.
       5980-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-FIND-DOCUMENT - SERIAL SEARCH OF THE ANONYMIZATION TABLE
      * FOR doc-wanted; LEAVES anon-ix ON THE ENTRY WHEN FOUND.
      *----------------------------------------------------------------
       6000-FIND-DOCUMENT.
           MOVE 'N' TO ws-found-switch
           MOVE ZERO TO anon-ix
           IF doc-wanted = SPACES
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-CHECK-ENTRY THRU 6100-EXIT
               UNTIL ws-found OR anon-ix >= anon-count.
       6000-EXIT.
           EXIT.

       6100-CHECK-ENTRY.
           ADD 1 TO anon-ix
           IF an-doc (anon-ix) = doc-wanted
               SET ws-found TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.

      *================================================================
      * OTHER FILES KEYED ON THE DOCUMENT - THE SAME WRITE-THEN-DELETE
      * RE-KEY AS ABOVE.
      *================================================================
       6200-REKEY-PROMISE.
           MOVE "PROMISE" TO log-file-name
           OPEN I-O PROMISE-FILE
           IF ws-promise-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6200-EXIT
           END-IF
           PERFORM 6250-REKEY-ONE-PROMISE THRU 6250-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE PROMISE-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6200-EXIT.
           EXIT.

       6250-REKEY-ONE-PROMISE.
           MOVE an-doc (anon-ix) TO PRM-DOC
           READ PROMISE-FILE
               INVALID KEY
                   GO TO 6250-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO PRM-DOC
           WRITE PROMISE-REC
               INVALID KEY
                   IF ws-promise-status NOT = "22"
                       MOVE ws-promise-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 6250-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO PRM-DOC
           DELETE PROMISE-FILE
               INVALID KEY
                   MOVE ws-promise-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 6250-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       6250-EXIT.
           EXIT.

       6300-REKEY-PLACEMENT.
           MOVE "PLACEMNT" TO log-file-name
           OPEN I-O PLACEMENT-FILE
           IF ws-placement-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6300-EXIT
           END-IF
           PERFORM 6350-REKEY-ONE-PLACEMENT THRU 6350-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE PLACEMENT-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6300-EXIT.
           EXIT.

       6350-REKEY-ONE-PLACEMENT.
           MOVE an-doc (anon-ix) TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   GO TO 6350-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO PLC-DOC
           WRITE PLACEMENT-REC
               INVALID KEY
                   IF ws-placement-status NOT = "22"
                       MOVE ws-placement-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 6350-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO PLC-DOC
           DELETE PLACEMENT-FILE
               INVALID KEY
                   MOVE ws-placement-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 6350-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       6350-EXIT.
           EXIT.

       6400-REKEY-PRESCRIPTION.
           MOVE "PRESCRIP" TO log-file-name
           OPEN I-O PRESCRIPTION-FILE
           IF ws-prescrip-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6400-EXIT
           END-IF
           PERFORM 6450-REKEY-ONE-PRESCRIPTION THRU 6450-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE PRESCRIPTION-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6400-EXIT.
           EXIT.

       6450-REKEY-ONE-PRESCRIPTION.
           MOVE an-doc (anon-ix) TO PRS-DOC
           READ PRESCRIPTION-FILE
               INVALID KEY
                   GO TO 6450-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO PRS-DOC
           WRITE PRESCRIPTION-REC
               INVALID KEY
                   IF ws-prescrip-status NOT = "22"
                       MOVE ws-prescrip-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 6450-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO PRS-DOC
           DELETE PRESCRIPTION-FILE
               INVALID KEY
                   MOVE ws-prescrip-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 6450-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       6450-EXIT.
           EXIT.

       6500-REKEY-CANDIDATE.
           MOVE "WROCAND" TO log-file-name
           OPEN I-O CANDIDATE-FILE
           IF ws-candidate-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6500-EXIT
           END-IF
           PERFORM 6550-REKEY-ONE-CANDIDATE THRU 6550-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE CANDIDATE-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6500-EXIT.
           EXIT.

       6550-REKEY-ONE-CANDIDATE.
           MOVE an-doc (anon-ix) TO WRO-DOC
           READ CANDIDATE-FILE
               INVALID KEY
                   GO TO 6550-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO WRO-DOC
           WRITE WRO-CANDIDATE-REC
               INVALID KEY
                   IF ws-candidate-status NOT = "22"
                       MOVE ws-candidate-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 6550-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO WRO-DOC
           DELETE CANDIDATE-FILE
               INVALID KEY
                   MOVE ws-candidate-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 6550-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       6550-EXIT.
           EXIT.

       6600-REKEY-LISTING.
           MOVE "BURLIST" TO log-file-name
           OPEN I-O LISTING-FILE
           IF ws-listing-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6600-EXIT
           END-IF
           PERFORM 6650-REKEY-ONE-LISTING THRU 6650-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE LISTING-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6600-EXIT.
           EXIT.

       6650-REKEY-ONE-LISTING.
           MOVE an-doc (anon-ix) TO BUR-DOC
           READ LISTING-FILE
               INVALID KEY
                   GO TO 6650-EXIT
           END-READ
           MOVE an-surrogate (anon-ix) TO BUR-DOC
           WRITE BUREAU-LISTING-REC
               INVALID KEY
                   IF ws-listing-status NOT = "22"
                       MOVE ws-listing-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       GO TO 6650-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO BUR-DOC
           DELETE LISTING-FILE
               INVALID KEY
                   MOVE ws-listing-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 6650-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       6650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-REKEY-DETAIL - OIDETAIL CARRIES ONE RECORD PER CHARGE,
      * KEYED DOCUMENT FIRST.  EACH OF A DOCUMENT'S CHARGES IS RE-KEYED
      * IN TURN, STARTING AGAIN AT THE DOCUMENT AFTER EVERY DELETE.
      *----------------------------------------------------------------
       6700-REKEY-DETAIL.
           MOVE "OIDETAIL" TO log-file-name
           OPEN I-O DETAIL-FILE
           IF ws-detail-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6700-EXIT
           END-IF
           PERFORM 6750-REKEY-DETAIL-DOC THRU 6750-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           CLOSE DETAIL-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6700-EXIT.
           EXIT.

       6750-REKEY-DETAIL-DOC.
           MOVE 'N' TO ws-doc-done-switch
           PERFORM 6760-REKEY-ONE-DETAIL THRU 6760-EXIT
               UNTIL ws-doc-done.
       6750-EXIT.
           EXIT.

       6760-REKEY-ONE-DETAIL.
           MOVE LOW-VALUES TO OID-KEY
           MOVE an-doc (anon-ix) TO OID-DOC
           START DETAIL-FILE KEY IS NOT LESS THAN OID-KEY
               INVALID KEY
                   SET ws-doc-done TO TRUE
                   GO TO 6760-EXIT
           END-START
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET ws-doc-done TO TRUE
                   GO TO 6760-EXIT
           END-READ
           IF OID-DOC NOT = an-doc (anon-ix)
               SET ws-doc-done TO TRUE
               GO TO 6760-EXIT
           END-IF
           MOVE an-surrogate (anon-ix) TO OID-DOC
           WRITE OI-DETAIL-REC
               INVALID KEY
                   IF ws-detail-status NOT = "22"
                       MOVE ws-detail-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       SET ws-doc-done TO TRUE
                       GO TO 6760-EXIT
                   END-IF
           END-WRITE
           MOVE an-doc (anon-ix) TO OID-DOC
           DELETE DETAIL-FILE
               INVALID KEY
                   MOVE ws-detail-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   SET ws-doc-done TO TRUE
                   GO TO 6760-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix).
       6760-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6800-ANON-QUEUE - WORKQ IS KEYED CLASS AND RANK FIRST, SO THE
      * WHOLE QUEUE IS WALKED.  AN ENTRY FOR A CHOSEN DOCUMENT IS
      * RE-KEYED WITH THE NAME BLANKED, AND THE WALK STARTS AGAIN
      * AFTER THE KEY JUST TAKEN OUT.
      *----------------------------------------------------------------
       6800-ANON-QUEUE.
           MOVE "WORKQ" TO log-file-name
           OPEN I-O WORK-QUEUE-FILE
           IF ws-queue-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6800-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6850-ANON-ONE-QUEUE THRU 6850-EXIT
               UNTIL ws-eof
           CLOSE WORK-QUEUE-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6800-EXIT.
           EXIT.

       6850-ANON-ONE-QUEUE.
           READ WORK-QUEUE-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6850-EXIT
           END-READ
           MOVE WQ-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF NOT ws-found
               GO TO 6850-EXIT
           END-IF
           MOVE WQ-KEY TO queue-key-hold
           MOVE an-surrogate (anon-ix) TO WQ-DOC
           MOVE ANONYMIZED-NAME TO WQ-NAME
           WRITE WORK-QUEUE-REC
               INVALID KEY
                   IF ws-queue-status NOT = "22"
                       MOVE ws-queue-status TO failed-status
                       PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                       PERFORM 6870-REPOSITION-QUEUE THRU 6870-EXIT
                       GO TO 6850-EXIT
                   END-IF
           END-WRITE
           MOVE queue-key-hold TO WQ-KEY
           DELETE WORK-QUEUE-FILE
               INVALID KEY
                   MOVE ws-queue-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   PERFORM 6870-REPOSITION-QUEUE THRU 6870-EXIT
                   GO TO 6850-EXIT
           END-DELETE
           ADD 1 TO an-changed (anon-ix)
           PERFORM 6870-REPOSITION-QUEUE THRU 6870-EXIT.
       6850-EXIT.
           EXIT.

       6870-REPOSITION-QUEUE.
           MOVE queue-key-hold TO WQ-KEY
           START WORK-QUEUE-FILE KEY IS GREATER THAN WQ-KEY
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START.
       6870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6900-ANON-BOLETOS - BOLETO IS KEYED ON OUR NUMBER AND CARRIES
      * THE DOCUMENT AS DATA, SO IT IS REPLACED IN PLACE.
      *----------------------------------------------------------------
       6900-ANON-BOLETOS.
           MOVE "BOLETO" TO log-file-name
           OPEN I-O BOLETO-FILE
           IF ws-boleto-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 6900-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 6950-ANON-ONE-BOLETO THRU 6950-EXIT
               UNTIL ws-eof
           CLOSE BOLETO-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       6900-EXIT.
           EXIT.

       6950-ANON-ONE-BOLETO.
           READ BOLETO-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6950-EXIT
           END-READ
           MOVE BOL-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF NOT ws-found
               GO TO 6950-EXIT
           END-IF
           MOVE an-surrogate (anon-ix) TO BOL-DOC
           REWRITE BOLETO-REC
               INVALID KEY
                   MOVE ws-boleto-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 6950-EXIT
           END-REWRITE
           ADD 1 TO an-changed (anon-ix).
       6950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-ANON-DECLARATIONS - THE DISCHREG REGISTER IS KEYED BY YEAR
      * AND NUMBER, SO THE DOCUMENT AND NAME ARE REWRITTEN IN PLACE.
      *----------------------------------------------------------------
       7000-ANON-DECLARATIONS.
           MOVE "DISCHREG" TO log-file-name
           OPEN I-O DECL-REGISTER-FILE
           IF ws-decl-register-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 7050-ANON-ONE-DECLARATION THRU 7050-EXIT
               UNTIL ws-eof
           CLOSE DECL-REGISTER-FILE
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       7000-EXIT.
           EXIT.

       7050-ANON-ONE-DECLARATION.
           READ DECL-REGISTER-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 7050-EXIT
           END-READ
           MOVE DRG-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF NOT ws-found
               GO TO 7050-EXIT
           END-IF
           MOVE an-surrogate (anon-ix) TO DRG-DOC
           MOVE ANONYMIZED-NAME TO DRG-NAME
           REWRITE DISCH-REGISTER-REC
               INVALID KEY
                   MOVE ws-decl-register-status TO failed-status
                   PERFORM 7300-REKEY-FAILED THRU 7300-EXIT
                   GO TO 7050-EXIT
           END-REWRITE
           ADD 1 TO an-changed (anon-ix).
       7050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7200-FILE-NOT-PRESENT - NOTHING TO ANONYMIZE IN A FILE THAT IS
      * NOT ON THE SYSTEM; SAID SO, AND THE RUN GOES ON.
      * 7300-REKEY-FAILED - A KEYED WRITE OR DELETE WAS REFUSED; THE
      * FILE NEEDS LOOKING AT BEFORE ANOTHER RUN, AND THE DOCUMENT
      * STAYS ON LGPDPEND.
      * 7400-WORK-FILE-FAILED - THE FILE COULD NOT BE COPIED, SO IT
      * WAS LEFT AS IT WAS AND EVERY DOCUMENT STAYS ON LGPDPEND.
      *----------------------------------------------------------------
       7200-FILE-NOT-PRESENT.
           DISPLAY "lgpdanon: " log-file-name " NOT PRESENT - "
               "NOTHING TO ANONYMIZE THERE".
       7200-EXIT.
           EXIT.

       7300-REKEY-FAILED.
           DISPLAY "lgpdanon: " log-file-name " RE-KEY FAILED FOR "
               an-surrogate (anon-ix) " - FILE STATUS " failed-status
           MOVE 'Y' TO an-failed (anon-ix)
           MOVE 16 TO run-error-level.
       7300-EXIT.
           EXIT.

       7400-WORK-FILE-FAILED.
           DISPLAY "lgpdanon: CANNOT OPEN THE WORK FILE - "
               log-file-name " LEFT UNTOUCHED"
           SET ws-work-failed TO TRUE
           MOVE 16 TO run-error-level.
       7400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-LOG-FILE - ONE LGPDLOG LINE FOR EVERY DOCUMENT WITH
      * RECORDS CHANGED IN log-file-name, CLEARING ITS COUNT FOR THE
      * NEXT FILE.
      *----------------------------------------------------------------
       7500-LOG-FILE.
           MOVE ZERO TO file-logged-count
           PERFORM 7600-LOG-ONE-DOCUMENT THRU 7600-EXIT
               VARYING anon-ix FROM 1 BY 1
               UNTIL anon-ix > anon-count
           DISPLAY "lgpdanon: " log-file-name " - "
               file-logged-count " DOCUMENTS ANONYMIZED".
       7500-EXIT.
           EXIT.

       7600-LOG-ONE-DOCUMENT.
           IF an-changed (anon-ix) = ZERO
               GO TO 7600-EXIT
           END-IF
           MOVE SPACES TO LGPD-LOG-REC
           MOVE FUNCTION CURRENT-DATE TO LGL-TIMESTAMP
           MOVE run-id TO LGL-RUN-ID
           MOVE an-surrogate (anon-ix) TO LGL-SURROGATE
           MOVE log-file-name TO LGL-FILE
           MOVE an-changed (anon-ix) TO LGL-RECORDS
           MOVE an-closed-status (anon-ix) TO LGL-CLOSED-STATUS
           MOVE an-closed-date (anon-ix) TO LGL-CLOSED-DATE
           WRITE LGPD-LOG-REC
           ADD an-changed (anon-ix) TO records-changed
           ADD 1 TO file-logged-count
           MOVE ZERO TO an-changed (anon-ix).
       7600-EXIT.
           EXIT.

      *================================================================
      * OTHER LINE FILES CARRYING THE DOCUMENT - COPIED THROUGH
      * LGPDAWRK WITH THE DOCUMENT REPLACED, AS THE REVERSALS ARE.
      * DELQHIST HOLDS THE CPF ALONE, WHICH THE SURROGATE FITS EXACTLY.
      * PLCHIST HOLDS THE CLOSED PLACEMENTS agyplace MOVED OFF PLACEMNT.
      *================================================================
       8000-ANON-ALLOCATIONS.
           MOVE "OIALLOC" TO log-file-name
           OPEN INPUT ALLOC-FILE
           IF ws-alloc-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8000-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE ALLOC-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8000-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8050-ANON-ONE-ALLOCATIONS THRU 8050-EXIT
               UNTIL ws-eof
           CLOSE ALLOC-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT ALLOC-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8080-COPY-BACK-ALLOCATIONS THRU 8080-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE ALLOC-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8000-EXIT.
           EXIT.

       8050-ANON-ONE-ALLOCATIONS.
           READ ALLOC-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8050-EXIT
           END-READ
           MOVE OIA-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO OIA-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM OI-ALLOC-REC.
       8050-EXIT.
           EXIT.

       8080-COPY-BACK-ALLOCATIONS.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE OI-ALLOC-REC FROM LINE-WORK-REC
           END-READ.
       8080-EXIT.
           EXIT.

       8100-ANON-CALL-LOG.
           MOVE "CALLLOG" TO log-file-name
           OPEN INPUT CALL-LOG-FILE
           IF ws-call-log-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8100-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE CALL-LOG-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8100-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8150-ANON-ONE-CALL-LOG THRU 8150-EXIT
               UNTIL ws-eof
           CLOSE CALL-LOG-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT CALL-LOG-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8180-COPY-BACK-CALL-LOG THRU 8180-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE CALL-LOG-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8100-EXIT.
           EXIT.

       8150-ANON-ONE-CALL-LOG.
           READ CALL-LOG-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8150-EXIT
           END-READ
           MOVE CLG-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO CLG-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM CALL-LOG-REC.
       8150-EXIT.
           EXIT.

       8180-COPY-BACK-CALL-LOG.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE CALL-LOG-REC FROM LINE-WORK-REC
           END-READ.
       8180-EXIT.
           EXIT.

       8200-ANON-COMMISSIONS.
           MOVE "AGYCOMM" TO log-file-name
           OPEN INPUT COMM-FILE
           IF ws-comm-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8200-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE COMM-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8200-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8250-ANON-ONE-COMMISSIONS THRU 8250-EXIT
               UNTIL ws-eof
           CLOSE COMM-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT COMM-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8280-COPY-BACK-COMMISSIONS THRU 8280-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE COMM-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8200-EXIT.
           EXIT.

       8250-ANON-ONE-COMMISSIONS.
           READ COMM-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8250-EXIT
           END-READ
           MOVE AGC-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO AGC-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM AGY-COMM-REC.
       8250-EXIT.
           EXIT.

       8280-COPY-BACK-COMMISSIONS.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE AGY-COMM-REC FROM LINE-WORK-REC
           END-READ.
       8280-EXIT.
           EXIT.

       8300-ANON-WO-JOURNAL.
           MOVE "WROJRNL" TO log-file-name
           OPEN INPUT WROJRNL-FILE
           IF ws-wrojrnl-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8300-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE WROJRNL-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8300-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8350-ANON-ONE-WO-JOURNAL THRU 8350-EXIT
               UNTIL ws-eof
           CLOSE WROJRNL-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT WROJRNL-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8380-COPY-BACK-WO-JOURNAL THRU 8380-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE WROJRNL-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8300-EXIT.
           EXIT.

       8350-ANON-ONE-WO-JOURNAL.
           READ WROJRNL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8350-EXIT
           END-READ
           MOVE JRN-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO JRN-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM WROJRNL-REC.
       8350-EXIT.
           EXIT.

       8380-COPY-BACK-WO-JOURNAL.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE WROJRNL-REC FROM LINE-WORK-REC
           END-READ.
       8380-EXIT.
           EXIT.

       8400-ANON-DELQ-HISTORY.
           MOVE "DELQHIST" TO log-file-name
           OPEN INPUT DELQ-HISTORY-FILE
           IF ws-delq-history-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8400-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE DELQ-HISTORY-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8400-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8450-ANON-ONE-DELQ-HISTORY THRU 8450-EXIT
               UNTIL ws-eof
           CLOSE DELQ-HISTORY-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT DELQ-HISTORY-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8480-COPY-BACK-DELQ-HISTORY THRU 8480-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE DELQ-HISTORY-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8400-EXIT.
           EXIT.

       8450-ANON-ONE-DELQ-HISTORY.
           READ DELQ-HISTORY-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8450-EXIT
           END-READ
           MOVE SPACES TO doc-wanted
           MOVE DQH-CPF TO doc-wanted (1:11)
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO DQH-CPF
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM DELQ-HISTORY-REC.
       8450-EXIT.
           EXIT.

       8480-COPY-BACK-DELQ-HISTORY.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE DELQ-HISTORY-REC FROM LINE-WORK-REC
           END-READ.
       8480-EXIT.
           EXIT.

       8500-ANON-EXCEPTIONS.
           MOVE "EXCPLOG" TO log-file-name
           OPEN INPUT EXCP-FILE
           IF ws-excp-file-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8500-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE EXCP-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8500-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8550-ANON-ONE-EXCEPTIONS THRU 8550-EXIT
               UNTIL ws-eof
           CLOSE EXCP-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT EXCP-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8580-COPY-BACK-EXCEPTIONS THRU 8580-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE EXCP-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8500-EXIT.
           EXIT.

       8550-ANON-ONE-EXCEPTIONS.
           READ EXCP-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8550-EXIT
           END-READ
           MOVE EXCP-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO EXCP-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM EXCP-RECORD.
       8550-EXIT.
           EXIT.

       8580-COPY-BACK-EXCEPTIONS.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE EXCP-RECORD FROM LINE-WORK-REC
           END-READ.
       8580-EXIT.
           EXIT.

       8600-ANON-PLACE-HISTORY.
           MOVE "PLCHIST" TO log-file-name
           OPEN INPUT PLACE-HIST-FILE
           IF ws-place-hist-status NOT = "00"
               PERFORM 7200-FILE-NOT-PRESENT THRU 7200-EXIT
               GO TO 8600-EXIT
           END-IF
           OPEN OUTPUT LINE-WORK-FILE
           IF ws-line-work-status NOT = "00"
               CLOSE PLACE-HIST-FILE
               PERFORM 7400-WORK-FILE-FAILED THRU 7400-EXIT
               GO TO 8600-EXIT
           END-IF
           MOVE ZERO TO file-changed-count
           MOVE 'N' TO ws-eof-switch
           PERFORM 8650-ANON-ONE-PLACE-HISTORY THRU 8650-EXIT
               UNTIL ws-eof
           CLOSE PLACE-HIST-FILE
           CLOSE LINE-WORK-FILE
           IF file-changed-count > ZERO
               OPEN INPUT LINE-WORK-FILE
               OPEN OUTPUT PLACE-HIST-FILE
               MOVE 'N' TO ws-eof-switch
               PERFORM 8680-COPY-BACK-PLACE-HISTORY THRU 8680-EXIT
                   UNTIL ws-eof
               CLOSE LINE-WORK-FILE
               CLOSE PLACE-HIST-FILE
           END-IF
           PERFORM 7500-LOG-FILE THRU 7500-EXIT.
       8600-EXIT.
           EXIT.

       8650-ANON-ONE-PLACE-HISTORY.
           READ PLACE-HIST-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8650-EXIT
           END-READ
           MOVE PLH-DOC TO doc-wanted
           PERFORM 6000-FIND-DOCUMENT THRU 6000-EXIT
           IF ws-found
               MOVE an-surrogate (anon-ix) TO PLH-DOC
               ADD 1 TO an-changed (anon-ix)
               ADD 1 TO file-changed-count
           END-IF
           WRITE LINE-WORK-REC FROM PLACE-HIST-REC.
       8650-EXIT.
           EXIT.

       8680-COPY-BACK-PLACE-HISTORY.
           READ LINE-WORK-FILE
               AT END
                   SET ws-eof TO TRUE
               NOT AT END
                   WRITE PLACE-HIST-REC FROM LINE-WORK-REC
           END-READ.
       8680-EXIT.
           EXIT.

       9999-TERMINATE.
           IF ws-log-file-status = "00"
               CLOSE LGPD-LOG-FILE
           END-IF
           IF ws-pending-open
               CLOSE PENDING-FILE
           END-IF
           MOVE 'E' TO run-ctl-func
           MOVE positions-read TO run-in-count
           MOVE records-changed TO run-out-count
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

           DISPLAY "lgpdanon: " anon-count " DOCUMENTS, "
               records-changed " RECORDS ANONYMIZED"
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
