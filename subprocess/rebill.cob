       IDENTIFICATION DIVISION.
       PROGRAM-ID. rebill.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - RETROACTIVE RATE-
      *                    CORRECTION REBILLING.  WHEN A RATETAB ENTRY
      *                    WAS KEYED WRONG THE DESK HAD TO WORK OUT
      *                    EVERY AFFECTED CHARGE BY HAND AND RUN
      *                    backUrubu IN R MODE ONE CUSTOMER AT A TIME.
      *                    THIS JOB TAKES THE CORRECTED RATE RECORDS
      *                    (RATECORR, THE SAME COLUMNS AS ratemaint'S
      *                    RATETRAN, SO THE SAME STAGING IS LOADED BY
      *                    ratemaint AFTERWARDS) AND A DATE RANGE ON
      *                    RBLPARM, RE-PRICES EVERY FEEHIST CHARGE
      *                    PRICED IN THE RANGE AT THE RATE THE
      *                    CORRECTION GIVES FOR ITS PRICING DATE AND
      *                    THE ACCOUNT'S SEGMENT, UNDER THE SAME FEE
      *                    CAP, AND SETTLES THE NET DIFFERENCE PER
      *                    DOCUMENT AS AN ADDITIONAL CHARGE (ONE
      *                    FEEIFACE BLOCK FOR THE RUN) OR A REVERSAL
      *                    RECORD, BOTH STAMPED WITH THIS RUN'S OWN
      *                    RUN ID.  RBLREG IS THE BEFORE/AFTER
      *                    REGISTER PER DOCUMENT FOR THE DESK AND
      *                    AUDIT.  WRITTEN-OFF AND OPENLY DISPUTED
      *                    DOCUMENTS ARE LISTED BUT NOT REBILLED.
      *                    RBLDONE REGISTERS EVERY CHARGE SETTLED SO A
      *                    SECOND RUN OVER THE SAME DATES CANNOT BILL
      *                    IT AGAIN.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN, AFTER
      *                    backUrubuBatch AND BEFORE ifaceverf, feearch
      *                    AND cashapp - THE RUN ID IS DRAWN THROUGH
      *                    chain_control, SO THE REBILL BLOCK IS
      *                    APPENDED TO THE NIGHT'S FEEIFACE AND IS
      *                    BALANCED, ARCHIVED AND FOLDED WITH IT
      *                    INSTEAD OF BEING OVERWRITTEN BY THE NEXT
      *                    PRICING RUN.  THE BUSINESS DATE REPLACES THE
      *                    SYSTEM DATE ON THE BLOCK HEADER AND ON
      *                    RBLDONE.  A DOCUMENT'S CHARGES ARE ENTERED ON
      *                    RBLDONE ONLY ONCE ITS CHARGE OR REVERSAL HAS
      *                    BEEN WRITTEN, SO A FAILED SETTLEMENT IS
      *                    PICKED UP AGAIN BY THE NEXT RUN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBL-PARM-FILE ASSIGN TO "RBLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rblparm-status.

           SELECT PARM-FILE ASSIGN TO "BATCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-file-status.

           SELECT CORR-FILE ASSIGN TO "RATECORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-corr-file-status.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS ws-rate-file-status.

           SELECT HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-history-status.

           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-ID
               FILE STATUS IS ws-run-file-status.

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT DONE-FILE ASSIGN TO "RBLDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RBD-KEY
               FILE STATUS IS ws-done-status.

           SELECT WORK-FILE ASSIGN TO "RBLWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBW-KEY
               FILE STATUS IS ws-work-status.

           SELECT INTERFACE-FILE ASSIGN TO "FEEIFACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-interface-file-status.

           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reversal-file-status.

           SELECT REBILL-REPORT-FILE ASSIGN TO "RBLREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RBL-PARM-FILE.
      *----------------------------------------------------------------
      * REBILL CONTROL CARD, FIXED COLUMNS -
      *   RBP-FROM-DATE  COLS 1-8    FIRST PRICING DATE TO RE-PRICE,
      *                              YYYYMMDD.
      *   RBP-THRU-DATE  COLS 10-17  LAST PRICING DATE TO RE-PRICE.
      *   RBP-SEGMENT    COLS 19-20  ONLY ACCOUNTS IN THIS CUSTOMER
      *                              SEGMENT; BLANK = EVERY SEGMENT.
      *   RBP-CAP-PCT    COLS 22-24  FEE CAP AS A PERCENTAGE OF THE
      *                              ORIGINAL BALANCE; BLANK = THE CAP
      *                              ON BATCHPARM (COLS 18-20), OR THE
      *                              HOUSE DEFAULT WITHOUT ONE.
      *----------------------------------------------------------------
       01  RBL-PARM-REC.
           05  RBP-FROM-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  RBP-THRU-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  RBP-SEGMENT         PIC X(02).
           05  FILLER              PIC X(01).
           05  RBP-CAP-PCT         PIC X(03).

       FD  PARM-FILE.
      *----------------------------------------------------------------
      * THE BATCH PRICING CONTROL CARD - ONLY THE FEE CAP IS USED HERE.
      *----------------------------------------------------------------
       01  PARM-REC.
           05  FILLER              PIC X(17).
           05  PARM-FEE-CAP-PCT    PIC X(03).

       FD  CORR-FILE.
      *----------------------------------------------------------------
      * ONE CORRECTED RATE PER LINE, THE SAME COLUMNS AS RATETRAN -
      *   RC-BRACKET   COLS 1-2    BRACKET CODE 01-04.
      *   RC-SEGMENT   COLS 4-5    CUSTOMER SEGMENT; BLANK = DEFAULT
      *                            SEGMENT 00.
      *   RC-EFF-DATE  COLS 7-14   EFFECTIVE DATE, YYYYMMDD.
      *   RC-RATE      COLS 16-20  DAILY RATE, 999V99 IMPLIED DECIMAL.
      *----------------------------------------------------------------
       01  CORR-REC.
           05  RC-BRACKET          PIC X(02).
           05  FILLER              PIC X(01).
           05  RC-SEGMENT          PIC X(02).
           05  FILLER              PIC X(01).
           05  RC-EFF-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  RC-RATE             PIC 9(3)V99.

       FD  RATE-FILE.
           COPY RATETAB.

       FD  HISTORY-FILE.
           COPY IFACEREC.

       FD  RUN-FILE.
           COPY RUNCTL.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  DONE-FILE.
           COPY RBLDONE.

       FD  WORK-FILE.
      *----------------------------------------------------------------
      * ONE RECORD PER AFFECTED CHARGE, KEYED DOCUMENT FIRST SO THE
      * SECOND PASS MEETS EACH DOCUMENT'S CHARGES TOGETHER, OLDEST
      * FIRST.  RBW-STATUS - SPACE = TO BE SETTLED, A = ALREADY
      * REBILLED (RBW-PRIOR-RUN-ID), X = COULD NOT BE RE-PRICED.
      *----------------------------------------------------------------
       01  RBW-RECORD.
           05  RBW-KEY.
               10  RBW-DOC             PIC X(14).
               10  RBW-CHARGE-DATE     PIC X(08).
               10  RBW-CHARGE-RUN-ID   PIC 9(07).
               10  RBW-SEQ             PIC 9(07).
           05  RBW-SEGMENT         PIC X(02).
           05  RBW-DAYS            PIC 9(3)V99.
           05  RBW-OLD-RATE        PIC 9(3)V99.
           05  RBW-NEW-RATE        PIC 9(3)V99.
           05  RBW-OLD-FEE         PIC 9(9)V99.
           05  RBW-NEW-FEE         PIC 9(9)V99.
           05  RBW-STATUS          PIC X(01).
               88  RBW-TO-SETTLE              VALUE SPACE.
               88  RBW-ALREADY-DONE           VALUE "A".
               88  RBW-NO-BASE                VALUE "X".
           05  RBW-PRIOR-RUN-ID    PIC 9(07).

       FD  INTERFACE-FILE.
           COPY IFACEREC REPLACING LEADING ==IFACE== BY ==OUTF==.

       FD  REVERSAL-FILE.
           COPY REVREC.

       FD  REBILL-REPORT-FILE.
       01  REBILL-REPORT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       78  CORR-TABLE-MAX          VALUE 200.
       78  DEFAULT-FEE-CAP-PCT     VALUE 100.
      *----------------------------------------------------------------
      * THE RATE rate_lookup HANDS BACK WHEN NOTHING ON THE TABLE
      * COVERS THE PRICING DATE - KEPT IN STEP WITH rate_lookup.
      *----------------------------------------------------------------
       78  DEFAULT-RATE            VALUE 33.33.

       01  ws-rblparm-status   PIC XX VALUE SPACES.
       01  ws-parm-file-status PIC XX VALUE SPACES.
       01  ws-corr-file-status PIC XX VALUE SPACES.
       01  ws-rate-file-status PIC XX VALUE SPACES.
       01  ws-history-status   PIC XX VALUE SPACES.
       01  ws-run-file-status  PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.
       01  ws-dispute-status   PIC XX VALUE SPACES.
       01  ws-done-status      PIC XX VALUE SPACES.
       01  ws-work-status      PIC XX VALUE SPACES.
       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-reversal-file-status PIC XX VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-block-switch     PIC X VALUE 'N'.
           88  ws-block-in-range         VALUE 'Y'.
       01  ws-runctl-open-switch PIC X VALUE 'N'.
           88  ws-runctl-open            VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-iface-open-switch PIC X VALUE 'N'.
           88  ws-iface-open             VALUE 'Y'.
       01  ws-reversal-open-switch PIC X VALUE 'N'.
           88  ws-reversal-open          VALUE 'Y'.
       01  ws-live-found-switch PIC X VALUE 'N'.
           88  ws-live-found             VALUE 'Y'.
       01  ws-corr-found-switch PIC X VALUE 'N'.
           88  ws-corr-found             VALUE 'Y'.
       01  ws-seg-live-switch  PIC X VALUE 'N'.
           88  ws-seg-live-found         VALUE 'Y'.
       01  ws-new-resolved-switch PIC X VALUE 'N'.
           88  ws-new-resolved           VALUE 'Y'.
       01  ws-scan-done-switch PIC X VALUE 'N'.
           88  ws-scan-done              VALUE 'Y'.
       01  ws-doc-settled-switch PIC X VALUE 'N'.
           88  ws-doc-settled            VALUE 'Y'.
       01  ws-done-eof-switch  PIC X VALUE 'N'.
           88  ws-done-eof               VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN PARAMETERS.
      *----------------------------------------------------------------
       01  today-date          PIC X(08) VALUE SPACES.
       01  from-date           PIC X(08) VALUE SPACES.
       01  thru-date           PIC X(08) VALUE SPACES.
       01  segment-filter      PIC X(02) VALUE SPACES.
       01  fee-cap-pct         PIC 9(3) VALUE DEFAULT-FEE-CAP-PCT.
       01  date-num            PIC 9(8) VALUE ZERO.
       01  day-int             PIC 9(7) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * THE CORRECTED RATES, AS STAGED.
      *----------------------------------------------------------------
       01  corr-count          PIC 9(3) VALUE ZERO.
       01  corr-ix             PIC 9(3) VALUE ZERO.
       01  corr-bad-count      PIC 9(3) VALUE ZERO.
       01  corr-table.
           05  corr-entry OCCURS 200 TIMES.
               10  ct-bracket      PIC X(02).
               10  ct-segment      PIC X(02).
               10  ct-eff-date     PIC X(08).
               10  ct-rate         PIC 9(3)V99.

      *----------------------------------------------------------------
      * THE FEEHIST CHARGE BEING RE-PRICED.
      *----------------------------------------------------------------
       01  block-date          PIC X(08) VALUE SPACES.
       01  block-run-id        PIC 9(7) VALUE ZERO.
       01  charge-run-id       PIC 9(7) VALUE ZERO.
       01  charge-seq          PIC 9(7) VALUE ZERO.
       01  charge-cpf          PIC X(11) VALUE SPACES.
       01  charge-cnpj         PIC X(14) VALUE SPACES.
       01  charge-segment      PIC X(02) VALUE SPACES.
       01  days-int            PIC 9(3) VALUE ZERO.
       01  bracket-wanted      PIC X(02) VALUE SPACES.
       01  segment-scan        PIC X(02) VALUE SPACES.
       01  live-eff-date       PIC X(08) VALUE SPACES.
       01  live-rate           PIC 9(3)V99 VALUE ZERO.
       01  corr-eff-date       PIC X(08) VALUE SPACES.
       01  corr-rate           PIC 9(3)V99 VALUE ZERO.
       01  old-rate            PIC 9(3)V99 VALUE ZERO.
       01  new-rate            PIC 9(3)V99 VALUE ZERO.
       01  old-factor          PIC 9(6)V9(4) VALUE ZERO.
       01  new-factor          PIC 9(6)V9(4) VALUE ZERO.
       01  new-fee             PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * CUSTOMER_LOOKUP / COMPANY_LOOKUP ARGUMENTS.
      *----------------------------------------------------------------
       01  lookup-func         PIC X(01) VALUE SPACE.
       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE SPACES.
       01  comp-found          PIC 9 VALUE ZERO.
       01  comp-status-code    PIC X(01) VALUE SPACES.
       01  comp-name           PIC X(30) VALUE SPACES.
       01  comp-segment        PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * THE DOCUMENT BEING SETTLED IN THE SECOND PASS.
      *----------------------------------------------------------------
       01  doc-current         PIC X(14) VALUE SPACES.
       01  doc-hold            PIC X(01) VALUE SPACE.
           88  doc-not-held              VALUE SPACE.
           88  doc-written-off           VALUE "W".
           88  doc-disputed              VALUE "D".
       01  doc-settle-count    PIC 9(5) VALUE ZERO.
       01  doc-old-total       PIC 9(11)V99 VALUE ZERO.
       01  doc-new-total       PIC 9(11)V99 VALUE ZERO.
       01  doc-net             PIC S9(11)V99 VALUE ZERO.
       01  doc-last-days       PIC 9(3)V99 VALUE ZERO.
       01  doc-action          PIC X(22) VALUE SPACES.
       01  charge-diff         PIC S9(9)V99 VALUE ZERO.
       01  work-rec-hold       PIC X(83) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN TOTALS.
      *----------------------------------------------------------------
       01  hist-detail-count   PIC 9(7) VALUE ZERO.
       01  rebill-block-count  PIC 9(7) VALUE ZERO.
       01  in-range-count      PIC 9(7) VALUE ZERO.
       01  other-segment-count PIC 9(7) VALUE ZERO.
       01  unaffected-count    PIC 9(7) VALUE ZERO.
       01  affected-count      PIC 9(7) VALUE ZERO.
       01  already-count       PIC 9(7) VALUE ZERO.
       01  no-base-count       PIC 9(7) VALUE ZERO.
       01  held-charge-count   PIC 9(7) VALUE ZERO.
       01  held-wof-doc-count  PIC 9(7) VALUE ZERO.
       01  held-dsp-doc-count  PIC 9(7) VALUE ZERO.
       01  settled-count       PIC 9(7) VALUE ZERO.
       01  charged-doc-count   PIC 9(7) VALUE ZERO.
       01  charged-amount      PIC 9(13)V99 VALUE ZERO.
       01  reversed-doc-count  PIC 9(7) VALUE ZERO.
       01  reversed-amount     PIC 9(13)V99 VALUE ZERO.
       01  nochange-doc-count  PIC 9(7) VALUE ZERO.
       01  iface-detail-count  PIC 9(7) VALUE ZERO.
       01  iface-hash-total    PIC 9(13)V99 VALUE ZERO.

       01  ws-parm-line.
           05  FILLER              PIC X(15) VALUE "PRICING DATES ".
           05  wpl-from            PIC X(08).
           05  FILLER              PIC X(06) VALUE " THRU ".
           05  wpl-thru            PIC X(08).
           05  FILLER              PIC X(11) VALUE "  SEGMENT ".
           05  wpl-segment         PIC X(03).
           05  FILLER              PIC X(11) VALUE "  FEE CAP ".
           05  wpl-cap             PIC ZZ9.
           05  FILLER              PIC X(14) VALUE " PCT   RUN ID ".
           05  wpl-run-id          PIC 9(07).

       01  ws-heading-1.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(10) VALUE "CHARGED".
           05  FILLER              PIC X(09) VALUE "RUN".
           05  FILLER              PIC X(04) VALUE "SEG".
           05  FILLER              PIC X(08) VALUE "  DAYS".
           05  FILLER              PIC X(07) VALUE "  RATE".
           05  FILLER              PIC X(08) VALUE "  RATE".
           05  FILLER              PIC X(15) VALUE "     FEE".
           05  FILLER              PIC X(15) VALUE "     FEE".
           05  FILLER              PIC X(17) VALUE "    DIFFERENCE".
           05  FILLER              PIC X(22) VALUE "NOTE".
       01  ws-heading-2.
           05  FILLER              PIC X(47) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "  WAS".
           05  FILLER              PIC X(08) VALUE "  NOW".
           05  FILLER              PIC X(15) VALUE "     BEFORE".
           05  FILLER              PIC X(15) VALUE "     AFTER".

       01  ws-detail-line.
           05  wdl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-date            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-run-id          PIC 9(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-segment         PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-days            PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-old-rate        PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wdl-new-rate        PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-old-fee         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wdl-new-fee         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wdl-diff            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdl-note            PIC X(22).

       01  ws-doc-line.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdt-doc             PIC X(14).
           05  FILLER              PIC X(46) VALUE " DOCUMENT TOTAL".
           05  wdt-old-fee         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wdt-new-fee         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wdt-diff            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wdt-action          PIC X(22).

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.  THE
      * RUN ID STAMPS EVERY CHARGE AND REVERSAL THE RUN WRITES.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "rebill".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  rebill-run-id       PIC 9(7) VALUE ZERO.
       01  rebill-in-count     PIC 9(7) VALUE ZERO.
       01  rebill-out-count    PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - RE-PRICE THE RANGE'S CHARGES ONTO THE WORK
      * FILE, THEN SETTLE THEM DOCUMENT BY DOCUMENT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-REPRICE-HISTORY THRU 2000-EXIT
               PERFORM 3000-SETTLE-DOCUMENTS THRU 3000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, READ THE CONTROL CARD AND
      * THE CORRECTIONS, AND OPEN THE FILES.  A RUN THAT CANNOT KNOW
      * WHAT IT IS CORRECTING (NO VALID RANGE, A BAD OR EMPTY
      * RATECORR, NO RATETAB TO SAY WHAT RATE WAS CHARGED, NO FEEHIST)
      * REBILLS NOTHING AND ENDS RC 16.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, rebill-run-id, rebill-in-count,
               rebill-out-count, run-final
           IF run-final = "CF"
               DISPLAY "rebill: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "rebill: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "rebill: RUN " rebill-run-id " STARTED, BUSINESS "
               "DATE " bus-date

           OPEN OUTPUT REBILL-REPORT-FILE
           MOVE SPACES TO REBILL-REPORT-REC
           STRING "backUrubu COLLECTIONS - RATE-CORRECTION REBILL "
                   DELIMITED BY SIZE
               "REGISTER " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO REBILL-REPORT-REC
           WRITE REBILL-REPORT-REC

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           IF ws-nothing-to-do
               GO TO 1000-EXIT
           END-IF

           MOVE from-date TO wpl-from
           MOVE thru-date TO wpl-thru
           MOVE segment-filter TO wpl-segment
           IF segment-filter = SPACES
               MOVE "ALL" TO wpl-segment
           END-IF
           MOVE fee-cap-pct TO wpl-cap
           MOVE rebill-run-id TO wpl-run-id
           WRITE REBILL-REPORT-REC FROM ws-parm-line

           PERFORM 1200-LOAD-CORRECTIONS THRU 1200-EXIT
           IF ws-nothing-to-do
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-OPEN-FILES THRU 1300-EXIT
           IF ws-nothing-to-do
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO REBILL-REPORT-REC
           WRITE REBILL-REPORT-REC
           WRITE REBILL-REPORT-REC FROM ws-heading-1
           WRITE REBILL-REPORT-REC FROM ws-heading-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-CONTROL-CARD - THE PRICING-DATE RANGE (BOTH ENDS
      * REAL DATES, FROM NOT AFTER THRU), THE OPTIONAL SEGMENT, AND
      * THE FEE CAP: RBLPARM'S IF GIVEN, ELSE BATCHPARM'S, ELSE THE
      * HOUSE DEFAULT - THE SAME CAP THE PRICING RUN APPLIED.
      *----------------------------------------------------------------
       1100-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           IF ws-parm-file-status = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-FEE-CAP-PCT IS NUMERIC
                               AND PARM-FEE-CAP-PCT NOT = "000"
                           MOVE PARM-FEE-CAP-PCT TO fee-cap-pct
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT RBL-PARM-FILE
           IF ws-rblparm-status NOT = "00"
               DISPLAY "rebill: RBLPARM NOT PRESENT - NO DATE RANGE, "
                   "NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO RBL-PARM-REC
           READ RBL-PARM-FILE
               AT END
                   MOVE SPACES TO RBL-PARM-REC
           END-READ
           CLOSE RBL-PARM-FILE

           MOVE RBP-FROM-DATE TO from-date
           MOVE RBP-THRU-DATE TO thru-date
           MOVE RBP-SEGMENT TO segment-filter
           IF RBP-CAP-PCT IS NUMERIC AND RBP-CAP-PCT NOT = "000"
               MOVE RBP-CAP-PCT TO fee-cap-pct
           END-IF

           IF from-date NOT NUMERIC OR thru-date NOT NUMERIC
               DISPLAY "rebill: RBLPARM DATES " from-date " "
                   thru-date " MUST BE YYYYMMDD - NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE from-date TO date-num
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(date-num)
           IF day-int = ZERO
               DISPLAY "rebill: RBLPARM FROM DATE " from-date
                   " IS NOT A DATE - NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE thru-date TO date-num
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(date-num)
           IF day-int = ZERO
               DISPLAY "rebill: RBLPARM THRU DATE " thru-date
                   " IS NOT A DATE - NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           IF from-date > thru-date
               DISPLAY "rebill: RBLPARM FROM DATE " from-date
                   " IS AFTER THRU DATE " thru-date
                   " - NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-CORRECTIONS - EVERY RATECORR LINE IS CHECKED THE WAY
      * ratemaint CHECKS RATETRAN.  ONE BAD LINE REFUSES THE WHOLE RUN
      * - REBILLING CUSTOMERS ON HALF A CORRECTION WOULD NEED A SECOND
      * CORRECTION OF ITS OWN.
      *----------------------------------------------------------------
       1200-LOAD-CORRECTIONS.
           OPEN INPUT CORR-FILE
           IF ws-corr-file-status NOT = "00"
               DISPLAY "rebill: RATECORR NOT PRESENT - NO CORRECTED "
                   "RATES, NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF

           MOVE 'N' TO ws-eof-switch
           PERFORM 1210-READ-CORRECTION THRU 1210-EXIT
           PERFORM 1220-CHECK-CORRECTION THRU 1220-EXIT
               UNTIL ws-eof
           CLOSE CORR-FILE

           IF corr-bad-count > ZERO
               DISPLAY "rebill: " corr-bad-count " RATECORR LINES "
                   "REJECTED - NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           IF corr-count = ZERO
               DISPLAY "rebill: RATECORR HOLDS NO RATES - NOTHING "
                   "REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           DISPLAY "rebill: " corr-count " CORRECTED RATES LOADED".
       1200-EXIT.
           EXIT.

       1210-READ-CORRECTION.
           READ CORR-FILE
               AT END
                   SET ws-eof TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-CHECK-CORRECTION.
           IF CORR-REC = SPACES
               GO TO 1220-NEXT
           END-IF

           IF (RC-BRACKET NOT = "01" AND RC-BRACKET NOT = "02"
                   AND RC-BRACKET NOT = "03" AND RC-BRACKET NOT = "04")
                   OR RC-EFF-DATE NOT NUMERIC
                   OR RC-RATE NOT NUMERIC
               DISPLAY "rebill: RATECORR LINE REJECTED - " CORR-REC
               ADD 1 TO corr-bad-count
               GO TO 1220-NEXT
           END-IF
           IF RC-SEGMENT = SPACES
               MOVE "00" TO RC-SEGMENT
           END-IF
           IF RC-SEGMENT (1:1) = SPACE OR RC-SEGMENT (2:1) = SPACE
               DISPLAY "rebill: RATECORR LINE REJECTED - " CORR-REC
               ADD 1 TO corr-bad-count
               GO TO 1220-NEXT
           END-IF
           MOVE RC-EFF-DATE TO date-num
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(date-num)
           IF day-int = ZERO
               DISPLAY "rebill: RATECORR EFFECTIVE DATE " RC-EFF-DATE
                   " IS NOT A DATE - LINE REJECTED"
               ADD 1 TO corr-bad-count
               GO TO 1220-NEXT
           END-IF
           IF corr-count >= CORR-TABLE-MAX
               DISPLAY "rebill: RATECORR HOLDS MORE THAN "
                   CORR-TABLE-MAX " RATES - SPLIT THE CORRECTION"
               ADD 1 TO corr-bad-count
               GO TO 1220-NEXT
           END-IF

           ADD 1 TO corr-count
           MOVE RC-BRACKET TO ct-bracket (corr-count)
           MOVE RC-SEGMENT TO ct-segment (corr-count)
           MOVE RC-EFF-DATE TO ct-eff-date (corr-count)
           MOVE RC-RATE TO ct-rate (corr-count).

       1220-NEXT.
           PERFORM 1210-READ-CORRECTION THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-OPEN-FILES - RATETAB (THE RATES AS CHARGED) AND FEEHIST
      * ARE REQUIRED.  RUNCTL TELLS THIS JOB'S OWN BLOCKS APART ON
      * FEEHIST; WROFF AND DISPUTE MAY NOT EXIST ON A SYSTEM THAT HAS
      * NEVER WRITTEN ANYTHING OFF OR TAKEN A DISPUTE, WHICH SIMPLY
      * MEANS NOTHING IS HELD.  RBLDONE IS CREATED ON FIRST USE;
      * RBLWORK IS REBUILT EVERY RUN.
      *----------------------------------------------------------------
       1300-OPEN-FILES.
           OPEN INPUT RATE-FILE
           IF ws-rate-file-status NOT = "00"
               DISPLAY "rebill: CANNOT OPEN RATETAB - STATUS "
                   ws-rate-file-status " - NOTHING REBILLED"
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF

           OPEN INPUT HISTORY-FILE
           IF ws-history-status NOT = "00"
               DISPLAY "rebill: CANNOT OPEN FEEHIST - STATUS "
                   ws-history-status " - NOTHING REBILLED"
               CLOSE RATE-FILE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF

           OPEN I-O DONE-FILE
           IF ws-done-status = "35" OR ws-done-status = "05"
               OPEN OUTPUT DONE-FILE
               CLOSE DONE-FILE
               OPEN I-O DONE-FILE
           END-IF
           IF ws-done-status NOT = "00"
               DISPLAY "rebill: CANNOT OPEN RBLDONE - STATUS "
                   ws-done-status " - NOTHING REBILLED"
               CLOSE RATE-FILE
               CLOSE HISTORY-FILE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF ws-work-status NOT = "00"
               DISPLAY "rebill: CANNOT OPEN RBLWORK - STATUS "
                   ws-work-status " - NOTHING REBILLED"
               CLOSE RATE-FILE
               CLOSE HISTORY-FILE
               CLOSE DONE-FILE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF

           OPEN INPUT RUN-FILE
           IF ws-run-file-status = "00"
               SET ws-runctl-open TO TRUE
           ELSE
               DISPLAY "rebill: CANNOT OPEN RUNCTL - STATUS "
                   ws-run-file-status " - EARLIER REBILL BLOCKS ON "
                   "FEEHIST CANNOT BE TOLD APART"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
           END-IF

           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           END-IF

           MOVE 'O' TO lookup-func
           CALL "customer_lookup" USING lookup-func, charge-cpf,
               cust-found, cust-status-code, cust-name, cust-segment
           MOVE SPACE TO lookup-func.
       1300-EXIT.
           EXIT.

       1900-REFUSE-RUN.
           MOVE 16 TO run-error-level
           SET ws-nothing-to-do TO TRUE.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REPRICE-HISTORY - FIRST PASS: EVERY FEEHIST DETAIL IN A
      * BLOCK PRICED INSIDE THE RANGE.  A BLOCK THIS JOB WROTE ON AN
      * EARLIER RUN (ARCHIVED TO FEEHIST LIKE ANY OTHER FEEIFACE
      * BLOCK) IS ITSELF A CORRECTION AND IS NEVER RE-PRICED.
      *----------------------------------------------------------------
       2000-REPRICE-HISTORY.
           MOVE 'N' TO ws-eof-switch
           MOVE 'N' TO ws-block-switch
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               UNTIL ws-eof
           CLOSE HISTORY-FILE
           CLOSE RATE-FILE
           IF ws-runctl-open
               CLOSE RUN-FILE
               MOVE 'N' TO ws-runctl-open-switch
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ

           EVALUATE TRUE
               WHEN IFACE-HEADER
                   PERFORM 2150-CHECK-BLOCK THRU 2150-EXIT
               WHEN IFACE-DETAIL
                   ADD 1 TO hist-detail-count
                   IF ws-block-in-range
                       PERFORM 2200-REPRICE-CHARGE THRU 2200-EXIT
                   END-IF
               WHEN IFACE-TRAILER
                   MOVE 'N' TO ws-block-switch
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-CHECK-BLOCK.
           MOVE 'N' TO ws-block-switch
           IF IFACE-HDR-DATE < from-date OR IFACE-HDR-DATE > thru-date
               GO TO 2150-EXIT
           END-IF
           MOVE IFACE-HDR-DATE TO block-date
           MOVE ZERO TO block-run-id
           IF IFACE-HDR-RUN-ID IS NUMERIC
               MOVE IFACE-HDR-RUN-ID TO block-run-id
           END-IF

           IF ws-runctl-open AND block-run-id NOT = ZERO
               MOVE block-run-id TO RUN-ID
               READ RUN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUN-PROGRAM = run-ctl-program
                           ADD 1 TO rebill-block-count
                           GO TO 2150-EXIT
                       END-IF
               END-READ
           END-IF
           SET ws-block-in-range TO TRUE.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-REPRICE-CHARGE - ONE CHARGE IN THE RANGE.  THE SEGMENT IS
      * THE ACCOUNT'S SEGMENT ON THE MASTER TODAY (THE MASTERS KEEP NO
      * HISTORY OF IT).  A CHARGE WHOSE RATE THE CORRECTION DOES NOT
      * CHANGE IS ONLY COUNTED; AN AFFECTED ONE GOES ON THE WORK FILE
      * WITH ITS BEFORE AND AFTER FIGURES.
      *----------------------------------------------------------------
       2200-REPRICE-CHARGE.
           ADD 1 TO in-range-count
           MOVE block-run-id TO charge-run-id
           IF IFACE-RUN-ID IS NUMERIC AND IFACE-RUN-ID NOT = ZERO
               MOVE IFACE-RUN-ID TO charge-run-id
           END-IF

           PERFORM 2210-FIND-SEGMENT THRU 2210-EXIT
           IF segment-filter NOT = SPACES
                   AND charge-segment NOT = segment-filter
               ADD 1 TO other-segment-count
               GO TO 2200-EXIT
           END-IF

           PERFORM 2300-RESOLVE-RATES THRU 2300-EXIT
           IF new-rate = old-rate
               ADD 1 TO unaffected-count
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO affected-count

           MOVE SPACES TO RBW-RECORD
           ADD 1 TO charge-seq
           MOVE IFACE-DOC TO RBW-DOC
           MOVE block-date TO RBW-CHARGE-DATE
           MOVE charge-run-id TO RBW-CHARGE-RUN-ID
           MOVE charge-seq TO RBW-SEQ
           MOVE charge-segment TO RBW-SEGMENT
           MOVE IFACE-DAYS TO RBW-DAYS
           MOVE old-rate TO RBW-OLD-RATE
           MOVE new-rate TO RBW-NEW-RATE
           MOVE IFACE-CALC TO RBW-OLD-FEE
           MOVE ZERO TO RBW-PRIOR-RUN-ID

           PERFORM 2400-REPRICE-FEE THRU 2400-EXIT
           MOVE new-fee TO RBW-NEW-FEE

           MOVE IFACE-DOC TO RBD-DOC
           MOVE block-date TO RBD-CHARGE-DATE
           MOVE charge-run-id TO RBD-CHARGE-RUN-ID
           READ DONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RBW-TO-SETTLE
                       SET RBW-ALREADY-DONE TO TRUE
                       MOVE RBD-REBILL-RUN-ID TO RBW-PRIOR-RUN-ID
                       ADD 1 TO already-count
                   END-IF
           END-READ

           WRITE RBW-RECORD
           IF ws-work-status NOT = "00"
               DISPLAY "rebill: CANNOT WRITE RBLWORK - STATUS "
                   ws-work-status " - DOCUMENT " IFACE-DOC
                   " NOT REBILLED"
               MOVE 16 TO run-error-level
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-FIND-SEGMENT - THE RISK SEGMENT OFF THE CUSTOMER MASTER
      * (CPF) OR COMPANY MASTER (CNPJ), 00 WHEN THE DOCUMENT IS ON
      * NEITHER - EXACTLY AS THE PRICING RUN CHOOSES IT.
      *----------------------------------------------------------------
       2210-FIND-SEGMENT.
           MOVE "00" TO charge-segment
           IF IFACE-DOC (12:3) = SPACES
               MOVE IFACE-DOC (1:11) TO charge-cpf
               CALL "customer_lookup" USING lookup-func, charge-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
               IF cust-found NOT = 0 AND cust-segment NOT = SPACES
                   MOVE cust-segment TO charge-segment
               END-IF
           ELSE
               MOVE IFACE-DOC TO charge-cnpj
               CALL "company_lookup" USING charge-cnpj, comp-found,
                   comp-status-code, comp-name, comp-segment
               IF comp-found NOT = 0 AND comp-segment NOT = SPACES
                   MOVE comp-segment TO charge-segment
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-RESOLVE-RATES - THE RATE AS CHARGED IS THE ONE rate_lookup
      * GIVES FROM RATETAB: THE BRACKET/SEGMENT RECORD WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE PRICING DATE, FALLING BACK TO
      * SEGMENT 00, THEN TO THE DEFAULT RATE.  THE CORRECTED RATE IS
      * THE SAME RESOLUTION WITH THE RATECORR RECORDS LAID OVER
      * RATETAB - A CORRECTED RECORD REPLACES THE RATETAB RECORD WITH
      * THE SAME KEY AND SUPERSEDES AN OLDER ONE - WHICH IS WHAT
      * rate_lookup WILL GIVE ONCE ratemaint HAS LOADED THE CORRECTION.
      *----------------------------------------------------------------
       2300-RESOLVE-RATES.
           MOVE IFACE-DAYS TO days-int
           EVALUATE TRUE
               WHEN days-int >= 1 AND days-int <= 30
                   MOVE "01" TO bracket-wanted
               WHEN days-int >= 31 AND days-int <= 60
                   MOVE "02" TO bracket-wanted
               WHEN days-int >= 61 AND days-int <= 90
                   MOVE "03" TO bracket-wanted
               WHEN OTHER
                   MOVE "04" TO bracket-wanted
           END-EVALUATE

           MOVE DEFAULT-RATE TO old-rate
           MOVE DEFAULT-RATE TO new-rate
           MOVE 'N' TO ws-new-resolved-switch

           MOVE charge-segment TO segment-scan
           PERFORM 2310-SCAN-RATETAB THRU 2310-EXIT
           PERFORM 2320-SCAN-CORRECTIONS THRU 2320-EXIT
           MOVE ws-live-found-switch TO ws-seg-live-switch
           IF ws-live-found
               MOVE live-rate TO old-rate
           END-IF
           PERFORM 2330-CHOOSE-NEW-RATE THRU 2330-EXIT

           IF charge-segment = "00"
               GO TO 2300-EXIT
           END-IF
           IF ws-seg-live-found AND ws-new-resolved
               GO TO 2300-EXIT
           END-IF

           MOVE "00" TO segment-scan
           PERFORM 2310-SCAN-RATETAB THRU 2310-EXIT
           PERFORM 2320-SCAN-CORRECTIONS THRU 2320-EXIT
           IF NOT ws-seg-live-found AND ws-live-found
               MOVE live-rate TO old-rate
           END-IF
           IF NOT ws-new-resolved
               PERFORM 2330-CHOOSE-NEW-RATE THRU 2330-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SCAN-RATETAB.
           MOVE 'N' TO ws-live-found-switch
           MOVE SPACES TO live-eff-date
           MOVE bracket-wanted TO RATE-BRACKET
           MOVE segment-scan TO RATE-SEGMENT
           MOVE "00000000" TO RATE-EFF-DATE
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
           IF ws-rate-file-status = "00"
               MOVE 'N' TO ws-scan-done-switch
               PERFORM 2315-SCAN-RATETAB-NEXT THRU 2315-EXIT
                   UNTIL ws-scan-done
           END-IF.
       2310-EXIT.
           EXIT.

       2315-SCAN-RATETAB-NEXT.
           READ RATE-FILE NEXT RECORD
               AT END
                   SET ws-scan-done TO TRUE
               NOT AT END
                   IF RATE-BRACKET NOT = bracket-wanted
                           OR RATE-SEGMENT NOT = segment-scan
                           OR RATE-EFF-DATE > block-date
                       SET ws-scan-done TO TRUE
                   ELSE
                       MOVE RATE-VALUE TO live-rate
                       MOVE RATE-EFF-DATE TO live-eff-date
                       SET ws-live-found TO TRUE
                   END-IF
           END-READ.
       2315-EXIT.
           EXIT.

       2320-SCAN-CORRECTIONS.
           MOVE 'N' TO ws-corr-found-switch
           MOVE SPACES TO corr-eff-date
           PERFORM 2325-CHECK-CORRECTION THRU 2325-EXIT
               VARYING corr-ix FROM 1 BY 1
               UNTIL corr-ix > corr-count.
       2320-EXIT.
           EXIT.

       2325-CHECK-CORRECTION.
           IF ct-bracket (corr-ix) NOT = bracket-wanted
                   OR ct-segment (corr-ix) NOT = segment-scan
                   OR ct-eff-date (corr-ix) > block-date
               GO TO 2325-EXIT
           END-IF
           IF ws-corr-found
                   AND ct-eff-date (corr-ix) < corr-eff-date
               GO TO 2325-EXIT
           END-IF
           MOVE ct-rate (corr-ix) TO corr-rate
           MOVE ct-eff-date (corr-ix) TO corr-eff-date
           SET ws-corr-found TO TRUE.
       2325-EXIT.
           EXIT.

       2330-CHOOSE-NEW-RATE.
           IF ws-corr-found
               IF NOT ws-live-found
                       OR corr-eff-date NOT < live-eff-date
                   MOVE corr-rate TO new-rate
                   SET ws-new-resolved TO TRUE
                   GO TO 2330-EXIT
               END-IF
           END-IF
           IF ws-live-found
               MOVE live-rate TO new-rate
               SET ws-new-resolved TO TRUE
           END-IF.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-REPRICE-FEE - FEEHIST KEEPS THE FEE, NOT THE BALANCE IT
      * WAS PRICED ON, BUT BOTH THE FEE (BALANCE / 100 * RATE * DAYS)
      * AND THE CAP (BALANCE * CAP PCT / 100) ARE PROPORTIONAL TO THE
      * BALANCE, SO THE FEE AT THE CORRECTED RATE IS THE OLD FEE
      * SCALED BY MIN(NEW RATE * DAYS, CAP) OVER MIN(OLD RATE * DAYS,
      * CAP) - THE SAME CAP, APPLIED THE SAME WAY.  A CHARGE WITH NO
      * FACTOR TO SCALE FROM (ZERO DAYS OR A ZERO RATE) OR ONE THAT
      * OVERFLOWS IS LISTED AND LEFT FOR THE DESK.
      *----------------------------------------------------------------
       2400-REPRICE-FEE.
           MOVE IFACE-CALC TO new-fee
           COMPUTE old-factor = old-rate * IFACE-DAYS
           IF old-factor > fee-cap-pct
               MOVE fee-cap-pct TO old-factor
           END-IF
           COMPUTE new-factor = new-rate * IFACE-DAYS
           IF new-factor > fee-cap-pct
               MOVE fee-cap-pct TO new-factor
           END-IF

           IF old-factor = ZERO
               SET RBW-NO-BASE TO TRUE
               ADD 1 TO no-base-count
               GO TO 2400-EXIT
           END-IF

           COMPUTE new-fee ROUNDED =
                   IFACE-CALC * new-factor / old-factor
               ON SIZE ERROR
                   MOVE IFACE-CALC TO new-fee
                   SET RBW-NO-BASE TO TRUE
                   ADD 1 TO no-base-count
           END-COMPUTE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SETTLE-DOCUMENTS - SECOND PASS: THE AFFECTED CHARGES IN
      * DOCUMENT ORDER.  EACH DOCUMENT'S CHARGES ARE LISTED BEFORE AND
      * AFTER, AND THE NET DIFFERENCE IS SETTLED ONCE FOR THE DOCUMENT
      * - AN ADDITIONAL CHARGE ON FEEIFACE WHEN THE CORRECTION RAISED
      * THE FEES, A REVERSAL WHEN IT LOWERED THEM.
      *----------------------------------------------------------------
       3000-SETTLE-DOCUMENTS.
           MOVE SPACES TO doc-current
           MOVE 'N' TO ws-eof-switch
           MOVE LOW-VALUES TO RBW-KEY
           START WORK-FILE KEY IS NOT LESS THAN RBW-KEY
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM 3100-SETTLE-CHARGE THRU 3100-EXIT
               UNTIL ws-eof
           IF doc-current NOT = SPACES
               PERFORM 3500-END-DOCUMENT THRU 3500-EXIT
           END-IF

           IF ws-iface-open
               MOVE SPACES TO OUTF-RECORD
               MOVE 'T' TO OUTF-REC-TYPE
               MOVE iface-detail-count TO OUTF-TRL-COUNT
               MOVE iface-hash-total TO OUTF-TRL-HASH
               WRITE OUTF-RECORD
               CLOSE INTERFACE-FILE
               MOVE 'N' TO ws-iface-open-switch
           END-IF
           IF ws-reversal-open
               CLOSE REVERSAL-FILE
               MOVE 'N' TO ws-reversal-open-switch
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SETTLE-CHARGE.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF RBW-DOC NOT = doc-current
               IF doc-current NOT = SPACES
                   PERFORM 3500-END-DOCUMENT THRU 3500-EXIT
               END-IF
               PERFORM 3200-START-DOCUMENT THRU 3200-EXIT
           END-IF

           COMPUTE charge-diff = RBW-NEW-FEE - RBW-OLD-FEE
           MOVE SPACES TO ws-detail-line
           MOVE RBW-DOC TO wdl-doc
           MOVE RBW-CHARGE-DATE TO wdl-date
           MOVE RBW-CHARGE-RUN-ID TO wdl-run-id
           MOVE RBW-SEGMENT TO wdl-segment
           MOVE RBW-DAYS TO wdl-days
           MOVE RBW-OLD-RATE TO wdl-old-rate
           MOVE RBW-NEW-RATE TO wdl-new-rate
           MOVE RBW-OLD-FEE TO wdl-old-fee
           MOVE RBW-NEW-FEE TO wdl-new-fee
           MOVE charge-diff TO wdl-diff

           EVALUATE TRUE
               WHEN RBW-ALREADY-DONE
                   MOVE SPACES TO wdl-note
                   STRING "REBILLED BY RUN " DELIMITED BY SIZE
                       RBW-PRIOR-RUN-ID DELIMITED BY SIZE
                       INTO wdl-note
               WHEN RBW-NO-BASE
                   MOVE "CANNOT RE-PRICE - DESK" TO wdl-note
               WHEN doc-written-off
                   ADD 1 TO held-charge-count
                   MOVE "HELD - WRITTEN OFF" TO wdl-note
               WHEN doc-disputed
                   ADD 1 TO held-charge-count
                   MOVE "HELD - OPEN DISPUTE" TO wdl-note
               WHEN OTHER
                   PERFORM 3300-REGISTER-CHARGE THRU 3300-EXIT
           END-EVALUATE
           WRITE REBILL-REPORT-REC FROM ws-detail-line.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-START-DOCUMENT - A NEW DOCUMENT: ZERO ITS TOTALS AND SEE
      * WHETHER IT IS WRITTEN OFF (ON THE WROFF REGISTER) OR UNDER AN
      * OPEN DISPUTE - EITHER WAY ITS CHARGES ARE LISTED, NOT SETTLED.
      *----------------------------------------------------------------
       3200-START-DOCUMENT.
           MOVE RBW-DOC TO doc-current
           MOVE ZERO TO doc-settle-count
           MOVE ZERO TO doc-old-total
           MOVE ZERO TO doc-new-total
           MOVE ZERO TO doc-last-days
           MOVE SPACE TO doc-hold

           IF ws-register-open
               MOVE RBW-DOC TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET doc-written-off TO TRUE
               END-READ
           END-IF
           IF doc-not-held AND ws-dispute-open
               MOVE RBW-DOC TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-HOLD
                           SET doc-disputed TO TRUE
                       END-IF
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-REGISTER-CHARGE - A CHARGE TO BE SETTLED: ADD IT TO THE
      * DOCUMENT'S TOTALS.  IT IS ENTERED ON RBLDONE BY 3800 ONCE THE
      * DOCUMENT'S SETTLEMENT HAS BEEN WRITTEN.
      *----------------------------------------------------------------
       3300-REGISTER-CHARGE.
           ADD 1 TO doc-settle-count
           ADD 1 TO settled-count
           ADD RBW-OLD-FEE TO doc-old-total
           ADD RBW-NEW-FEE TO doc-new-total
           MOVE RBW-DAYS TO doc-last-days
           MOVE "REBILLED" TO wdl-note.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-END-DOCUMENT - THE DOCUMENT TOTAL LINE AND THE ONE
      * SETTLEMENT FOR THE DOCUMENT'S NET DIFFERENCE.  ONLY A
      * SETTLEMENT ACTUALLY WRITTEN (OR A NET DIFFERENCE OF NIL)
      * ENTERS THE DOCUMENT'S CHARGES ON RBLDONE; ONE THAT COULD NOT
      * BE WRITTEN LEAVES THEM FOR THE NEXT RUN.
      *----------------------------------------------------------------
       3500-END-DOCUMENT.
           COMPUTE doc-net = doc-new-total - doc-old-total
           MOVE 'N' TO ws-doc-settled-switch

           EVALUATE TRUE
               WHEN doc-written-off
                   ADD 1 TO held-wof-doc-count
                   MOVE "NOT REBILLED - WROFF" TO doc-action
               WHEN doc-disputed
                   ADD 1 TO held-dsp-doc-count
                   MOVE "NOT REBILLED - DISPUTE" TO doc-action
               WHEN doc-settle-count = ZERO
                   MOVE "NOTHING TO SETTLE" TO doc-action
               WHEN doc-net > ZERO
                   PERFORM 3600-WRITE-CHARGE THRU 3600-EXIT
               WHEN doc-net < ZERO
                   PERFORM 3700-WRITE-REVERSAL THRU 3700-EXIT
               WHEN OTHER
                   ADD 1 TO nochange-doc-count
                   MOVE "NO NET CHANGE" TO doc-action
                   SET ws-doc-settled TO TRUE
           END-EVALUATE

           IF ws-doc-settled
               PERFORM 3800-REGISTER-DOCUMENT THRU 3800-EXIT
           END-IF

           MOVE doc-current TO wdt-doc
           MOVE doc-old-total TO wdt-old-fee
           MOVE doc-new-total TO wdt-new-fee
           MOVE doc-net TO wdt-diff
           MOVE doc-action TO wdt-action
           WRITE REBILL-REPORT-REC FROM ws-doc-line
           MOVE SPACES TO REBILL-REPORT-REC
           WRITE REBILL-REPORT-REC.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-WRITE-CHARGE - THE CORRECTION RAISED THE DOCUMENT'S FEES:
      * ONE D DETAIL FOR THE DIFFERENCE IN THIS RUN'S FEEIFACE BLOCK,
      * APPENDED AFTER WHATEVER FEEIFACE ALREADY HOLDS AND OPENED ON
      * THE FIRST CHARGE, SO A RUN THAT ONLY REVERSES WRITES NO EMPTY
      * BLOCK.  IFACEVERF BALANCES IT AND cashapp FOLDS IT LIKE ANY
      * OTHER BLOCK.
      *----------------------------------------------------------------
       3600-WRITE-CHARGE.
           IF NOT ws-iface-open
               OPEN EXTEND INTERFACE-FILE
               IF ws-interface-file-status = "35"
                       OR ws-interface-file-status = "05"
                   OPEN OUTPUT INTERFACE-FILE
               END-IF
               IF ws-interface-file-status NOT = "00"
                   DISPLAY "rebill: CANNOT OPEN FEEIFACE - STATUS "
                       ws-interface-file-status " - DOCUMENT "
                       doc-current " NOT CHARGED"
                   MOVE 16 TO run-error-level
                   MOVE "FEEIFACE NOT WRITTEN" TO doc-action
                   GO TO 3600-EXIT
               END-IF
               SET ws-iface-open TO TRUE
               MOVE SPACES TO OUTF-RECORD
               MOVE 'H' TO OUTF-REC-TYPE
               MOVE today-date TO OUTF-HDR-DATE
               MOVE rebill-run-id TO OUTF-HDR-RUN-ID
               WRITE OUTF-RECORD
           END-IF

           MOVE SPACES TO OUTF-RECORD
           MOVE 'D' TO OUTF-REC-TYPE
           MOVE doc-current TO OUTF-DOC
           MOVE doc-net TO OUTF-CALC
           MOVE doc-last-days TO OUTF-DAYS
           MOVE rebill-run-id TO OUTF-RUN-ID
           WRITE OUTF-RECORD
           ADD 1 TO iface-detail-count
           ADD doc-net TO iface-hash-total
           ADD 1 TO charged-doc-count
           ADD doc-net TO charged-amount
           MOVE "CHARGED ON FEEIFACE" TO doc-action
           SET ws-doc-settled TO TRUE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-WRITE-REVERSAL - THE CORRECTION LOWERED THE DOCUMENT'S
      * FEES: ONE NEGATIVE REVERSAL RECORD FOR THE DIFFERENCE, MARKED
      * AS A REBILL AND CARRYING THE FULL DOCUMENT (IT MAY BE A CNPJ).
      *----------------------------------------------------------------
       3700-WRITE-REVERSAL.
           IF NOT ws-reversal-open
               OPEN EXTEND REVERSAL-FILE
               IF ws-reversal-file-status = "35"
                       OR ws-reversal-file-status = "05"
                   OPEN OUTPUT REVERSAL-FILE
               END-IF
               IF ws-reversal-file-status NOT = "00"
                   DISPLAY "rebill: CANNOT OPEN REVERSAL - STATUS "
                       ws-reversal-file-status " - DOCUMENT "
                       doc-current " NOT REVERSED"
                   MOVE 16 TO run-error-level
                   MOVE "REVERSAL NOT WRITTEN" TO doc-action
                   GO TO 3700-EXIT
               END-IF
               SET ws-reversal-open TO TRUE
           END-IF

           MOVE SPACES TO REV-RECORD
           MOVE doc-current (1:11) TO REV-CPF
           MOVE doc-net TO REV-AMOUNT
           MOVE doc-last-days TO REV-DAYS
           MOVE FUNCTION CURRENT-DATE TO REV-TIMESTAMP
           MOVE rebill-run-id TO REV-RUN-ID
           SET REV-REBILL TO TRUE
           MOVE doc-current TO REV-DOC
           WRITE REV-RECORD
           ADD 1 TO reversed-doc-count
           SUBTRACT doc-net FROM reversed-amount
           MOVE "REVERSED ON REVERSAL" TO doc-action
           SET ws-doc-settled TO TRUE.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-REGISTER-DOCUMENT - ENTER EVERY CHARGE THE DOCUMENT'S
      * SETTLEMENT COVERED ON RBLDONE SO NO LATER RUN BILLS THE SAME
      * DIFFERENCE AGAIN.  THE CHARGES ARE RE-READ FROM RBLWORK FROM
      * THE DOCUMENT'S FIRST KEY; THE RECORD 3100 HAD IN HAND (THE
      * NEXT DOCUMENT'S FIRST CHARGE) IS PUT BACK AND THE WORK FILE
      * REPOSITIONED JUST PAST IT, SO THE SECOND PASS CARRIES ON
      * WHERE IT WAS.
      *----------------------------------------------------------------
       3800-REGISTER-DOCUMENT.
           MOVE RBW-RECORD TO work-rec-hold
           MOVE LOW-VALUES TO RBW-KEY
           MOVE doc-current TO RBW-DOC
           MOVE 'N' TO ws-done-eof-switch
           START WORK-FILE KEY IS NOT LESS THAN RBW-KEY
               INVALID KEY
                   SET ws-done-eof TO TRUE
           END-START
           PERFORM 3810-REGISTER-ONE THRU 3810-EXIT
               UNTIL ws-done-eof

           MOVE work-rec-hold TO RBW-RECORD
           IF NOT ws-eof
               START WORK-FILE KEY IS GREATER THAN RBW-KEY
                   INVALID KEY
                       SET ws-eof TO TRUE
               END-START
           END-IF.
       3800-EXIT.
           EXIT.

       3810-REGISTER-ONE.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET ws-done-eof TO TRUE
                   GO TO 3810-EXIT
           END-READ
           IF RBW-DOC NOT = doc-current
               SET ws-done-eof TO TRUE
               GO TO 3810-EXIT
           END-IF
           IF NOT RBW-TO-SETTLE
               GO TO 3810-EXIT
           END-IF

           MOVE RBW-DOC TO RBD-DOC
           MOVE RBW-CHARGE-DATE TO RBD-CHARGE-DATE
           MOVE RBW-CHARGE-RUN-ID TO RBD-CHARGE-RUN-ID
           MOVE rebill-run-id TO RBD-REBILL-RUN-ID
           MOVE today-date TO RBD-REBILL-DATE
           MOVE RBW-OLD-FEE TO RBD-OLD-FEE
           MOVE RBW-NEW-FEE TO RBD-NEW-FEE
           WRITE RBL-DONE-REC
               INVALID KEY
                   DISPLAY "rebill: RBLDONE ALREADY HOLDS DOCUMENT "
                       RBW-DOC " CHARGE OF " RBW-CHARGE-DATE
           END-WRITE.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - RUN TOTALS ON THE REGISTER, CLOSE UP AND
      * COMPLETE THE RUN'S LEDGER RECORD.
      *----------------------------------------------------------------
       9999-TERMINATE.
           IF NOT ws-nothing-to-do
               PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
               CLOSE DONE-FILE
               CLOSE WORK-FILE
               IF ws-register-open
                   CLOSE REGISTER-FILE
               END-IF
               IF ws-dispute-open
                   CLOSE DISPUTE-FILE
               END-IF
               MOVE 'C' TO lookup-func
               CALL "customer_lookup" USING lookup-func, charge-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           END-IF
           CLOSE REBILL-REPORT-FILE

           MOVE 'E' TO run-ctl-func
           MOVE in-range-count TO rebill-in-count
           COMPUTE rebill-out-count = charged-doc-count
               + reversed-doc-count
           EVALUATE TRUE
               WHEN run-error-level = ZERO
                   MOVE "OK" TO run-final
               WHEN run-error-level < 16
                   MOVE "WN" TO run-final
               WHEN OTHER
                   MOVE "ER" TO run-final
           END-EVALUATE
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, rebill-run-id, rebill-in-count,
               rebill-out-count, run-final

           DISPLAY "rebill: " in-range-count " CHARGES IN RANGE, "
               affected-count " AFFECTED, " charged-doc-count
               " DOCUMENTS CHARGED " charged-amount ", "
               reversed-doc-count " REVERSED " reversed-amount ", "
               held-charge-count " CHARGES HELD"
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-TOTALS - WHAT WAS READ, WHAT THE CORRECTION
      * TOUCHED, AND WHAT WAS SETTLED, HELD OR LEFT FOR THE DESK.  A
      * CHARGE THAT COULD NOT BE RE-PRICED MAKES THE RUN A WARNING.
      *----------------------------------------------------------------
       9100-WRITE-TOTALS.
           IF no-base-count > ZERO AND run-error-level < 8
               MOVE 8 TO run-error-level
           END-IF

           MOVE SPACES TO REBILL-REPORT-REC
           WRITE REBILL-REPORT-REC
           MOVE "RUN TOTALS" TO REBILL-REPORT-REC
           WRITE REBILL-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "FEEHIST CHARGES READ" TO wtl-label
           MOVE hist-detail-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "EARLIER REBILL BLOCKS SKIPPED" TO wtl-label
           MOVE rebill-block-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "CHARGES PRICED IN THE DATE RANGE" TO wtl-label
           MOVE in-range-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  OUTSIDE THE SEGMENT" TO wtl-label
           MOVE other-segment-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  RATE NOT CHANGED BY THE CORRECTION" TO wtl-label
           MOVE unaffected-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  AFFECTED BY THE CORRECTION" TO wtl-label
           MOVE affected-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "    ALREADY REBILLED BY AN EARLIER RUN" TO wtl-label
           MOVE already-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "    CANNOT RE-PRICE - FOR THE DESK" TO wtl-label
           MOVE no-base-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "    HELD - WRITTEN OFF OR DISPUTED" TO wtl-label
           MOVE held-charge-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "    SETTLED" TO wtl-label
           MOVE settled-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS CHARGED ON FEEIFACE" TO wtl-label
           MOVE charged-doc-count TO wtl-count
           MOVE charged-amount TO wtl-amount
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS REVERSED ON REVERSAL" TO wtl-label
           MOVE reversed-doc-count TO wtl-count
           MOVE reversed-amount TO wtl-amount
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS WITH NO NET CHANGE" TO wtl-label
           MOVE nochange-doc-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS NOT REBILLED - WRITTEN OFF" TO wtl-label
           MOVE held-wof-doc-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS NOT REBILLED - OPEN DISPUTE" TO wtl-label
           MOVE held-dsp-doc-count TO wtl-count
           WRITE REBILL-REPORT-REC FROM ws-total-line.
       9100-EXIT.
           EXIT.
