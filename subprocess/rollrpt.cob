       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollrpt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - MONTHLY ROLL-RATE AND
      *                    CURE-RATE ANALYTICS.  EODSUMRPT ONLY COUNTS
      *                    ACCOUNTS PER BUCKET; THIS REPORT FOLLOWS
      *                    EVERY ACCOUNT THAT WAS IN THE 1-30, 31-60,
      *                    61-90 OR 91+ BUCKET AT THE END OF LAST
      *                    MONTH TO WHERE IT IS AT THE END OF THIS ONE
      *                    - MOVED FORWARD, STAYED, ROLLED BACK, CURED
      *                    (PAID IN FULL), WRITTEN OFF OR NO LONGER
      *                    CHARGED - AND SETS WHAT WAS COLLECTED IN
      *                    THE MONTH AGAINST WHAT WAS COLLECTIBLE.  ALL
      *                    OF IT BROKEN OUT BY ENTITY (CPF/CNPJ) AND
      *                    CUSTOMER RISK SEGMENT, FROM FEEHIST,
      *                    OIALLOC, OPENITEM AND WROFF, ON ROLLRPT.
      *                    EACH MONTH'S FIGURES ARE KEPT ON ROLLHIST
      *                    AND THE LAST 12 REPORTED MONTHS ARE PRINTED
      *                    AS A TREND.  MONTH (YYYYMM) FROM THE COMMAND
      *                    LINE OR PROMPTED, AS feemorpt DOES.
      *   2026-10-15  MRS  COLLECTIBLE NOW NETS OUT THE REVERSALS
      *                    (REFUNDS AND rebill REVERSALS, LIVE AND ON
      *                    REVARCH) DATED BY THE MONTH END, AND LEAVES
      *                    OUT A DOCUMENT WRITTEN OFF BEFORE THE MONTH
      *                    BEGAN - NEITHER WAS THERE TO BE COLLECTED.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control; THE RUN DATE
      *                    KEPT ON ROLLHIST AND PRINTED ON THE REPORT
      *                    IS THE BUSINESS DATE, NOT THE CLOCK.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-history-file-status.

           SELECT ALLOC-FILE ASSIGN TO "OIALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alloc-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reversal-file-status.

           SELECT REV-ARCHIVE-FILE ASSIGN TO "REVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rev-archive-status.

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-ID
               FILE STATUS IS ws-run-file-status.

           SELECT WORK-FILE ASSIGN TO "ROLLWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLW-DOC
               FILE STATUS IS ws-work-status.

           SELECT ROLL-HIST-FILE ASSIGN TO "ROLLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLH-KEY
               FILE STATUS IS ws-roll-hist-status.

           SELECT ROLL-REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY IFACEREC.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  REVERSAL-FILE.
           COPY REVREC.

       FD  REV-ARCHIVE-FILE.
           COPY REVREC REPLACING LEADING ==REV== BY ==RVA==.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  RUN-FILE.
           COPY RUNCTL.

       FD  WORK-FILE.
      *----------------------------------------------------------------
      * ONE RECORD PER DOCUMENT CHARGED ON OR BEFORE THE MONTH END -
      * ITS BUCKET AT THE END OF THE PRIOR MONTH AND OF THIS ONE (0 =
      * NOT CHARGED IN THAT MONTH), TAKEN FROM ITS LAST CHARGE IN EACH,
      * AND THE AMOUNTS THE EFFECTIVENESS FIGURE IS BUILT FROM.
      *----------------------------------------------------------------
       01  RLW-RECORD.
           05  RLW-DOC             PIC X(14).
           05  RLW-PRIOR-DATE      PIC X(08).
           05  RLW-PRIOR-BUCKET    PIC 9(01).
           05  RLW-CUR-DATE        PIC X(08).
           05  RLW-CUR-BUCKET      PIC 9(01).
           05  RLW-LAST-CHARGE     PIC X(08).
           05  RLW-CHARGED         PIC 9(11)V99.
           05  RLW-PAID-BEFORE     PIC 9(11)V99.
           05  RLW-COLLECTED       PIC 9(11)V99.

       FD  ROLL-HIST-FILE.
           COPY ROLLHIST.

       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * ONE GROUP PER ENTITY AND SEGMENT SEEN, PLUS THE ALL-ACCOUNTS
      * GROUP IN ENTRY 1.  AN OVERFLOW DEGRADES LOUDLY (RETURN-CODE 8,
      * GROUP NOT BROKEN OUT) BUT THE ALL-ACCOUNTS FIGURES STAY
      * COMPLETE.
      *----------------------------------------------------------------
       78  GROUP-TABLE-MAX         VALUE 60.
       78  TREND-MONTHS            VALUE 12.

       01  ws-history-file-status PIC XX VALUE SPACES.
       01  ws-alloc-status     PIC XX VALUE SPACES.
       01  ws-open-item-status PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.
       01  ws-reversal-file-status PIC XX VALUE SPACES.
       01  ws-rev-archive-status PIC XX VALUE SPACES.
       01  ws-run-file-status  PIC XX VALUE SPACES.
       01  ws-work-status      PIC XX VALUE SPACES.
       01  ws-roll-hist-status PIC XX VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-found-switch     PIC X VALUE 'N'.
           88  ws-found                  VALUE 'Y'.
       01  ws-prompt-ok-switch PIC X VALUE 'N'.
           88  ws-prompt-ok              VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-block-switch     PIC X VALUE 'N'.
           88  ws-block-in-range         VALUE 'Y'.
       01  ws-rebill-block-switch PIC X VALUE 'N'.
           88  ws-rebill-block           VALUE 'Y'.
       01  ws-new-doc-switch   PIC X VALUE 'N'.
           88  ws-new-doc                VALUE 'Y'.
       01  ws-alloc-open-switch PIC X VALUE 'N'.
           88  ws-alloc-open             VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-runctl-open-switch PIC X VALUE 'N'.
           88  ws-runctl-open            VALUE 'Y'.
       01  ws-wrote-off-early-switch PIC X VALUE 'N'.
           88  ws-wrote-off-early        VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  report-month        PIC X(06) VALUE SPACES.
       01  prior-month         PIC X(06) VALUE SPACES.
       01  month-start         PIC X(08) VALUE SPACES.
       01  month-end           PIC X(08) VALUE SPACES.
       01  today-date          PIC X(08) VALUE SPACES.
       01  block-date          PIC X(08) VALUE SPACES.
       01  block-run-id        PIC 9(7) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * MONTH ARITHMETIC - ONE MONTH BACK OR FORWARD ACROSS THE YEAR.
      *----------------------------------------------------------------
       01  month-work.
           05  mw-year             PIC 9(04).
           05  mw-month            PIC 9(02).
       01  month-work-x REDEFINES month-work PIC X(06).
       01  trend-ix            PIC 9(3) VALUE ZERO.

       01  days-int            PIC 9(3) VALUE ZERO.
       01  bucket-ix           PIC 9 VALUE ZERO.
       01  state-ix            PIC 9 VALUE ZERO.
       01  grp-ix              PIC 9(3) VALUE ZERO.
       01  grp-count           PIC 9(3) VALUE ZERO.
       01  order-ix            PIC 9(3) VALUE ZERO.
       01  order-count         PIC 9(3) VALUE ZERO.
       01  row-total           PIC 9(7) VALUE ZERO.
       01  pct-value           PIC 9(3)V9 VALUE ZERO.
       01  doc-collectible     PIC 9(11)V99 VALUE ZERO.
       01  doc-collected       PIC 9(11)V99 VALUE ZERO.
       01  reversal-doc        PIC X(14) VALUE SPACES.
       01  reversal-date       PIC X(08) VALUE SPACES.
       01  reversal-value      PIC S9(9)V99 VALUE ZERO.
       01  net-charged         PIC S9(11)V99 VALUE ZERO.
       01  doc-entity          PIC X(01) VALUE SPACE.
       01  doc-segment         PIC X(02) VALUE SPACES.
       01  roll-fwd-count      PIC 9(7) VALUE ZERO.
       01  cured-count         PIC 9(7) VALUE ZERO.
       01  wroff-count         PIC 9(7) VALUE ZERO.
       01  delinq-count        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * CUSTOMER_LOOKUP / COMPANY_LOOKUP ARGUMENTS.
      *----------------------------------------------------------------
       01  lookup-func         PIC X(01) VALUE SPACE.
       01  lookup-cpf          PIC X(11) VALUE SPACES.
       01  lookup-doc          PIC X(14) VALUE SPACES.
       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE SPACES.

       01  group-table.
           05  group-entry OCCURS 60 TIMES.
               10  gt-entity       PIC X(01).
               10  gt-segment      PIC X(02).
               10  gt-row OCCURS 4 TIMES.
                   15  gt-cell     PIC 9(7) OCCURS 6 TIMES.
               10  gt-new-count    PIC 9(7).
               10  gt-collected    PIC 9(13)V99.
               10  gt-collectible  PIC 9(13)V99.

       01  order-table.
           05  order-entry OCCURS 60 TIMES.
               10  ot-entity       PIC X(01).
               10  ot-segment      PIC X(02).

       01  bucket-label-consts.
           05  FILLER      PIC X(24) VALUE "  1-30 DAYS".
           05  FILLER      PIC X(24) VALUE " 31-60 DAYS".
           05  FILLER      PIC X(24) VALUE " 61-90 DAYS".
           05  FILLER      PIC X(24) VALUE "   91+ DAYS".
       01  bucket-label-table REDEFINES bucket-label-consts.
           05  bucket-label        PIC X(24) OCCURS 4 TIMES.

       01  hist-detail-count   PIC 9(7) VALUE ZERO.
       01  rebill-detail-count PIC 9(7) VALUE ZERO.
       01  alloc-count         PIC 9(7) VALUE ZERO.
       01  alloc-unmatched-count PIC 9(7) VALUE ZERO.
       01  reversal-count      PIC 9(7) VALUE ZERO.
       01  early-wroff-count   PIC 9(7) VALUE ZERO.
       01  account-count       PIC 9(7) VALUE ZERO.

       01  ws-group-line.
           05  FILLER              PIC X(08) VALUE "ENTITY ".
           05  wgl-entity          PIC X(14).
           05  FILLER              PIC X(10) VALUE "SEGMENT ".
           05  wgl-segment         PIC X(03).

       01  ws-matrix-heading.
           05  FILLER              PIC X(24) VALUE
                                   "BUCKET LAST MONTH".
           05  FILLER              PIC X(09) VALUE " ACCOUNTS".
           05  FILLER              PIC X(15) VALUE "        FORWARD".
           05  FILLER              PIC X(15) VALUE "         STAYED".
           05  FILLER              PIC X(15) VALUE "    ROLLED BACK".
           05  FILLER              PIC X(15) VALUE "          CURED".
           05  FILLER              PIC X(15) VALUE "    WRITTEN OFF".
           05  FILLER              PIC X(15) VALUE "    NOT CHARGED".

       01  ws-matrix-line.
           05  wml-label           PIC X(24).
           05  wml-accounts        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wml-cell OCCURS 6 TIMES.
               10  wml-count       PIC ZZZ,ZZ9.
               10  FILLER          PIC X(01).
               10  wml-pct         PIC ZZ9.9.
               10  FILLER          PIC X(02).

       01  ws-effect-line.
           05  FILLER              PIC X(24) VALUE
                                   "COLLECTION EFFECTIVENESS".
           05  FILLER              PIC X(11) VALUE "COLLECTED ".
           05  wel-collected       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15) VALUE "  COLLECTIBLE ".
           05  wel-collectible     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  wel-pct             PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE " %".

       01  ws-trend-heading.
           05  FILLER              PIC X(08) VALUE "MONTH".
           05  FILLER              PIC X(12) VALUE " DELINQUENT".
           05  FILLER              PIC X(10) VALUE "   FWD %".
           05  FILLER              PIC X(10) VALUE " CURED %".
           05  FILLER              PIC X(10) VALUE "   W/O %".
           05  FILLER              PIC X(10) VALUE "      NEW".
           05  FILLER              PIC X(22) VALUE
                                   "             COLLECTED".
           05  FILLER              PIC X(22) VALUE
                                   "           COLLECTIBLE".
           05  FILLER              PIC X(15) VALUE "  EFFECTIVENESS".

       01  ws-trend-line.
           05  wtr-month           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtr-delinq          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  wtr-fwd-pct         PIC ZZ9.9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  wtr-cure-pct        PIC ZZ9.9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  wtr-wo-pct          PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtr-new             PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtr-collected       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtr-collectible     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  wtr-eff-pct         PIC ZZ9.9.

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE AND THE RUNCTL ENTRY
      * FOR THIS RUN, NAMED APART FROM THE RUNCTL RECORD READ ABOVE.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "rollrpt".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  rollrpt-run-id      PIC 9(7) VALUE ZERO.
       01  rollrpt-in-count    PIC 9(7) VALUE ZERO.
       01  rollrpt-out-count   PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - BUILD EACH DOCUMENT'S PRIOR AND CURRENT
      * POSITION FROM THE CHARGES AND PAYMENTS, ROLL THE DOCUMENTS UP
      * BY ENTITY AND SEGMENT, KEEP THE MONTH ON ROLLHIST, THEN REPORT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-READ-CHARGES THRU 2000-EXIT
               PERFORM 3000-READ-PAYMENTS THRU 3000-EXIT
               PERFORM 3500-READ-REVERSALS THRU 3500-EXIT
               PERFORM 4000-CLASSIFY-ACCOUNTS THRU 4000-EXIT
               PERFORM 5000-SAVE-HISTORY THRU 5000-EXIT
               PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - MONTH FROM THE COMMAND LINE (YYYYMM) OR THE
      * PROMPT, THEN OPEN THE FILES.  FEEHIST (WHERE THE BUCKETS COME
      * FROM) AND OPENITEM (WHETHER AN ACCOUNT CURED) ARE REQUIRED.
      * WITHOUT OIALLOC THE EFFECTIVENESS FIGURES CANNOT BE TRUSTED AND
      * THE REPORT ENDS RC 8; WITHOUT WROFF NOTHING HAS BEEN WRITTEN
      * OFF; WITHOUT RUNCTL rebill CORRECTIONS CANNOT BE TOLD APART
      * FROM THE PRICING RUN'S CHARGES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, rollrpt-run-id, rollrpt-in-count,
               rollrpt-out-count, run-final
           IF run-final = "CF"
               DISPLAY "rollrpt: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "rollrpt: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "rollrpt: RUN " rollrpt-run-id
               " STARTED, BUSINESS DATE " bus-date
           ACCEPT cmd-line FROM COMMAND-LINE
           IF cmd-line = SPACES
               MOVE 'N' TO ws-prompt-ok-switch
               PERFORM 1510-READ-MONTH-ONCE THRU 1510-EXIT
                   UNTIL ws-prompt-ok
           ELSE
               UNSTRING cmd-line
                   DELIMITED BY SPACE
                   INTO report-month
               END-UNSTRING
           END-IF

           IF report-month NOT NUMERIC
                   OR report-month (5:2) < "01"
                   OR report-month (5:2) > "12"
               DISPLAY "rollrpt: MONTH MUST BE YYYYMM - NO REPORT "
                   "PRODUCED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           STRING report-month "01" DELIMITED BY SIZE
               INTO month-start
           STRING report-month "31" DELIMITED BY SIZE
               INTO month-end
           MOVE report-month TO month-work-x
           PERFORM 1600-STEP-MONTH-BACK THRU 1600-EXIT
           MOVE month-work-x TO prior-month

           OPEN INPUT HISTORY-FILE
           IF ws-history-file-status NOT = "00"
               DISPLAY "rollrpt: FEEHIST NOT PRESENT - STATUS "
                   ws-history-file-status " - NO REPORT PRODUCED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "rollrpt: OPENITEM NOT PRESENT - STATUS "
                   ws-open-item-status " - NO REPORT PRODUCED"
               CLOSE HISTORY-FILE
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O ROLL-HIST-FILE
           IF ws-roll-hist-status = "35" OR ws-roll-hist-status = "05"
               OPEN OUTPUT ROLL-HIST-FILE
               CLOSE ROLL-HIST-FILE
               OPEN I-O ROLL-HIST-FILE
           END-IF
           IF ws-roll-hist-status NOT = "00"
               DISPLAY "rollrpt: CANNOT OPEN ROLLHIST - STATUS "
                   ws-roll-hist-status " - NO REPORT PRODUCED"
               CLOSE HISTORY-FILE
               CLOSE OPEN-ITEM-FILE
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE

           OPEN INPUT ALLOC-FILE
           IF ws-alloc-status = "00"
               SET ws-alloc-open TO TRUE
           ELSE
               DISPLAY "rollrpt: OIALLOC NOT PRESENT - NO PAYMENTS, "
                   "EFFECTIVENESS FIGURES UNRELIABLE"
               MOVE 8 TO run-error-level
           END-IF
           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           END-IF
           OPEN INPUT RUN-FILE
           IF ws-run-file-status = "00"
               SET ws-runctl-open TO TRUE
           ELSE
               DISPLAY "rollrpt: RUNCTL NOT PRESENT - rebill "
                   "CORRECTIONS COUNTED AS CHARGES"
           END-IF

           MOVE 'O' TO lookup-func
           CALL "customer_lookup" USING lookup-func, lookup-cpf,
               cust-found, cust-status-code, cust-name, cust-segment
           MOVE SPACE TO lookup-func

           MOVE 1 TO grp-count
           INITIALIZE group-entry (1)
           MOVE "*" TO gt-entity (1)
           MOVE "**" TO gt-segment (1).
       1000-EXIT.
           EXIT.

       1510-READ-MONTH-ONCE.
           DISPLAY "ENTER REPORT MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT report-month

           IF report-month IS NUMERIC
               SET ws-prompt-ok TO TRUE
           ELSE
               DISPLAY "INVALID MONTH - ENTER YYYYMM, TRY AGAIN"
           END-IF.
       1510-EXIT.
           EXIT.

       1600-STEP-MONTH-BACK.
           IF mw-month = 1
               MOVE 12 TO mw-month
               SUBTRACT 1 FROM mw-year
           ELSE
               SUBTRACT 1 FROM mw-month
           END-IF.
       1600-EXIT.
           EXIT.

       1700-STEP-MONTH-FORWARD.
           IF mw-month = 12
               MOVE 1 TO mw-month
               ADD 1 TO mw-year
           ELSE
               ADD 1 TO mw-month
           END-IF.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-CHARGES - EVERY FEEHIST BLOCK PRICED ON OR BEFORE THE
      * MONTH END.  ALL OF A DOCUMENT'S CHARGES COUNT TOWARD WHAT IT
      * OWED; ITS LAST CHARGE IN THE PRIOR MONTH AND IN THIS ONE GIVE
      * ITS BUCKET AT EACH MONTH END.  A rebill CORRECTION IS MONEY
      * OWED BUT SAYS NOTHING ABOUT HOW LATE THE ACCOUNT IS, SO IT
      * DOES NOT MOVE THE BUCKET.
      *----------------------------------------------------------------
       2000-READ-CHARGES.
           MOVE 'N' TO ws-eof-switch
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               UNTIL ws-eof
           CLOSE HISTORY-FILE
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
                   IF ws-block-in-range
                       PERFORM 2200-TALLY-CHARGE THRU 2200-EXIT
                   END-IF
               WHEN IFACE-TRAILER
                   MOVE 'N' TO ws-block-switch
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-CHECK-BLOCK.
           MOVE 'N' TO ws-block-switch
           MOVE 'N' TO ws-rebill-block-switch
           IF IFACE-HDR-DATE > month-end
               GO TO 2150-EXIT
           END-IF
           SET ws-block-in-range TO TRUE
           MOVE IFACE-HDR-DATE TO block-date

           IF NOT ws-runctl-open OR IFACE-HDR-RUN-ID NOT NUMERIC
               GO TO 2150-EXIT
           END-IF
           MOVE IFACE-HDR-RUN-ID TO block-run-id
           MOVE block-run-id TO RUN-ID
           READ RUN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUN-PROGRAM = "rebill"
                       SET ws-rebill-block TO TRUE
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

       2200-TALLY-CHARGE.
           ADD 1 TO hist-detail-count
           MOVE 'N' TO ws-new-doc-switch
           MOVE IFACE-DOC TO RLW-DOC
           READ WORK-FILE
               INVALID KEY
                   SET ws-new-doc TO TRUE
                   MOVE SPACES TO RLW-PRIOR-DATE
                   MOVE ZERO TO RLW-PRIOR-BUCKET
                   MOVE SPACES TO RLW-CUR-DATE
                   MOVE ZERO TO RLW-CUR-BUCKET
                   MOVE SPACES TO RLW-LAST-CHARGE
                   MOVE ZERO TO RLW-CHARGED
                   MOVE ZERO TO RLW-PAID-BEFORE
                   MOVE ZERO TO RLW-COLLECTED
           END-READ

           ADD IFACE-CALC TO RLW-CHARGED

           IF ws-rebill-block
               ADD 1 TO rebill-detail-count
               GO TO 2200-SAVE
           END-IF

           IF block-date NOT < RLW-LAST-CHARGE
                   OR RLW-LAST-CHARGE = SPACES
               MOVE block-date TO RLW-LAST-CHARGE
           END-IF

           MOVE IFACE-DAYS TO days-int
           EVALUATE TRUE
               WHEN days-int >= 1 AND days-int <= 30
                   MOVE 1 TO bucket-ix
               WHEN days-int >= 31 AND days-int <= 60
                   MOVE 2 TO bucket-ix
               WHEN days-int >= 61 AND days-int <= 90
                   MOVE 3 TO bucket-ix
               WHEN OTHER
                   MOVE 4 TO bucket-ix
           END-EVALUATE

           IF block-date (1:6) = prior-month
               IF RLW-PRIOR-DATE = SPACES
                       OR block-date NOT < RLW-PRIOR-DATE
                   MOVE block-date TO RLW-PRIOR-DATE
                   MOVE bucket-ix TO RLW-PRIOR-BUCKET
               END-IF
           END-IF
           IF block-date (1:6) = report-month
               IF RLW-CUR-DATE = SPACES
                       OR block-date NOT < RLW-CUR-DATE
                   MOVE block-date TO RLW-CUR-DATE
                   MOVE bucket-ix TO RLW-CUR-BUCKET
               END-IF
           END-IF.

       2200-SAVE.
           IF ws-new-doc
               WRITE RLW-RECORD
           ELSE
               REWRITE RLW-RECORD
           END-IF
           IF ws-work-status NOT = "00"
               DISPLAY "rollrpt: CANNOT WRITE ROLLWORK - STATUS "
                   ws-work-status " - DOCUMENT " IFACE-DOC
               MOVE 16 TO run-error-level
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-READ-PAYMENTS - THE CASH cashapp LOGGED ON OIALLOC (A
      * CHARGE CLEARED OR PART-PAID, PRE-OIDETAIL BALANCE PAID, OR AN
      * EXCESS KEPT AS CREDIT - NOT THE CREDIT BEING TAKEN UP LATER,
      * WHICH IS THE SAME MONEY AGAIN).  POSTED BEFORE THE MONTH IT
      * REDUCES WHAT WAS OPEN AT THE START; POSTED IN THE MONTH IT IS
      * WHAT WAS COLLECTED.
      *----------------------------------------------------------------
       3000-READ-PAYMENTS.
           IF NOT ws-alloc-open
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3100-READ-ALLOCATION THRU 3100-EXIT
               UNTIL ws-eof
           CLOSE ALLOC-FILE
           MOVE 'N' TO ws-alloc-open-switch.
       3000-EXIT.
           EXIT.

       3100-READ-ALLOCATION.
           READ ALLOC-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF OIA-CREDIT-TAKEN OR OIA-POST-DATE > month-end
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO alloc-count

           MOVE OIA-DOC TO RLW-DOC
           READ WORK-FILE
               INVALID KEY
                   ADD 1 TO alloc-unmatched-count
                   GO TO 3100-EXIT
           END-READ
           IF OIA-POST-DATE < month-start
               ADD OIA-APPLIED TO RLW-PAID-BEFORE
           ELSE
               ADD OIA-APPLIED TO RLW-COLLECTED
           END-IF
           REWRITE RLW-RECORD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-READ-REVERSALS - EVERY REVERSAL DATED BY THE MONTH END,
      * LIVE AND ON THE REVARCH ARCHIVE retain MAINTAINS, TAKES BACK
      * PART OF WHAT THE DOCUMENT WAS CHARGED - A REFUND AGAINST THE
      * CPF IN REV-CPF, A rebill REVERSAL AGAINST THE FULL DOCUMENT IN
      * REV-DOC.  A REVERSAL FOR A DOCUMENT NEVER CHARGED ON FEEHIST
      * HAS NOTHING TO NET AGAINST.  NEITHER FILE JUST MEANS NOTHING
      * HAS BEEN REVERSED (OR ROLLED OFF).
      *----------------------------------------------------------------
       3500-READ-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF ws-reversal-file-status = "00"
               MOVE 'N' TO ws-eof-switch
               PERFORM 3600-READ-REVERSAL THRU 3600-EXIT
                   UNTIL ws-eof
               CLOSE REVERSAL-FILE
           END-IF

           OPEN INPUT REV-ARCHIVE-FILE
           IF ws-rev-archive-status = "00"
               MOVE 'N' TO ws-eof-switch
               PERFORM 3700-READ-ARCHIVED THRU 3700-EXIT
                   UNTIL ws-eof
               CLOSE REV-ARCHIVE-FILE
           END-IF.
       3500-EXIT.
           EXIT.

       3600-READ-REVERSAL.
           READ REVERSAL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3600-EXIT
           END-READ

           MOVE REV-CPF TO reversal-doc
           IF REV-DOC NOT = SPACES
               MOVE REV-DOC TO reversal-doc
           END-IF
           MOVE REV-TIMESTAMP (1:8) TO reversal-date
           MOVE REV-AMOUNT TO reversal-value
           PERFORM 3800-NET-REVERSAL THRU 3800-EXIT.
       3600-EXIT.
           EXIT.

       3700-READ-ARCHIVED.
           READ REV-ARCHIVE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3700-EXIT
           END-READ

           MOVE RVA-CPF TO reversal-doc
           IF RVA-DOC NOT = SPACES
               MOVE RVA-DOC TO reversal-doc
           END-IF
           MOVE RVA-TIMESTAMP (1:8) TO reversal-date
           MOVE RVA-AMOUNT TO reversal-value
           PERFORM 3800-NET-REVERSAL THRU 3800-EXIT.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-NET-REVERSAL - THE REVERSAL IS CARRIED NEGATIVE, SO IT IS
      * ADDED TO WHAT THE DOCUMENT WAS CHARGED; NEVER BELOW NIL.
      *----------------------------------------------------------------
       3800-NET-REVERSAL.
           IF reversal-date > month-end
               GO TO 3800-EXIT
           END-IF

           MOVE reversal-doc TO RLW-DOC
           READ WORK-FILE
               INVALID KEY
                   GO TO 3800-EXIT
           END-READ
           ADD 1 TO reversal-count

           COMPUTE net-charged = RLW-CHARGED + reversal-value
           IF net-charged < ZERO
               MOVE ZERO TO net-charged
           END-IF
           MOVE net-charged TO RLW-CHARGED
           REWRITE RLW-RECORD.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CLASSIFY-ACCOUNTS - EVERY DOCUMENT THAT WAS DELINQUENT AT
      * EITHER MONTH END OR STILL OWED SOMETHING DURING THE MONTH GOES
      * INTO ITS ENTITY/SEGMENT GROUP AND THE ALL-ACCOUNTS GROUP.
      *----------------------------------------------------------------
       4000-CLASSIFY-ACCOUNTS.
           MOVE 'N' TO ws-eof-switch
           MOVE LOW-VALUES TO RLW-DOC
           START WORK-FILE KEY IS NOT LESS THAN RLW-DOC
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM 4100-CLASSIFY-ONE THRU 4100-EXIT
               UNTIL ws-eof.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CLASSIFY-ONE - COLLECTIBLE IS WHAT WAS STILL OPEN AT THE
      * START OF THE MONTH (NET OF REVERSALS) PLUS WHAT WAS CHARGED
      * DURING IT; COLLECTED IS COUNTED ONLY UP TO THAT, SO AN
      * OVERPAYMENT LEFT AS CREDIT DOES NOT PUSH EFFECTIVENESS PAST
      * 100%.  A DOCUMENT ALREADY WRITTEN OFF WHEN THE MONTH BEGAN WAS
      * NOT THERE TO BE COLLECTED AND STAYS OUT OF BOTH FIGURES.
      *----------------------------------------------------------------
       4100-CLASSIFY-ONE.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 4100-EXIT
           END-READ

           MOVE ZERO TO doc-collectible
           PERFORM 4150-CHECK-EARLY-WROFF THRU 4150-EXIT
           IF RLW-CHARGED > RLW-PAID-BEFORE AND NOT ws-wrote-off-early
               COMPUTE doc-collectible = RLW-CHARGED - RLW-PAID-BEFORE
           END-IF
           IF RLW-PRIOR-BUCKET = ZERO AND RLW-CUR-BUCKET = ZERO
                   AND doc-collectible = ZERO
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO account-count
           MOVE RLW-COLLECTED TO doc-collected
           IF doc-collected > doc-collectible
               MOVE doc-collectible TO doc-collected
           END-IF

           MOVE ZERO TO state-ix
           IF RLW-PRIOR-BUCKET > ZERO
               PERFORM 4400-FIND-STATE THRU 4400-EXIT
           END-IF

           MOVE 1 TO grp-ix
           PERFORM 4500-ADD-TO-GROUP THRU 4500-EXIT
           PERFORM 4200-FIND-SEGMENT THRU 4200-EXIT
           PERFORM 4300-FIND-GROUP THRU 4300-EXIT
           IF grp-ix > 1
               PERFORM 4500-ADD-TO-GROUP THRU 4500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-CHECK-EARLY-WROFF - WRITTEN OFF ON WROFF BEFORE THE FIRST
      * OF THE MONTH.
      *----------------------------------------------------------------
       4150-CHECK-EARLY-WROFF.
           MOVE 'N' TO ws-wrote-off-early-switch
           IF NOT ws-register-open
               GO TO 4150-EXIT
           END-IF

           MOVE RLW-DOC TO WOF-DOC
           READ REGISTER-FILE
               INVALID KEY
                   GO TO 4150-EXIT
           END-READ
           IF WOF-DATE < month-start
               SET ws-wrote-off-early TO TRUE
               ADD 1 TO early-wroff-count
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-FIND-SEGMENT - ENTITY FROM THE SHAPE OF THE DOCUMENT, RISK
      * SEGMENT OFF THE CUSTOMER OR COMPANY MASTER AS IT STANDS; 00
      * WHEN THE DOCUMENT IS ON NEITHER.
      *----------------------------------------------------------------
       4200-FIND-SEGMENT.
           MOVE "00" TO doc-segment
           IF RLW-DOC (12:3) = SPACES
               MOVE "F" TO doc-entity
               MOVE RLW-DOC (1:11) TO lookup-cpf
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           ELSE
               MOVE "J" TO doc-entity
               MOVE RLW-DOC TO lookup-doc
               CALL "company_lookup" USING lookup-doc, cust-found,
                   cust-status-code, cust-name, cust-segment
           END-IF
           IF cust-found NOT = 0 AND cust-segment NOT = SPACES
               MOVE cust-segment TO doc-segment
           END-IF.
       4200-EXIT.
           EXIT.

       4300-FIND-GROUP.
           MOVE 'N' TO ws-found-switch
           MOVE 1 TO grp-ix
           PERFORM 4310-CHECK-GROUP THRU 4310-EXIT
               UNTIL ws-found OR grp-ix >= grp-count
           IF ws-found
               GO TO 4300-EXIT
           END-IF

           IF grp-count >= GROUP-TABLE-MAX
               DISPLAY "rollrpt: GROUP TABLE FULL - ENTITY "
                   doc-entity " SEGMENT " doc-segment
                   " NOT BROKEN OUT"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
               MOVE 1 TO grp-ix
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO grp-count
           MOVE grp-count TO grp-ix
           INITIALIZE group-entry (grp-ix)
           MOVE doc-entity TO gt-entity (grp-ix)
           MOVE doc-segment TO gt-segment (grp-ix).
       4300-EXIT.
           EXIT.

       4310-CHECK-GROUP.
           ADD 1 TO grp-ix
           IF gt-entity (grp-ix) = doc-entity
                   AND gt-segment (grp-ix) = doc-segment
               SET ws-found TO TRUE
           END-IF.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-FIND-STATE - WHERE AN ACCOUNT DELINQUENT AT THE END OF THE
      * PRIOR MONTH STANDS AT THE END OF THIS ONE.  WRITTEN OFF BY THE
      * MONTH END (WROFF DATE; OPENITEM W WHEN THERE IS NO REGISTER)
      * COMES FIRST, THEN CURED - PAID IN FULL BY THE MONTH END AND
      * NOT CHARGED AGAIN SINCE THE PAYMENT - THEN THE BUCKET OF THE
      * MONTH'S LAST CHARGE AGAINST LAST MONTH'S.  OPEN BUT NOT CHARGED
      * THIS MONTH (A DISPUTE HOLD, FOR ONE) IS ITS OWN COLUMN.
      *----------------------------------------------------------------
       4400-FIND-STATE.
           IF ws-register-open
               MOVE RLW-DOC TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WOF-DATE NOT > month-end
                           MOVE 5 TO state-ix
                           GO TO 4400-EXIT
                       END-IF
               END-READ
           END-IF

           MOVE RLW-DOC TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE SPACE TO OI-STATUS
           END-READ
           IF OI-WRITTEN-OFF AND NOT ws-register-open
               MOVE 5 TO state-ix
               GO TO 4400-EXIT
           END-IF
           IF OI-SETTLED AND OI-LAST-PAY-DATE NOT > month-end
                   AND OI-LAST-PAY-DATE NOT < RLW-LAST-CHARGE
               MOVE 4 TO state-ix
               GO TO 4400-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RLW-CUR-BUCKET = ZERO
                   MOVE 6 TO state-ix
               WHEN RLW-CUR-BUCKET > RLW-PRIOR-BUCKET
                   MOVE 1 TO state-ix
               WHEN RLW-CUR-BUCKET = RLW-PRIOR-BUCKET
                   MOVE 2 TO state-ix
               WHEN OTHER
                   MOVE 3 TO state-ix
           END-EVALUATE.
       4400-EXIT.
           EXIT.

       4500-ADD-TO-GROUP.
           ADD doc-collectible TO gt-collectible (grp-ix)
           ADD doc-collected TO gt-collected (grp-ix)
           IF state-ix > ZERO
               ADD 1 TO gt-cell (grp-ix, RLW-PRIOR-BUCKET, state-ix)
           ELSE
               IF RLW-CUR-BUCKET > ZERO
                   ADD 1 TO gt-new-count (grp-ix)
               END-IF
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SAVE-HISTORY - THE MONTH'S GROUPS ONTO ROLLHIST; A RERUN
      * FOR THE SAME MONTH REPLACES WHAT WAS THERE.  A GROUP THAT WAS
      * ON FILE FOR THE MONTH BUT HAS NO ACCOUNTS THIS TIME IS LEFT AS
      * IT WAS - IT STILL PRINTS IN THE MATRIX AND THE TREND.
      *----------------------------------------------------------------
       5000-SAVE-HISTORY.
           PERFORM 5100-SAVE-GROUP THRU 5100-EXIT
               VARYING grp-ix FROM 1 BY 1
               UNTIL grp-ix > grp-count.
       5000-EXIT.
           EXIT.

       5100-SAVE-GROUP.
           MOVE report-month TO RLH-MONTH
           MOVE gt-entity (grp-ix) TO RLH-ENTITY
           MOVE gt-segment (grp-ix) TO RLH-SEGMENT
           PERFORM 5110-COPY-ROW THRU 5110-EXIT
               VARYING bucket-ix FROM 1 BY 1
               UNTIL bucket-ix > 4
           MOVE gt-new-count (grp-ix) TO RLH-NEW-COUNT
           MOVE gt-collected (grp-ix) TO RLH-COLLECTED
           MOVE gt-collectible (grp-ix) TO RLH-COLLECTIBLE
           MOVE today-date TO RLH-RUN-DATE
           WRITE ROLL-HIST-REC
               INVALID KEY
                   REWRITE ROLL-HIST-REC
           END-WRITE
           IF ws-roll-hist-status NOT = "00"
               DISPLAY "rollrpt: CANNOT WRITE ROLLHIST - STATUS "
                   ws-roll-hist-status " - " RLH-KEY
               MOVE 16 TO run-error-level
           END-IF.
       5100-EXIT.
           EXIT.

       5110-COPY-ROW.
           PERFORM 5120-COPY-CELL THRU 5120-EXIT
               VARYING state-ix FROM 1 BY 1
               UNTIL state-ix > 6.
       5110-EXIT.
           EXIT.

       5120-COPY-CELL.
           MOVE gt-cell (grp-ix, bucket-ix, state-ix)
               TO RLH-CELL (bucket-ix, state-ix).
       5120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-REPORT - THE MONTH'S MATRIX AND EFFECTIVENESS LINE
      * PER GROUP IN ROLLHIST KEY ORDER (ALL ACCOUNTS FIRST, THEN CPF
      * AND CNPJ BY SEGMENT), THEN THE 12-MONTH TREND FOR EACH GROUP.
      *----------------------------------------------------------------
       6000-WRITE-REPORT.
           OPEN OUTPUT ROLL-REPORT-FILE
           MOVE SPACES TO ROLL-REPORT-REC
           STRING "backUrubu COLLECTIONS - ROLL-RATE AND CURE-RATE "
                   DELIMITED BY SIZE
               "ANALYSIS " DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               " (FROM " DELIMITED BY SIZE
               prior-month DELIMITED BY SIZE
               ")   RUN " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           MOVE SPACES TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC

           MOVE "BUCKET MIGRATION AND COLLECTION EFFECTIVENESS"
               TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC

           MOVE ZERO TO order-count
           MOVE 'N' TO ws-eof-switch
           MOVE report-month TO RLH-MONTH
           MOVE LOW-VALUES TO RLH-ENTITY
           MOVE LOW-VALUES TO RLH-SEGMENT
           START ROLL-HIST-FILE KEY IS NOT LESS THAN RLH-KEY
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM 6100-WRITE-GROUP THRU 6100-EXIT
               UNTIL ws-eof

           MOVE SPACES TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           MOVE "12-MONTH TREND" TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           PERFORM 6300-WRITE-TREND THRU 6300-EXIT
               VARYING order-ix FROM 1 BY 1
               UNTIL order-ix > order-count

           MOVE SPACES TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           MOVE SPACES TO ws-total-line
           MOVE "FEEHIST CHARGES READ" TO wtl-label
           MOVE hist-detail-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "  OF WHICH rebill CORRECTIONS" TO wtl-label
           MOVE rebill-detail-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "OIALLOC PAYMENTS READ" TO wtl-label
           MOVE alloc-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "  FOR DOCUMENTS NEVER CHARGED" TO wtl-label
           MOVE alloc-unmatched-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "REVERSALS NETTED FROM CHARGES" TO wtl-label
           MOVE reversal-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "WRITTEN OFF BEFORE THE MONTH" TO wtl-label
           MOVE early-wroff-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "ACCOUNTS ANALYSED" TO wtl-label
           MOVE account-count TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line

           CLOSE ROLL-REPORT-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-WRITE-GROUP - ONE GROUP'S MATRIX: A ROW PER BUCKET LAST
      * MONTH, EACH COLUMN THE ACCOUNTS AND THEIR SHARE OF THE ROW.
      *----------------------------------------------------------------
       6100-WRITE-GROUP.
           READ ROLL-HIST-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF RLH-MONTH NOT = report-month
               SET ws-eof TO TRUE
               GO TO 6100-EXIT
           END-IF

           IF order-count < GROUP-TABLE-MAX
               ADD 1 TO order-count
               MOVE RLH-ENTITY TO ot-entity (order-count)
               MOVE RLH-SEGMENT TO ot-segment (order-count)
           END-IF

           MOVE SPACES TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           PERFORM 6400-GROUP-LABEL THRU 6400-EXIT
           WRITE ROLL-REPORT-REC FROM ws-group-line
           WRITE ROLL-REPORT-REC FROM ws-matrix-heading
           PERFORM 6200-WRITE-ROW THRU 6200-EXIT
               VARYING bucket-ix FROM 1 BY 1
               UNTIL bucket-ix > 4

           MOVE SPACES TO ws-total-line
           MOVE "NEW TO DELINQUENCY THIS MONTH" TO wtl-label
           MOVE RLH-NEW-COUNT TO wtl-count
           WRITE ROLL-REPORT-REC FROM ws-total-line

           MOVE RLH-COLLECTED TO wel-collected
           MOVE RLH-COLLECTIBLE TO wel-collectible
           MOVE ZERO TO pct-value
           IF RLH-COLLECTIBLE > ZERO
               COMPUTE pct-value ROUNDED =
                   RLH-COLLECTED * 100 / RLH-COLLECTIBLE
           END-IF
           MOVE pct-value TO wel-pct
           WRITE ROLL-REPORT-REC FROM ws-effect-line.
       6100-EXIT.
           EXIT.

       6200-WRITE-ROW.
           MOVE ZERO TO row-total
           PERFORM 6210-ADD-CELL THRU 6210-EXIT
               VARYING state-ix FROM 1 BY 1
               UNTIL state-ix > 6
           MOVE SPACES TO ws-matrix-line
           MOVE bucket-label (bucket-ix) TO wml-label
           MOVE row-total TO wml-accounts
           PERFORM 6220-EDIT-CELL THRU 6220-EXIT
               VARYING state-ix FROM 1 BY 1
               UNTIL state-ix > 6
           WRITE ROLL-REPORT-REC FROM ws-matrix-line.
       6200-EXIT.
           EXIT.

       6210-ADD-CELL.
           ADD RLH-CELL (bucket-ix, state-ix) TO row-total.
       6210-EXIT.
           EXIT.

       6220-EDIT-CELL.
           MOVE RLH-CELL (bucket-ix, state-ix) TO wml-count (state-ix)
           MOVE ZERO TO pct-value
           IF row-total > ZERO
               COMPUTE pct-value ROUNDED =
                   RLH-CELL (bucket-ix, state-ix) * 100 / row-total
           END-IF
           MOVE pct-value TO wml-pct (state-ix).
       6220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-WRITE-TREND - ONE GROUP'S LAST 12 MONTHS OFF ROLLHIST,
      * OLDEST FIRST: ACCOUNTS DELINQUENT AT THE START OF EACH MONTH,
      * THE SHARE THAT ROLLED FORWARD, CURED AND WAS WRITTEN OFF, THE
      * NEW DELINQUENCIES AND THE EFFECTIVENESS FIGURE.  A MONTH THAT
      * WAS NEVER REPORTED SAYS SO.
      *----------------------------------------------------------------
       6300-WRITE-TREND.
           MOVE SPACES TO ROLL-REPORT-REC
           WRITE ROLL-REPORT-REC
           MOVE ot-entity (order-ix) TO RLH-ENTITY
           MOVE ot-segment (order-ix) TO RLH-SEGMENT
           PERFORM 6400-GROUP-LABEL THRU 6400-EXIT
           WRITE ROLL-REPORT-REC FROM ws-group-line
           WRITE ROLL-REPORT-REC FROM ws-trend-heading

           MOVE report-month TO month-work-x
           PERFORM 1600-STEP-MONTH-BACK THRU 1600-EXIT
               VARYING trend-ix FROM 2 BY 1
               UNTIL trend-ix > TREND-MONTHS
           PERFORM 6310-WRITE-TREND-MONTH THRU 6310-EXIT
               VARYING trend-ix FROM 1 BY 1
               UNTIL trend-ix > TREND-MONTHS.
       6300-EXIT.
           EXIT.

       6310-WRITE-TREND-MONTH.
           MOVE SPACES TO ws-trend-line
           MOVE month-work-x TO wtr-month
           MOVE month-work-x TO RLH-MONTH
           MOVE ot-entity (order-ix) TO RLH-ENTITY
           MOVE ot-segment (order-ix) TO RLH-SEGMENT
           READ ROLL-HIST-FILE
               INVALID KEY
                   MOVE SPACES TO ROLL-REPORT-REC
                   STRING month-work-x DELIMITED BY SIZE
                       "  NOT REPORTED" DELIMITED BY SIZE
                       INTO ROLL-REPORT-REC
                   WRITE ROLL-REPORT-REC
                   GO TO 6310-NEXT
           END-READ

           MOVE ZERO TO delinq-count
           MOVE ZERO TO roll-fwd-count
           MOVE ZERO TO cured-count
           MOVE ZERO TO wroff-count
           PERFORM 6320-ADD-TREND-ROW THRU 6320-EXIT
               VARYING bucket-ix FROM 1 BY 1
               UNTIL bucket-ix > 4
           MOVE delinq-count TO wtr-delinq
           MOVE RLH-NEW-COUNT TO wtr-new
           MOVE RLH-COLLECTED TO wtr-collected
           MOVE RLH-COLLECTIBLE TO wtr-collectible

           MOVE ZERO TO wtr-fwd-pct
           MOVE ZERO TO wtr-cure-pct
           MOVE ZERO TO wtr-wo-pct
           IF delinq-count > ZERO
               COMPUTE pct-value ROUNDED =
                   roll-fwd-count * 100 / delinq-count
               MOVE pct-value TO wtr-fwd-pct
               COMPUTE pct-value ROUNDED =
                   cured-count * 100 / delinq-count
               MOVE pct-value TO wtr-cure-pct
               COMPUTE pct-value ROUNDED =
                   wroff-count * 100 / delinq-count
               MOVE pct-value TO wtr-wo-pct
           END-IF
           MOVE ZERO TO pct-value
           IF RLH-COLLECTIBLE > ZERO
               COMPUTE pct-value ROUNDED =
                   RLH-COLLECTED * 100 / RLH-COLLECTIBLE
           END-IF
           MOVE pct-value TO wtr-eff-pct
           WRITE ROLL-REPORT-REC FROM ws-trend-line.

       6310-NEXT.
           PERFORM 1700-STEP-MONTH-FORWARD THRU 1700-EXIT.
       6310-EXIT.
           EXIT.

       6320-ADD-TREND-ROW.
           PERFORM 6330-ADD-TREND-CELL THRU 6330-EXIT
               VARYING state-ix FROM 1 BY 1
               UNTIL state-ix > 6
           ADD RLH-CELL (bucket-ix, 1) TO roll-fwd-count
           ADD RLH-CELL (bucket-ix, 4) TO cured-count
           ADD RLH-CELL (bucket-ix, 5) TO wroff-count.
       6320-EXIT.
           EXIT.

       6330-ADD-TREND-CELL.
           ADD RLH-CELL (bucket-ix, state-ix) TO delinq-count.
       6330-EXIT.
           EXIT.

       6400-GROUP-LABEL.
           EVALUATE RLH-ENTITY
               WHEN "*"
                   MOVE "ALL ACCOUNTS" TO wgl-entity
               WHEN "F"
                   MOVE "CPF" TO wgl-entity
               WHEN "J"
                   MOVE "CNPJ" TO wgl-entity
               WHEN OTHER
                   MOVE RLH-ENTITY TO wgl-entity
           END-EVALUATE
           MOVE RLH-SEGMENT TO wgl-segment
           IF RLH-SEGMENT = "**"
               MOVE "ALL" TO wgl-segment
           END-IF.
       6400-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT ws-nothing-to-do
               CLOSE OPEN-ITEM-FILE
               CLOSE WORK-FILE
               CLOSE ROLL-HIST-FILE
               IF ws-register-open
                   CLOSE REGISTER-FILE
               END-IF
               MOVE 'C' TO lookup-func
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
               DISPLAY "rollrpt: " report-month " - " account-count
                   " ACCOUNTS IN " grp-count " GROUPS, "
                   hist-detail-count " CHARGES, " alloc-count
                   " PAYMENTS"
           END-IF

           MOVE 'E' TO run-ctl-func
           MOVE hist-detail-count TO rollrpt-in-count
           MOVE account-count TO rollrpt-out-count
           EVALUATE TRUE
               WHEN run-error-level = ZERO
                   MOVE "OK" TO run-final
               WHEN run-error-level < 16
                   MOVE "WN" TO run-final
               WHEN OTHER
                   MOVE "ER" TO run-final
           END-EVALUATE
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, rollrpt-run-id, rollrpt-in-count,
               rollrpt-out-count, run-final
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
