       IDENTIFICATION DIVISION.
       PROGRAM-ID. prescmon.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - NIGHTLY PRESCRIPTION
      *                    (STATUTE OF LIMITATIONS) MONITOR.  A DEBT
      *                    PAST THE LEGAL COLLECTION LIMIT (FIVE YEARS
      *                    FROM ITS DUE DATE) WAS STILL ACCRUING,
      *                    STILL BEING DUNNED AND STILL HOLDING THE
      *                    CUSTOMER AT D.  THIS STEP RUNS AFTER
      *                    acctedit AND BEFORE backUrubuBatch: IT KEEPS
      *                    THE ORIGINAL (EARLIEST) DUE DATE OF EVERY
      *                    DOCUMENT ACCTIN CARRIES ON THE PRESCRIP
      *                    FILE, FLAGS THE DEBTS THAT ENTER THE
      *                    WARNING WINDOW (PRSCTL, DEFAULT 90 DAYS)
      *                    AND PUTS A DEBT THAT HAS PRESCRIBED ON THE
      *                    STOP LIST - PRESCRIP STATUS S, WHICH
      *                    backUrubuBatch, dunstmt AND delinqprom
      *                    HONOR AND FROM WHICH wrocand PUTS THE
      *                    POSITION FORWARD FOR WRITE-OFF.  THE
      *                    PRESCRPT REPORT LISTS THE NEWLY PRESCRIBED
      *                    AND THE UPCOMING DEBTS WITH THEIR BALANCES,
      *                    IN PRESCRIPTION-DATE ORDER, FOR LEGAL
      *                    REVIEW.
      *   2026-10-15  MRS  A LATER DUE DATE ON THE FEED STARTS A NEW
      *                    TRACKING CYCLE WHEN THE OLD DEBT IS GONE -
      *                    THE POSITION SETTLED ON OPENITEM, OR THE
      *                    ENTRY WARNED OR ON THE STOP LIST WITH THE
      *                    POSITION CLOSED: NEW DUE DATE, BACK TO T,
      *                    WARNING AND STOP DATES CLEARED.  A NEW DEBT
      *                    NO LONGER INHERITS THE OLD ONE'S AGE OR ITS
      *                    PLACE ON THE STOP LIST.
      *   2026-10-15  MRS  A DOCUMENT THAT CANNOT BE LISTED ON THE WORK
      *                    FILE NO LONGER LOWERS A SEVERE RUN TO A
      *                    WARNING.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-accounts-file-status.

           SELECT CONTROL-FILE ASSIGN TO "PRSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-file-status.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-DOC
               FILE STATUS IS ws-prescrip-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT WORK-FILE ASSIGN TO "PRSWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-KEY
               FILE STATUS IS ws-work-status.

           SELECT PRESCRIPTION-REPORT-FILE ASSIGN TO "PRESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CONTROL-FILE.
      *----------------------------------------------------------------
      * SINGLE OPTIONAL CONTROL RECORD, FIXED COLUMNS -
      *   PCTL-WARN-DAYS  COLS 1-3  CALENDAR DAYS BEFORE THE
      *                             PRESCRIPTION DATE A DEBT ENTERS
      *                             THE WARNING WINDOW; BLANK = 90.
      *   PCTL-YEARS      COLS 5-6  LEGAL COLLECTION LIMIT IN YEARS;
      *                             BLANK OR ZERO = 5.
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  PCTL-WARN-DAYS      PIC X(03).
           05  FILLER              PIC X(01).
           05  PCTL-YEARS          PIC X(02).

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  WORK-FILE.
      *----------------------------------------------------------------
      * THE NIGHT'S REPORT LINES KEYED BY SECTION (1 = PRESCRIBED THIS
      * RUN, 2 = INSIDE THE WARNING WINDOW), PRESCRIPTION DATE AND
      * DOCUMENT, SO THE REPORT COMES OUT IN DATE ORDER WITHIN EACH
      * SECTION.  REBUILT EMPTY EVERY RUN.
      *----------------------------------------------------------------
       01  PRS-WORK-REC.
           05  PW-KEY.
               10  PW-SECTION          PIC X(01).
               10  PW-PRESCRIBE-DATE   PIC X(08).
               10  PW-DOC              PIC X(14).
           05  PW-DUE-DATE         PIC X(08).
           05  PW-DAYS             PIC 9(05).
           05  PW-DEBT-VALUE       PIC 9(09)V99.
           05  PW-FEES-OPEN        PIC 9(11)V99.
           05  PW-NOTE             PIC X(12).

       FD  PRESCRIPTION-REPORT-FILE.
       01  PRESCRIPTION-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       78  DEFAULT-WARN-DAYS       VALUE 90.
       78  DEFAULT-LIMIT-YEARS     VALUE 5.

       01  ws-accounts-file-status PIC XX VALUE SPACES.
       01  ws-control-file-status PIC XX VALUE SPACES.
       01  ws-prescrip-status  PIC XX VALUE SPACES.
       01  ws-open-item-status PIC XX VALUE SPACES.
       01  ws-work-status      PIC XX VALUE SPACES.

       01  ws-feed-eof-switch  PIC X VALUE 'N'.
           88  ws-feed-eof               VALUE 'Y'.
       01  ws-walk-eof-switch  PIC X VALUE 'N'.
           88  ws-walk-eof               VALUE 'Y'.
       01  ws-work-eof-switch  PIC X VALUE 'N'.
           88  ws-work-eof               VALUE 'Y'.
       01  ws-feed-open-switch PIC X VALUE 'N'.
           88  ws-feed-open              VALUE 'Y'.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-changed-switch   PIC X VALUE 'N'.
           88  ws-changed                VALUE 'Y'.
       01  ws-new-cycle-switch PIC X VALUE 'N'.
           88  ws-new-cycle              VALUE 'Y'.

       01  warn-days           PIC 9(3) VALUE DEFAULT-WARN-DAYS.
       01  limit-years         PIC 9(2) VALUE DEFAULT-LIMIT-YEARS.

       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  due-date-num        PIC 9(8) VALUE ZERO.
       01  due-day-int         PIC 9(8) VALUE ZERO.
       01  presc-day-int       PIC 9(8) VALUE ZERO.
       01  days-left           PIC S9(7) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * THE PRESCRIPTION DATE IS BUILT BY ADDING THE LIMIT'S YEARS TO
      * THE DUE DATE'S YEAR.
      *----------------------------------------------------------------
       01  presc-date.
           05  presc-year          PIC 9(4).
           05  presc-mmdd          PIC X(04).
       01  presc-date-num REDEFINES presc-date PIC 9(8).
       01  old-prescribe-date  PIC X(08) VALUE SPACES.

       01  fees-open           PIC S9(11)V99 VALUE ZERO.
       01  balance-total       PIC 9(11)V99 VALUE ZERO.
       01  line-note           PIC X(12) VALUE SPACES.
       01  current-section     PIC X(01) VALUE SPACE.

       01  feed-read-count     PIC 9(7) VALUE ZERO.
       01  feed-undated-count  PIC 9(7) VALUE ZERO.
       01  new-tracked-count   PIC 9(7) VALUE ZERO.
       01  earlier-due-count   PIC 9(7) VALUE ZERO.
       01  new-cycle-count     PIC 9(7) VALUE ZERO.
       01  tracked-count       PIC 9(7) VALUE ZERO.
       01  window-count        PIC 9(7) VALUE ZERO.
       01  window-new-count    PIC 9(7) VALUE ZERO.
       01  window-total        PIC 9(13)V99 VALUE ZERO.
       01  prescribed-count    PIC 9(7) VALUE ZERO.
       01  prescribed-total    PIC 9(13)V99 VALUE ZERO.
       01  stop-list-count     PIC 9(7) VALUE ZERO.

       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE "00".
       01  lookup-cpf          PIC X(11) VALUE SPACES.
       01  lookup-func         PIC X(01) VALUE SPACE.

       01  ws-section-heading  PIC X(132) VALUE SPACES.

       01  ws-heading-line.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(27) VALUE "NAME".
           05  FILLER              PIC X(10) VALUE "DUE".
           05  FILLER              PIC X(10) VALUE "PRESCRIBES".
           05  FILLER              PIC X(08) VALUE "  DAYS".
           05  FILLER              PIC X(16) VALUE "    DEBT VALUE".
           05  FILLER              PIC X(16) VALUE "     FEES OPEN".
           05  FILLER              PIC X(16) VALUE "         TOTAL".
           05  FILLER              PIC X(10) VALUE "NOTE".

       01  ws-report-line.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-name            PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-due             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-prescribes      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-days            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-debt            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-fees            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-total           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-note            PIC X(12).

       01  ws-total-line.
           05  wtl-label           PIC X(44) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "prescmon".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - TAKE TONIGHT'S DUE DATES ONTO PRESCRIP, AGE
      * EVERY TRACKED DEBT AGAINST THE BUSINESS DATE, THEN PRINT THE
      * LEGAL REVIEW REPORT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF ws-prescrip-open
               PERFORM 2000-TAKE-FEED THRU 2000-EXIT
                   UNTIL ws-feed-eof
               PERFORM 3000-START-WALK THRU 3000-EXIT
               PERFORM 3100-AGE-ONE-DEBT THRU 3100-EXIT
                   UNTIL ws-walk-eof
               PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE WINDOW AND THE LIMIT AND OPEN THE
      * FILES.  NO ACCTIN JUST MEANS NO NEW DUE DATES TONIGHT - THE
      * DEBTS ALREADY TRACKED STILL AGE (WARNING, RC 8).  NO OPENITEM
      * MEANS NO FEE BALANCE ON THE REPORT.  ON A FRESH SYSTEM WHERE
      * PRESCRIP DOES NOT EXIST YET, OPEN I-O FAILS (STATUS 35) INSTEAD
      * OF CREATING IT, SO FALL BACK TO OPEN OUTPUT THEN REOPEN I-O.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "prescmon: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "prescmon: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "prescmon: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(today-date))

           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF PCTL-WARN-DAYS IS NUMERIC
                           MOVE PCTL-WARN-DAYS TO warn-days
                       END-IF
                       IF PCTL-YEARS IS NUMERIC
                               AND PCTL-YEARS NOT = "00"
                           MOVE PCTL-YEARS TO limit-years
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           DISPLAY "prescmon: LIMIT " limit-years " YEARS, WARNING "
               "WINDOW " warn-days " DAYS"

           OPEN OUTPUT PRESCRIPTION-REPORT-FILE
           MOVE SPACES TO PRESCRIPTION-REPORT-REC
           STRING "backUrubu COLLECTIONS - DEBTS APPROACHING OR PAST "
                   DELIMITED BY SIZE
               "PRESCRIPTION - FOR LEGAL REVIEW - AS OF "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO PRESCRIPTION-REPORT-REC
           WRITE PRESCRIPTION-REPORT-REC

           OPEN I-O PRESCRIPTION-FILE
           IF ws-prescrip-status = "35" OR ws-prescrip-status = "05"
               OPEN OUTPUT PRESCRIPTION-FILE
               CLOSE PRESCRIPTION-FILE
               OPEN I-O PRESCRIPTION-FILE
           END-IF
           IF ws-prescrip-status NOT = "00"
               DISPLAY "prescmon: CANNOT OPEN PRESCRIP - STATUS "
                   ws-prescrip-status " - NOTHING MONITORED"
               MOVE 16 TO run-error-level
               GO TO 1000-EXIT
           END-IF
           SET ws-prescrip-open TO TRUE

           OPEN INPUT ACCOUNTS-FILE
           IF ws-accounts-file-status = "00"
               SET ws-feed-open TO TRUE
           ELSE
               DISPLAY "prescmon: ACCTIN NOT PRESENT - STATUS "
                   ws-accounts-file-status " - NO NEW DUE DATES TAKEN"
               MOVE 8 TO run-error-level
               SET ws-feed-eof TO TRUE
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status = "00"
               SET ws-item-open TO TRUE
           END-IF

           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TAKE-FEED - ONE ACCTIN ACCOUNT.  A DOCUMENT SEEN FOR THE
      * FIRST TIME IS TRACKED FROM ITS DUE DATE; ONE ALREADY TRACKED
      * KEEPS THE EARLIER OF THE TWO DATES - THE DEBT'S AGE RUNS FROM
      * THE ORIGINAL DUE DATE, WHATEVER LATER FEEDS SAY - UNLESS THE
      * OLD DEBT IS GONE AND THE LATER DATE IS A NEW DEBT (2300).  AN
      * ACCOUNT WITHOUT A USABLE DUE DATE CANNOT BE AGED AND IS ONLY
      * COUNTED.
      *----------------------------------------------------------------
       2000-TAKE-FEED.
           READ ACCOUNTS-FILE
               AT END
                   SET ws-feed-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO feed-read-count

           IF ACCT-DUE-DATE NOT NUMERIC
                   OR ACCT-DUE-DATE = "00000000"
               ADD 1 TO feed-undated-count
               GO TO 2000-EXIT
           END-IF
           MOVE ACCT-DUE-DATE TO due-date-num
           COMPUTE due-day-int = FUNCTION INTEGER-OF-DATE(due-date-num)
           IF due-day-int = ZERO
               ADD 1 TO feed-undated-count
               GO TO 2000-EXIT
           END-IF

           MOVE ACCT-DOCUMENT TO PRS-DOC
           IF NOT ACCT-CORPORATE
               MOVE SPACES TO PRS-DOC (12:3)
           END-IF
           READ PRESCRIPTION-FILE
               INVALID KEY
                   PERFORM 2100-TRACK-NEW-DEBT THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-READ

           IF ACCT-DUE-DATE > PRS-DUE-DATE
               PERFORM 2300-CHECK-NEW-CYCLE THRU 2300-EXIT
           END-IF

           IF ACCT-DUE-DATE < PRS-DUE-DATE
               ADD 1 TO earlier-due-count
               DISPLAY "prescmon: DOCUMENT " PRS-DOC
                   " FED AN EARLIER DUE DATE " ACCT-DUE-DATE
                   " - WAS " PRS-DUE-DATE
               MOVE ACCT-DUE-DATE TO PRS-DUE-DATE
               PERFORM 2200-SET-PRESCRIBE-DATE THRU 2200-EXIT
           END-IF
           MOVE ACCT-VALUE TO PRS-DEBT-VALUE
           MOVE today-date TO PRS-LAST-SEEN
           REWRITE PRESCRIPTION-REC
               INVALID KEY
                   DISPLAY "prescmon: CANNOT UPDATE PRESCRIP FOR "
                       PRS-DOC " - STATUS " ws-prescrip-status
                   MOVE 16 TO run-error-level
           END-REWRITE.
       2000-EXIT.
           EXIT.

       2100-TRACK-NEW-DEBT.
           MOVE ACCT-DUE-DATE TO PRS-DUE-DATE
           PERFORM 2200-SET-PRESCRIBE-DATE THRU 2200-EXIT
           MOVE ACCT-VALUE TO PRS-DEBT-VALUE
           MOVE today-date TO PRS-FIRST-SEEN
           MOVE today-date TO PRS-LAST-SEEN
           MOVE SPACES TO PRS-WARN-DATE
           MOVE SPACES TO PRS-STOP-DATE
           MOVE 'T' TO PRS-STATUS
           WRITE PRESCRIPTION-REC
               INVALID KEY
                   DISPLAY "prescmon: CANNOT STORE PRESCRIP FOR "
                       PRS-DOC " - STATUS " ws-prescrip-status
                   MOVE 16 TO run-error-level
                   GO TO 2100-EXIT
           END-WRITE
           ADD 1 TO new-tracked-count.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-SET-PRESCRIBE-DATE - THE DUE DATE'S DAY AND MONTH, THE
      * LIMIT'S YEARS LATER.  A 29 FEBRUARY WITH NO 29 FEBRUARY IN
      * THE TARGET YEAR PRESCRIBES ON 1 MARCH.
      *----------------------------------------------------------------
       2200-SET-PRESCRIBE-DATE.
           MOVE PRS-DUE-DATE TO presc-date
           ADD limit-years TO presc-year
           COMPUTE presc-day-int =
               FUNCTION INTEGER-OF-DATE(presc-date-num)
           IF presc-day-int = ZERO
               MOVE "0301" TO presc-mmdd
           END-IF
           MOVE presc-date TO PRS-PRESCRIBE-DATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-NEW-CYCLE - THE FEED CARRIES A LATER DUE DATE THAN
      * THE ONE TRACKED.  WHILE THE OLD DEBT IS STILL OWED THAT IS THE
      * SAME DEBT RE-FED AND THE ORIGINAL DATE STANDS.  ONCE IT IS
      * GONE - THE POSITION SETTLED ON OPENITEM, OR AN ENTRY ALREADY
      * WARNED OR STOPPED WHOSE POSITION HAS CLOSED EITHER WAY - THE
      * LATER DATE IS A NEW DEBT AND TRACKING STARTS AGAIN FROM IT.
      * WITHOUT OPENITEM NOTHING CAN BE JUDGED AND THE OLD DATE STANDS.
      *----------------------------------------------------------------
       2300-CHECK-NEW-CYCLE.
           MOVE 'N' TO ws-new-cycle-switch
           IF NOT ws-item-open
               GO TO 2300-EXIT
           END-IF

           MOVE PRS-DOC TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ

           IF OI-SETTLED
               SET ws-new-cycle TO TRUE
           END-IF
           IF (PRS-STOPPED OR PRS-WARNED) AND NOT OI-OPEN
               SET ws-new-cycle TO TRUE
           END-IF
           IF NOT ws-new-cycle
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO new-cycle-count
           DISPLAY "prescmon: DOCUMENT " PRS-DOC " NEW DEBT DUE "
               ACCT-DUE-DATE " - OLD DEBT DUE " PRS-DUE-DATE
               " CLOSED, STATUS " PRS-STATUS " - TRACKING RESTARTED"
           MOVE ACCT-DUE-DATE TO PRS-DUE-DATE
           PERFORM 2200-SET-PRESCRIBE-DATE THRU 2200-EXIT
           MOVE today-date TO PRS-FIRST-SEEN
           MOVE SPACES TO PRS-WARN-DATE
           MOVE SPACES TO PRS-STOP-DATE
           MOVE 'T' TO PRS-STATUS.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-START-WALK - POSITION AT THE FRONT OF PRESCRIP FOR THE
      * AGING PASS; THE FEED'S RANDOM READS LEFT IT ANYWHERE.
      *----------------------------------------------------------------
       3000-START-WALK.
           MOVE LOW-VALUES TO PRS-DOC
           START PRESCRIPTION-FILE KEY IS NOT LESS THAN PRS-DOC
               INVALID KEY
                   SET ws-walk-eof TO TRUE
           END-START.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-AGE-ONE-DEBT - ONE TRACKED DEBT AGAINST THE BUSINESS DATE.
      * THE PRESCRIPTION DATE IS RECOMPUTED FIRST SO A CHANGED LIMIT
      * ON PRSCTL TAKES EFFECT.  ON OR PAST IT: ONTO THE STOP LIST,
      * ONCE.  INSIDE THE WINDOW: FLAGGED (THE FIRST NIGHT IS MARKED
      * NEW) AND LISTED EVERY NIGHT UNTIL IT PRESCRIBES.  A DEBT ON
      * THE STOP LIST STAYS THERE UNTIL THE FEED BRINGS A NEW DEBT
      * FOR THE DOCUMENT (2300), WHICH IS BACK AT T BY THE TIME IT
      * GETS HERE AND AGES FROM ITS OWN DUE DATE.
      *----------------------------------------------------------------
       3100-AGE-ONE-DEBT.
           READ PRESCRIPTION-FILE NEXT RECORD
               AT END
                   SET ws-walk-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO tracked-count

           IF PRS-STOPPED
               ADD 1 TO stop-list-count
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO ws-changed-switch
           MOVE PRS-PRESCRIBE-DATE TO old-prescribe-date
           PERFORM 2200-SET-PRESCRIBE-DATE THRU 2200-EXIT
           IF PRS-PRESCRIBE-DATE NOT = old-prescribe-date
               SET ws-changed TO TRUE
           END-IF
           MOVE PRS-PRESCRIBE-DATE TO presc-date
           COMPUTE presc-day-int =
               FUNCTION INTEGER-OF-DATE(presc-date-num)
           COMPUTE days-left = presc-day-int - today-day-int

           EVALUATE TRUE
               WHEN days-left NOT > ZERO
                   PERFORM 3200-STOP-DEBT THRU 3200-EXIT
               WHEN days-left NOT > warn-days
                   PERFORM 3300-WARN-DEBT THRU 3300-EXIT
               WHEN PRS-WARNED
                   MOVE 'T' TO PRS-STATUS
                   MOVE SPACES TO PRS-WARN-DATE
                   SET ws-changed TO TRUE
           END-EVALUATE

           IF ws-changed
               REWRITE PRESCRIPTION-REC
                   INVALID KEY
                       DISPLAY "prescmon: CANNOT UPDATE PRESCRIP FOR "
                           PRS-DOC " - STATUS " ws-prescrip-status
                       MOVE 16 TO run-error-level
               END-REWRITE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-STOP-DEBT.
           MOVE 'S' TO PRS-STATUS
           MOVE today-date TO PRS-STOP-DATE
           SET ws-changed TO TRUE
           ADD 1 TO prescribed-count
           ADD 1 TO stop-list-count
           DISPLAY "prescmon: DOCUMENT " PRS-DOC " PRESCRIBED "
               PRS-PRESCRIBE-DATE " - ON THE STOP LIST"

           MOVE SPACES TO line-note
           PERFORM 4000-FIND-FEES-OPEN THRU 4000-EXIT
           MOVE "1" TO PW-SECTION
           COMPUTE PW-DAYS = ZERO - days-left
           PERFORM 4100-STORE-WORK-LINE THRU 4100-EXIT
           ADD balance-total TO prescribed-total.
       3200-EXIT.
           EXIT.

       3300-WARN-DEBT.
           MOVE SPACES TO line-note
           IF NOT PRS-WARNED
               MOVE 'W' TO PRS-STATUS
               MOVE today-date TO PRS-WARN-DATE
               SET ws-changed TO TRUE
               ADD 1 TO window-new-count
               MOVE "NEW" TO line-note
           END-IF
           ADD 1 TO window-count

           PERFORM 4000-FIND-FEES-OPEN THRU 4000-EXIT
           MOVE "2" TO PW-SECTION
           MOVE days-left TO PW-DAYS
           PERFORM 4100-STORE-WORK-LINE THRU 4100-EXIT
           ADD balance-total TO window-total.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-FIND-FEES-OPEN - THE FEES STILL OPEN ON OPENITEM FOR THE
      * DOCUMENT.  A POSITION ALREADY PAID OR WRITTEN OFF IS NOTED
      * AGAINST THE LINE INSTEAD.
      *----------------------------------------------------------------
       4000-FIND-FEES-OPEN.
           MOVE ZERO TO fees-open
           IF NOT ws-item-open
               GO TO 4000-TOTAL
           END-IF
           MOVE PRS-DOC TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 4000-TOTAL
           END-READ
           EVALUATE TRUE
               WHEN OI-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO line-note
               WHEN OI-SETTLED
                   MOVE "FEES PAID" TO line-note
               WHEN OTHER
                   COMPUTE fees-open = OI-CHARGED - OI-PAID
                   IF fees-open < ZERO
                       MOVE ZERO TO fees-open
                   END-IF
           END-EVALUATE.
       4000-TOTAL.
           COMPUTE balance-total = PRS-DEBT-VALUE + fees-open.
       4000-EXIT.
           EXIT.

       4100-STORE-WORK-LINE.
           MOVE PRS-PRESCRIBE-DATE TO PW-PRESCRIBE-DATE
           MOVE PRS-DOC TO PW-DOC
           MOVE PRS-DUE-DATE TO PW-DUE-DATE
           MOVE PRS-DEBT-VALUE TO PW-DEBT-VALUE
           MOVE fees-open TO PW-FEES-OPEN
           MOVE line-note TO PW-NOTE
           WRITE PRS-WORK-REC
               INVALID KEY
                   DISPLAY "prescmon: CANNOT LIST DOCUMENT " PRS-DOC
                       " - STATUS " ws-work-status
                   IF run-error-level < 8
                       MOVE 8 TO run-error-level
                   END-IF
           END-WRITE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REPORT - THE NEWLY PRESCRIBED DEBTS, THEN THE
      * UPCOMING ONES, EACH IN PRESCRIPTION-DATE ORDER OFF THE WORK
      * FILE, THEN THE COUNTS.
      *----------------------------------------------------------------
       5000-WRITE-REPORT.
           MOVE LOW-VALUES TO PW-KEY
           START WORK-FILE KEY IS NOT LESS THAN PW-KEY
               INVALID KEY
                   SET ws-work-eof TO TRUE
           END-START
           PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT
               UNTIL ws-work-eof

           MOVE SPACES TO PRESCRIPTION-REPORT-REC
           WRITE PRESCRIPTION-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "DEBTS TRACKED ON PRESCRIP" TO wtl-label
           MOVE tracked-count TO wtl-count
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "NEWLY TRACKED FROM ACCTIN TONIGHT" TO wtl-label
           MOVE new-tracked-count TO wtl-count
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "ACCTIN ACCOUNTS WITHOUT A USABLE DUE DATE" TO wtl-label
           MOVE feed-undated-count TO wtl-count
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "NEW DEBT AFTER THE OLD ONE CLOSED - RESTARTED"
               TO wtl-label
           MOVE new-cycle-count TO wtl-count
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "INSIDE THE WARNING WINDOW" TO wtl-label
           MOVE window-count TO wtl-count
           MOVE window-total TO wtl-amount
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  OF WHICH NEW TONIGHT" TO wtl-label
           MOVE window-new-count TO wtl-count
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "PRESCRIBED TONIGHT - PUT ON THE STOP LIST" TO wtl-label
           MOVE prescribed-count TO wtl-count
           MOVE prescribed-total TO wtl-amount
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "ON THE STOP LIST IN ALL" TO wtl-label
           MOVE stop-list-count TO wtl-count
           WRITE PRESCRIPTION-REPORT-REC FROM ws-total-line.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-LINE.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET ws-work-eof TO TRUE
                   GO TO 5100-EXIT
           END-READ

           IF PW-SECTION NOT = current-section
               PERFORM 5200-WRITE-SECTION-HEADING THRU 5200-EXIT
           END-IF

           MOVE SPACES TO cust-name
           IF PW-DOC (12:3) = SPACES
               MOVE PW-DOC (1:11) TO lookup-cpf
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           ELSE
               CALL "company_lookup" USING PW-DOC, cust-found,
                   cust-status-code, cust-name, cust-segment
           END-IF

           MOVE SPACES TO ws-report-line
           MOVE PW-DOC TO wrl-doc
           MOVE cust-name TO wrl-name
           MOVE PW-DUE-DATE TO wrl-due
           MOVE PW-PRESCRIBE-DATE TO wrl-prescribes
           MOVE PW-DAYS TO wrl-days
           MOVE PW-DEBT-VALUE TO wrl-debt
           MOVE PW-FEES-OPEN TO wrl-fees
           COMPUTE balance-total = PW-DEBT-VALUE + PW-FEES-OPEN
           MOVE balance-total TO wrl-total
           MOVE PW-NOTE TO wrl-note
           WRITE PRESCRIPTION-REPORT-REC FROM ws-report-line.
       5100-EXIT.
           EXIT.

       5200-WRITE-SECTION-HEADING.
           MOVE PW-SECTION TO current-section
           MOVE SPACES TO PRESCRIPTION-REPORT-REC
           WRITE PRESCRIPTION-REPORT-REC
           IF PW-SECTION = "1"
               MOVE SPACES TO ws-section-heading
               STRING "PRESCRIBED TONIGHT - ON THE STOP LIST, "
                       DELIMITED BY SIZE
                   "PUT FORWARD FOR WRITE-OFF " DELIMITED BY SIZE
                   "(DAYS = DAYS PAST PRESCRIPTION)" DELIMITED BY SIZE
                   INTO ws-section-heading
           ELSE
               MOVE "APPROACHING PRESCRIPTION (DAYS = DAYS LEFT)"
                   TO ws-section-heading
           END-IF
           WRITE PRESCRIPTION-REPORT-REC FROM ws-section-heading
           MOVE SPACES TO PRESCRIPTION-REPORT-REC
           WRITE PRESCRIPTION-REPORT-REC
           WRITE PRESCRIPTION-REPORT-REC FROM ws-heading-line.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-END-RUN-CONTROL - COMPLETE THE RUNCTL RECORD AND THE
      * CHAINLOG ENTRY FOR THE BUSINESS DATE: OK, WN FOR A WARNING
      * THAT DOES NOT HOLD THE CHAIN, ER FOR A SEVERE ENDING.
      * RETURN-CODE IS SAVED AROUND THE CALL AND RESTORED AFTER - THE
      * CALL WOULD OTHERWISE HAND BACK THE CALLEE'S.
      *----------------------------------------------------------------
       9000-END-RUN-CONTROL.
           MOVE RETURN-CODE TO saved-return-code
           MOVE 'E' TO run-ctl-func
           COMPUTE run-in-count = feed-read-count
           COMPUTE run-out-count = prescribed-count
           EVALUATE TRUE
               WHEN saved-return-code = ZERO
                   MOVE "OK" TO run-final
               WHEN saved-return-code < 16
                   MOVE "WN" TO run-final
               WHEN OTHER
                   MOVE "ER" TO run-final
           END-EVALUATE
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           MOVE saved-return-code TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE PRESCRIPTION-REPORT-FILE
           IF ws-prescrip-open
               CLOSE PRESCRIPTION-FILE
               CLOSE WORK-FILE
           END-IF
           IF ws-feed-open
               CLOSE ACCOUNTS-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE 'C' TO lookup-func
           CALL "customer_lookup" USING lookup-func, lookup-cpf,
               cust-found, cust-status-code, cust-name, cust-segment

           DISPLAY "prescmon: " feed-read-count " ACCOUNTS READ, "
               new-tracked-count " NEWLY TRACKED, "
               earlier-due-count " DUE DATES MOVED EARLIER, "
               window-count " IN THE WARNING WINDOW, "
               prescribed-count " PRESCRIBED TONIGHT, "
               stop-list-count " ON THE STOP LIST"

           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
