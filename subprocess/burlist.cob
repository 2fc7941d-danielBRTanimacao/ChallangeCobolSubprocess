       IDENTIFICATION DIVISION.
       PROGRAM-ID. burlist.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - NIGHTLY CREDIT-BUREAU
      *                    NEGATIVE-LISTING STEP, RUN AFTER cashapp,
      *                    wrorun AND dunstmt.  THE DESK WAS KEYING
      *                    LISTINGS INTO THE BUREAU PORTAL OFF
      *                    DELQPRPT AND FORGETTING TO TAKE THEM OFF
      *                    AGAIN WHEN THE POSITION SETTLED.  THIS STEP
      *                    KEEPS THE BURLIST FILE: AN OPEN POSITION
      *                    PAST THE FINAL DEMAND ON DUNHIST (BURCTL,
      *                    DEFAULT 3 NOTICES) GETS A PRIOR NOTICE ON
      *                    BURNTC; ONCE THE NOTICE PERIOD HAS RUN
      *                    (BURCTL, DEFAULT 10 BUSINESS DAYS AGAINST
      *                    HOLCAL) THE INCLUSION GOES OUT ON BUROUT;
      *                    A POSITION GONE TO P OR W ON OPENITEM, OR
      *                    A DOCUMENT UNDER AN OPEN DISPUTE HOLD,
      *                    SENDS THE EXCLUSION AND STAMPS THE LEGAL
      *                    DEADLINE (BURCTL, DEFAULT 5 BUSINESS DAYS
      *                    FROM THE PAYMENT / DISPUTE DATE) THAT
      *                    burovrpt WATCHES.  THE BUREAU'S ANSWER
      *                    COMES BACK THROUGH burret.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    THE RUN ID IS DRAWN THROUGH chain_control,
      *                    WHICH REFUSES THE RUN UNTIL THE EARLIER
      *                    STEPS ARE DONE FOR THE BUSINESS DATE AND
      *                    LOGS THIS ONE ON CHAINLOG.  THE BUSINESS
      *                    DATE REPLACES THE SYSTEM DATE AS TODAY.  A
      *                    RUN ENDING ON A WARNING (RC UNDER 16) IS NOW
      *                    WN ON RUNCTL, NOT ER.
      *   2026-10-15  MRS  A LISTING AT I OR L THAT NO LONGER QUALIFIES
      *                    FOR AN EXCLUSION HAS ITS REASON, TRIGGER AND
      *                    DEADLINE CLEARED.  A WRITE-OFF TRIGGER NOW
      *                    RUNS FROM THE WROFF DATE, NOT FROM THE NIGHT
      *                    IT IS NOTICED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTING-FILE ASSIGN TO "BURLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUR-DOC
               FILE STATUS IS ws-listing-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-DOC
               FILE STATUS IS ws-history-file-status.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT AGREEMENT-FILE ASSIGN TO "AGREEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGR-DOC
               FILE STATUS IS ws-agreement-status.

           SELECT CONTROL-FILE ASSIGN TO "BURCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-file-status.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-file-status.

           SELECT TRANSFER-FILE ASSIGN TO "BUROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-transfer-status.

           SELECT NOTICE-FILE ASSIGN TO "BURNTC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTING-FILE.
           COPY BURLIST.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DUNHIST NOTICE-HISTORY RECORD dunstmt MAINTAINS - ONLY
      * THE NOTICE COUNT MATTERS HERE.
      *----------------------------------------------------------------
       01  HISTORY-REC.
           05  DH-DOC              PIC X(14).
           05  DH-NOTICE-COUNT     PIC 9(3).
           05  DH-FIRST-DATE       PIC X(08).
           05  DH-LAST-DATE        PIC X(08).

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  AGREEMENT-FILE.
           COPY AGREEMNT.

       FD  CONTROL-FILE.
      *----------------------------------------------------------------
      * SINGLE OPTIONAL CONTROL RECORD, FIXED COLUMNS -
      *   BCTL-NOTICE-DAYS  COLS 1-3    BUSINESS DAYS BETWEEN THE
      *                                 PRIOR NOTICE AND THE
      *                                 INCLUSION; BLANK = 10.
      *   BCTL-EXCL-DAYS    COLS 5-7    BUSINESS DAYS THE LAW ALLOWS
      *                                 FOR THE EXCLUSION; BLANK = 5.
      *   BCTL-MIN-NOTICES  COLS 9-11   DUNHIST NOTICES BEFORE A
      *                                 DOCUMENT QUALIFIES; BLANK = 3
      *                                 (THE FINAL DEMAND).
      *   BCTL-MIN-AMOUNT   COLS 13-23  MINIMUM OPEN BALANCE, 9(9)V99
      *                                 IMPLIED DECIMAL; ZERO OR
      *                                 BLANK = NO AMOUNT TEST.
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  BCTL-NOTICE-DAYS    PIC X(03).
           05  FILLER              PIC X(01).
           05  BCTL-EXCL-DAYS      PIC X(03).
           05  FILLER              PIC X(01).
           05  BCTL-MIN-NOTICES    PIC X(03).
           05  FILLER              PIC X(01).
           05  BCTL-MIN-AMOUNT     PIC X(11).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC             PIC X(08).

       FD  TRANSFER-FILE.
           COPY BURXFER.

       FD  NOTICE-FILE.
       01  NOTICE-REC              PIC X(72).

       WORKING-STORAGE SECTION.
       78  HOLIDAY-TABLE-MAX       VALUE 500.
       78  DEFAULT-NOTICE-DAYS     VALUE 10.
       78  DEFAULT-EXCL-DAYS       VALUE 5.
       78  DEFAULT-MIN-NOTICES     VALUE 3.

       01  ws-listing-status   PIC XX VALUE SPACES.
       01  ws-open-item-status PIC XX VALUE SPACES.
       01  ws-history-file-status PIC XX VALUE SPACES.
       01  ws-dispute-status   PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.
       01  ws-agreement-status PIC XX VALUE SPACES.
       01  ws-control-file-status PIC XX VALUE SPACES.
       01  ws-holiday-file-status PIC XX VALUE SPACES.
       01  ws-transfer-status  PIC XX VALUE SPACES.

       01  ws-list-eof-switch  PIC X VALUE 'N'.
           88  ws-list-eof               VALUE 'Y'.
       01  ws-item-eof-switch  PIC X VALUE 'N'.
           88  ws-item-eof               VALUE 'Y'.
       01  ws-hol-eof-switch   PIC X VALUE 'N'.
           88  ws-hol-eof                VALUE 'Y'.
       01  ws-holiday-found-switch PIC X VALUE 'N'.
           88  ws-holiday-found          VALUE 'Y'.
       01  ws-list-open-switch PIC X VALUE 'N'.
           88  ws-list-open              VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-hist-open-switch PIC X VALUE 'N'.
           88  ws-hist-open              VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-agreement-open-switch PIC X VALUE 'N'.
           88  ws-agreement-open         VALUE 'Y'.
       01  ws-exclude-switch   PIC X VALUE 'N'.
           88  ws-exclude                VALUE 'Y'.
       01  ws-plan-switch      PIC X VALUE 'N'.
           88  ws-on-active-plan         VALUE 'Y'.
       01  ws-relist-switch    PIC X VALUE 'N'.
           88  ws-relist                 VALUE 'Y'.

       01  notice-days         PIC 9(3) VALUE DEFAULT-NOTICE-DAYS.
       01  excl-days           PIC 9(3) VALUE DEFAULT-EXCL-DAYS.
       01  min-notices         PIC 9(3) VALUE DEFAULT-MIN-NOTICES.
       01  min-amount          PIC 9(9)V99 VALUE ZERO.
       01  min-amount-x        PIC 9(11) VALUE ZERO.

       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "burlist".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * run-error-level LATCHES THE WORST CONDITION OF THE RUN - THE
      * CUSTOMER/COMPANY LOOKUP CALLS WOULD WIPE A MID-RUN RETURN-CODE
      * BACK TO ZERO.  9000-END-RUN-CONTROL MOVES IT INTO RETURN-CODE.
      *----------------------------------------------------------------
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  doc-wanted          PIC X(14) VALUE SPACES.
       01  open-balance        PIC S9(11)V99 VALUE ZERO.
       01  excl-reason         PIC X(01) VALUE SPACE.
       01  excl-trigger        PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * BUSINESS-DAY ARITHMETIC - busday-from-date PLUS busday-wanted
      * BUSINESS DAYS (NO SATURDAYS, SUNDAYS OR HOLCAL DATES) LANDS
      * IN busday-result.
      *----------------------------------------------------------------
       01  busday-from-date    PIC X(08) VALUE SPACES.
       01  busday-wanted       PIC 9(3) VALUE ZERO.
       01  busday-count        PIC 9(3) VALUE ZERO.
       01  busday-scan-int     PIC 9(8) VALUE ZERO.
       01  busday-date-num     PIC 9(8) VALUE ZERO.
       01  busday-date-disp    PIC X(08) VALUE SPACES.
       01  busday-result       PIC X(08) VALUE SPACES.
       01  weekday-num         PIC 9 VALUE ZERO.

       01  holiday-count       PIC 9(3) VALUE ZERO.
       01  hol-ix              PIC 9(3) VALUE ZERO.
       01  holiday-table.
           05  holiday-date    PIC X(08) OCCURS 500 TIMES.

       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE "00".
       01  lookup-cpf          PIC X(11) VALUE SPACES.
       01  lookup-func         PIC X(01) VALUE SPACE.

       01  listings-read       PIC 9(7) VALUE ZERO.
       01  positions-read      PIC 9(7) VALUE ZERO.
       01  notice-count        PIC 9(5) VALUE ZERO.
       01  include-count       PIC 9(5) VALUE ZERO.
       01  exclude-count       PIC 9(5) VALUE ZERO.
       01  cancel-count        PIC 9(5) VALUE ZERO.
       01  held-count          PIC 9(5) VALUE ZERO.
       01  transfer-count      PIC 9(7) VALUE ZERO.
       01  transfer-total      PIC 9(13)V99 VALUE ZERO.

       01  ws-head-line.
           05  FILLER              PIC X(37)
               VALUE "PRIOR NOTICE - CREDIT BUREAU LISTING".
           05  FILLER              PIC X(21) VALUE SPACES.
           05  whl-date            PIC X(08).

       01  ws-name-line.
           05  FILLER              PIC X(10) VALUE "DEBTOR:   ".
           05  wnl-name            PIC X(30).

       01  ws-doc-line.
           05  FILLER              PIC X(10) VALUE "DOCUMENT: ".
           05  wdl-doc             PIC X(14).

       01  ws-amount-line.
           05  FILLER              PIC X(10) VALUE "AMOUNT:   ".
           05  wal-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-deadline-line.
           05  FILLER              PIC X(38)
               VALUE "UNLESS PAID OR FORMALLY CONTESTED BY ".
           05  wdd-date            PIC X(08).
           05  FILLER              PIC X(01) VALUE ",".

       01  ws-trailer-line.
           05  FILLER              PIC X(24)
               VALUE "PRIOR NOTICES THIS RUN: ".
           05  wtr-count           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - FIRST ADVANCE EVERY LISTING ALREADY ON FILE
      * (INCLUSIONS DUE, EXCLUSIONS FORCED), THEN WALK THE OPEN
      * POSITIONS FOR NEW DOCUMENTS THAT QUALIFY FOR A PRIOR NOTICE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ADVANCE-LISTING THRU 2000-EXIT
               UNTIL ws-list-eof
           PERFORM 4000-START-CANDIDATE-PASS THRU 4000-EXIT
           PERFORM 5000-CHECK-CANDIDATE THRU 5000-EXIT
               UNTIL ws-item-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, PICK UP THE PERIODS AND
      * THE HOLIDAY CALENDAR, AND OPEN THE FILES.  WITHOUT OPENITEM
      * NOTHING CAN BE JUDGED EITHER WAY, SO THE RUN SENDS NOTHING.
      * ON A FRESH SYSTEM WHERE BURLIST DOES NOT EXIST YET, OPEN I-O
      * FAILS (STATUS 35) INSTEAD OF CREATING IT, SO FALL BACK TO
      * OPEN OUTPUT THEN REOPEN I-O.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "burlist: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "burlist: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "burlist: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(today-date))

           PERFORM 1050-READ-CONTROL THRU 1050-EXIT
           PERFORM 1070-LOAD-HOLIDAYS THRU 1070-EXIT

           OPEN OUTPUT TRANSFER-FILE
           MOVE SPACES TO BXF-RECORD
           MOVE 'H' TO BXF-REC-TYPE
           MOVE today-date TO BXF-HDR-DATE
           MOVE run-id TO BXF-HDR-RUN-ID
           WRITE BXF-RECORD

           OPEN OUTPUT NOTICE-FILE

           OPEN I-O LISTING-FILE
           IF ws-listing-status = "35" OR ws-listing-status = "05"
               OPEN OUTPUT LISTING-FILE
               CLOSE LISTING-FILE
               OPEN I-O LISTING-FILE
           END-IF
           IF ws-listing-status NOT = "00"
               DISPLAY "burlist: CANNOT OPEN BURLIST - STATUS "
                   ws-listing-status " - NOTHING SENT"
               MOVE 16 TO run-error-level
               SET ws-list-eof TO TRUE
               SET ws-item-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-list-open TO TRUE

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "burlist: OPENITEM NOT PRESENT - STATUS "
                   ws-open-item-status " - NO POSITION SIGNAL, "
                   "NOTHING SENT"
               MOVE 16 TO run-error-level
               SET ws-list-eof TO TRUE
               SET ws-item-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-item-open TO TRUE

           OPEN INPUT HISTORY-FILE
           IF ws-history-file-status = "00"
               SET ws-hist-open TO TRUE
           ELSE
               DISPLAY "burlist: DUNHIST NOT PRESENT - STATUS "
                   ws-history-file-status " - NO NEW PRIOR NOTICES"
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           END-IF

           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           END-IF

           OPEN INPUT AGREEMENT-FILE
           IF ws-agreement-status = "00"
               SET ws-agreement-open TO TRUE
           END-IF

           MOVE LOW-VALUES TO BUR-DOC
           START LISTING-FILE KEY IS NOT LESS THAN BUR-DOC
           IF ws-listing-status NOT = "00"
               SET ws-list-eof TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1050-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF BCTL-NOTICE-DAYS IS NUMERIC
                               AND BCTL-NOTICE-DAYS NOT = "000"
                           MOVE BCTL-NOTICE-DAYS TO notice-days
                       END-IF
                       IF BCTL-EXCL-DAYS IS NUMERIC
                               AND BCTL-EXCL-DAYS NOT = "000"
                           MOVE BCTL-EXCL-DAYS TO excl-days
                       END-IF
                       IF BCTL-MIN-NOTICES IS NUMERIC
                               AND BCTL-MIN-NOTICES NOT = "000"
                           MOVE BCTL-MIN-NOTICES TO min-notices
                       END-IF
                       IF BCTL-MIN-AMOUNT IS NUMERIC
                           MOVE BCTL-MIN-AMOUNT TO min-amount-x
                           COMPUTE min-amount = min-amount-x / 100
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           DISPLAY "burlist: NOTICE PERIOD " notice-days
               " BUSINESS DAYS, EXCLUSION DEADLINE " excl-days
               " BUSINESS DAYS, QUALIFYING AFTER " min-notices
               " NOTICES".
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-LOAD-HOLIDAYS - PULL THE HOLCAL BANK-HOLIDAY CALENDAR
      * INTO ITS TABLE.  A MISSING CALENDAR JUST MEANS ONLY WEEKENDS
      * ARE SKIPPED WHEN THE PERIODS ARE COUNTED - SAY SO ON THE
      * CONSOLE SO AN ACCIDENTALLY UNCATALOGED CALENDAR IS NOTICED.
      *----------------------------------------------------------------
       1070-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF ws-holiday-file-status NOT = "00"
               DISPLAY "burlist: HOLCAL NOT PRESENT - BUSINESS "
                   "DAYS COUNTED SKIPPING WEEKENDS ONLY"
               GO TO 1070-EXIT
           END-IF

           MOVE 'N' TO ws-hol-eof-switch
           PERFORM 1072-READ-HOLIDAY THRU 1072-EXIT
           PERFORM 1074-TALLY-HOLIDAY THRU 1074-EXIT
               UNTIL ws-hol-eof
           CLOSE HOLIDAY-FILE.
       1070-EXIT.
           EXIT.

       1072-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET ws-hol-eof TO TRUE
           END-READ.
       1072-EXIT.
           EXIT.

       1074-TALLY-HOLIDAY.
           IF HOLIDAY-REC IS NUMERIC
               IF holiday-count >= HOLIDAY-TABLE-MAX
                   DISPLAY "burlist: HOLIDAY TABLE FULL - "
                       HOLIDAY-REC " IGNORED"
                   IF run-error-level < 8
                       MOVE 8 TO run-error-level
                   END-IF
               ELSE
                   ADD 1 TO holiday-count
                   MOVE HOLIDAY-REC TO holiday-date (holiday-count)
               END-IF
           END-IF
           PERFORM 1072-READ-HOLIDAY THRU 1072-EXIT.
       1074-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ADVANCE-LISTING - PASS 1: ONE LISTING ALREADY ON FILE.
      * A NOTICE WHOSE PERIOD HAS RUN BECOMES AN INCLUSION; A LISTING
      * AT THE BUREAU WHOSE POSITION HAS CLOSED OR GONE INTO DISPUTE
      * BECOMES AN EXCLUSION.  LISTINGS WAITING ON THE BUREAU'S
      * ANSWER, AND FINISHED ONES, ARE LEFT AS THEY ARE.
      *----------------------------------------------------------------
       2000-ADVANCE-LISTING.
           READ LISTING-FILE NEXT RECORD
               AT END
                   SET ws-list-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ

           ADD 1 TO listings-read
           MOVE BUR-DOC TO doc-wanted

           EVALUATE TRUE
               WHEN BUR-NOTICE-SENT
                   PERFORM 2100-NOTICE-PERIOD THRU 2100-EXIT
               WHEN BUR-INCLUSION-SENT OR BUR-LISTED
                   PERFORM 2200-CHECK-LISTED THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-NOTICE-PERIOD - THE DEBTOR HAS BEEN NOTIFIED.  A DEBT
      * PAID, WRITTEN OFF OR CONTESTED DURING THE NOTICE PERIOD IS
      * CANCELLED WITHOUT EVER REACHING THE BUREAU; ONE PUT ON AN
      * ACTIVE PLAN WAITS; OTHERWISE, ONCE THE ELIGIBLE DATE ARRIVES,
      * THE INCLUSION GOES OUT FOR THE BALANCE OPEN TONIGHT.
      *----------------------------------------------------------------
       2100-NOTICE-PERIOD.
           PERFORM 3000-CHECK-EXCLUSION THRU 3000-EXIT
           IF ws-exclude
               MOVE 'C' TO BUR-STATUS
               MOVE excl-reason TO BUR-EXCL-REASON
               MOVE excl-trigger TO BUR-EXCL-TRIGGER
               PERFORM 2900-REWRITE-LISTING THRU 2900-EXIT
               ADD 1 TO cancel-count
               DISPLAY "burlist: DOCUMENT " BUR-DOC
                   " CANCELLED DURING NOTICE PERIOD - REASON "
                   excl-reason
               GO TO 2100-EXIT
           END-IF

           IF today-date < BUR-ELIGIBLE-DATE
               GO TO 2100-EXIT
           END-IF

           PERFORM 3100-CHECK-PLAN THRU 3100-EXIT
           IF ws-on-active-plan
               ADD 1 TO held-count
               GO TO 2100-EXIT
           END-IF

           MOVE open-balance TO BUR-AMOUNT
           MOVE 'I' TO BUR-STATUS
           MOVE today-date TO BUR-INCL-SENT-DATE
           MOVE SPACES TO BUR-RETURN-CODE
           MOVE 'I' TO BXF-ACTION
           PERFORM 6000-WRITE-TRANSFER THRU 6000-EXIT
           PERFORM 2900-REWRITE-LISTING THRU 2900-EXIT
           ADD 1 TO include-count.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-LISTED - THE DEBT IS AT THE BUREAU (OR ON ITS WAY).
      * A POSITION GONE TO P OR W, MISSING FROM OPENITEM, OR UNDER AN
      * OPEN DISPUTE SENDS THE EXCLUSION.  THE TRIGGER DATE AND LEGAL
      * DEADLINE ARE STAMPED THE FIRST TIME ONLY - AN EXCLUSION THE
      * BUREAU BOUNCED AND burret PUT BACK TO L IS RESENT AGAINST ITS
      * ORIGINAL DEADLINE, NOT A FRESH ONE.
      *----------------------------------------------------------------
       2200-CHECK-LISTED.
           PERFORM 3000-CHECK-EXCLUSION THRU 3000-EXIT
           IF NOT ws-exclude
               PERFORM 2300-CLEAR-EXCLUSION THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF

           IF BUR-EXCL-REASON = SPACE
               MOVE excl-reason TO BUR-EXCL-REASON
               MOVE excl-trigger TO BUR-EXCL-TRIGGER
               MOVE excl-trigger TO busday-from-date
               MOVE excl-days TO busday-wanted
               PERFORM 4700-ADD-BUSINESS-DAYS THRU 4700-EXIT
               MOVE busday-result TO BUR-EXCL-DEADLINE
           END-IF

           MOVE 'E' TO BUR-STATUS
           MOVE today-date TO BUR-EXCL-SENT-DATE
           MOVE SPACES TO BUR-RETURN-CODE
           MOVE 'E' TO BXF-ACTION
           PERFORM 6000-WRITE-TRANSFER THRU 6000-EXIT
           PERFORM 2900-REWRITE-LISTING THRU 2900-EXIT
           ADD 1 TO exclude-count
           DISPLAY "burlist: DOCUMENT " BUR-DOC " EXCLUSION SENT - "
               "REASON " BUR-EXCL-REASON " DEADLINE "
               BUR-EXCL-DEADLINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CLEAR-EXCLUSION - THE LISTING NO LONGER QUALIFIES FOR AN
      * EXCLUSION (A DISPUTE CLOSED AGAINST THE DEBTOR, A REVERSED
      * PAYMENT REOPENED THE POSITION).  ANY REASON, TRIGGER AND
      * DEADLINE LEFT FROM AN EARLIER TRIGGER ARE CLEARED, SO A LATER
      * ONE IS STAMPED AFRESH AND burovrpt DOES NOT CHASE A DEADLINE
      * THAT NO LONGER APPLIES.
      *----------------------------------------------------------------
       2300-CLEAR-EXCLUSION.
           IF BUR-EXCL-REASON = SPACE
                   AND BUR-EXCL-TRIGGER = SPACES
                   AND BUR-EXCL-DEADLINE = SPACES
               GO TO 2300-EXIT
           END-IF

           DISPLAY "burlist: DOCUMENT " BUR-DOC " NO LONGER OWED AN "
               "EXCLUSION - REASON " BUR-EXCL-REASON " DEADLINE "
               BUR-EXCL-DEADLINE " CLEARED"
           MOVE SPACE TO BUR-EXCL-REASON
           MOVE SPACES TO BUR-EXCL-TRIGGER
           MOVE SPACES TO BUR-EXCL-DEADLINE
           PERFORM 2900-REWRITE-LISTING THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

       2900-REWRITE-LISTING.
           REWRITE BUREAU-LISTING-REC
               INVALID KEY
                   DISPLAY "burlist: REWRITE FAILED FOR " BUR-DOC
                       " - STATUS " ws-listing-status
                   MOVE 16 TO run-error-level
           END-REWRITE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-EXCLUSION - DOES THE LAW SAY doc-wanted MUST COME
      * OFF (OR NEVER GO ON) THE BUREAU?  PAID IN FULL (OR NOTHING
      * LEFT OPEN) RUNS FROM THE LAST PAYMENT DATE, A WRITE-OFF FROM
      * ITS WROFF DATE, AN OPEN DISPUTE FROM THE DATE IT WAS OPENED,
      * ANYTHING ELSE FROM TONIGHT.
      * LEAVES THE OPEN BALANCE IN open-balance FOR THE CALLER.
      *----------------------------------------------------------------
       3000-CHECK-EXCLUSION.
           MOVE 'N' TO ws-exclude-switch
           MOVE SPACE TO excl-reason
           MOVE today-date TO excl-trigger
           MOVE ZERO TO open-balance

           MOVE doc-wanted TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'M' TO excl-reason
                   SET ws-exclude TO TRUE
                   GO TO 3000-EXIT
           END-READ

           COMPUTE open-balance = OI-CHARGED - OI-PAID

           IF OI-SETTLED OR (OI-OPEN AND open-balance NOT > ZERO)
               MOVE 'P' TO excl-reason
               IF OI-LAST-PAY-DATE IS NUMERIC
                   MOVE OI-LAST-PAY-DATE TO excl-trigger
               END-IF
               SET ws-exclude TO TRUE
               GO TO 3000-EXIT
           END-IF

           IF OI-WRITTEN-OFF
               MOVE 'W' TO excl-reason
               IF ws-register-open
                   MOVE doc-wanted TO WOF-DOC
                   READ REGISTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WOF-DATE IS NUMERIC
                               MOVE WOF-DATE TO excl-trigger
                           END-IF
                   END-READ
               END-IF
               SET ws-exclude TO TRUE
               GO TO 3000-EXIT
           END-IF

           IF NOT ws-dispute-open
               GO TO 3000-EXIT
           END-IF

           MOVE doc-wanted TO DSP-DOC
           READ DISPUTE-FILE
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ

           IF DSP-OPEN-HOLD
               MOVE 'D' TO excl-reason
               IF DSP-OPENED-DATE IS NUMERIC
                   MOVE DSP-OPENED-DATE TO excl-trigger
               END-IF
               SET ws-exclude TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-PLAN - A DOCUMENT ON AN ACTIVE INSTALLMENT PLAN IS
      * KEEPING ITS WORD; IT IS NOT SENT TO THE BUREAU WHILE THE PLAN
      * HOLDS.  A BROKEN PLAN LETS THE INCLUSION GO OUT.
      *----------------------------------------------------------------
       3100-CHECK-PLAN.
           MOVE 'N' TO ws-plan-switch
           IF NOT ws-agreement-open
               GO TO 3100-EXIT
           END-IF

           MOVE doc-wanted TO AGR-DOC
           READ AGREEMENT-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ

           IF AGR-ACTIVE
               SET ws-on-active-plan TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-START-CANDIDATE-PASS - PASS 2 WALKS EVERY POSITION ON
      * OPENITEM FROM THE TOP.  NO DUNHIST MEANS NO NOTICE SIGNAL, SO
      * NO NEW DOCUMENT CAN QUALIFY.
      *----------------------------------------------------------------
       4000-START-CANDIDATE-PASS.
           IF NOT ws-item-open OR NOT ws-hist-open
               SET ws-item-eof TO TRUE
               GO TO 4000-EXIT
           END-IF

           MOVE LOW-VALUES TO OI-DOC
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-DOC
           IF ws-open-item-status NOT = "00"
               SET ws-item-eof TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-ADD-BUSINESS-DAYS - STEP FORWARD FROM busday-from-date
      * UNTIL busday-wanted BUSINESS DAYS HAVE BEEN COUNTED.  AN
      * UNUSABLE START DATE COUNTS FROM TONIGHT.
      *----------------------------------------------------------------
       4700-ADD-BUSINESS-DAYS.
           MOVE ZERO TO busday-scan-int
           IF busday-from-date IS NUMERIC
               MOVE busday-from-date TO busday-date-num
               COMPUTE busday-scan-int =
                   FUNCTION INTEGER-OF-DATE(busday-date-num)
           END-IF
           IF busday-scan-int = ZERO
               MOVE today-day-int TO busday-scan-int
           END-IF

           MOVE ZERO TO busday-count
           PERFORM 4710-STEP-ONE-DAY THRU 4710-EXIT
               UNTIL busday-count >= busday-wanted

           COMPUTE busday-date-num =
               FUNCTION DATE-OF-INTEGER(busday-scan-int)
           MOVE busday-date-num TO busday-result.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4710-STEP-ONE-DAY - MOVE ONE CALENDAR DAY FORWARD AND COUNT IT
      * WHEN IT IS NEITHER A WEEKEND NOR ON THE HOLIDAY TABLE.  DAY 1
      * OF THE INTEGER-OF-DATE EPOCH (1601-01-01) WAS A MONDAY, SO
      * MOD 7 = 6 IS SATURDAY AND MOD 7 = 0 IS SUNDAY.
      *----------------------------------------------------------------
       4710-STEP-ONE-DAY.
           ADD 1 TO busday-scan-int
           COMPUTE weekday-num = FUNCTION MOD(busday-scan-int, 7)
           IF weekday-num = 6 OR weekday-num = 0
               GO TO 4710-EXIT
           END-IF

           COMPUTE busday-date-num =
               FUNCTION DATE-OF-INTEGER(busday-scan-int)
           MOVE busday-date-num TO busday-date-disp
           PERFORM 4720-CHECK-HOLIDAY THRU 4720-EXIT
           IF ws-holiday-found
               GO TO 4710-EXIT
           END-IF

           ADD 1 TO busday-count.
       4710-EXIT.
           EXIT.

       4720-CHECK-HOLIDAY.
           MOVE 'N' TO ws-holiday-found-switch
           MOVE ZERO TO hol-ix
           PERFORM 4730-CHECK-HOLIDAY-ENTRY THRU 4730-EXIT
               UNTIL ws-holiday-found OR hol-ix >= holiday-count.
       4720-EXIT.
           EXIT.

       4730-CHECK-HOLIDAY-ENTRY.
           ADD 1 TO hol-ix
           IF holiday-date (hol-ix) = busday-date-disp
               SET ws-holiday-found TO TRUE
           END-IF.
       4730-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CHECK-CANDIDATE - PASS 2: ONE POSITION.  AN OPEN BALANCE
      * OVER THE MINIMUM, PAST THE QUALIFYING NUMBER OF DUNNING
      * NOTICES, NOT DISPUTED, NOT WRITTEN OFF, NOT ON AN ACTIVE PLAN
      * AND NOT ALREADY IN THE BUREAU CYCLE GETS A PRIOR NOTICE.  A
      * DOCUMENT WHOSE EARLIER LISTING WAS EXCLUDED OR CANCELLED
      * STARTS A FRESH CYCLE; A REJECTED ONE WAITS FOR THE DESK.
      *----------------------------------------------------------------
       5000-CHECK-CANDIDATE.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET ws-item-eof TO TRUE
                   GO TO 5000-EXIT
           END-READ

           ADD 1 TO positions-read
           IF NOT OI-OPEN
               GO TO 5000-EXIT
           END-IF

           COMPUTE open-balance = OI-CHARGED - OI-PAID
           IF open-balance NOT > ZERO
               GO TO 5000-EXIT
           END-IF
           IF min-amount > ZERO AND open-balance < min-amount
               GO TO 5000-EXIT
           END-IF

           MOVE OI-DOC TO doc-wanted
           MOVE doc-wanted TO DH-DOC
           READ HISTORY-FILE
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           IF DH-NOTICE-COUNT < min-notices
               GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO ws-relist-switch
           MOVE doc-wanted TO BUR-DOC
           READ LISTING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BUR-EXCLUDED OR BUR-CANCELLED
                       SET ws-relist TO TRUE
                   ELSE
                       GO TO 5000-EXIT
                   END-IF
           END-READ

           IF ws-dispute-open
               MOVE doc-wanted TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-HOLD
                           GO TO 5000-EXIT
                       END-IF
               END-READ
           END-IF

           IF ws-register-open
               MOVE doc-wanted TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 5000-EXIT
               END-READ
           END-IF

           PERFORM 3100-CHECK-PLAN THRU 3100-EXIT
           IF ws-on-active-plan
               GO TO 5000-EXIT
           END-IF

           PERFORM 5500-OPEN-LISTING THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-OPEN-LISTING - START THE CYCLE: THE LISTING GOES ON FILE
      * AT N WITH ITS ELIGIBLE DATE, AND THE PRIOR NOTICE PRINTS.
      *----------------------------------------------------------------
       5500-OPEN-LISTING.
           MOVE SPACES TO BUREAU-LISTING-REC
           MOVE doc-wanted TO BUR-DOC
           MOVE 'N' TO BUR-STATUS
           MOVE open-balance TO BUR-AMOUNT
           MOVE today-date TO BUR-NOTICE-DATE
           MOVE today-date TO busday-from-date
           MOVE notice-days TO busday-wanted
           PERFORM 4700-ADD-BUSINESS-DAYS THRU 4700-EXIT
           MOVE busday-result TO BUR-ELIGIBLE-DATE

           IF ws-relist
               PERFORM 2900-REWRITE-LISTING THRU 2900-EXIT
           ELSE
               WRITE BUREAU-LISTING-REC
                   INVALID KEY
                       DISPLAY "burlist: CANNOT ADD BURLIST FOR "
                           BUR-DOC " - STATUS " ws-listing-status
                       MOVE 16 TO run-error-level
                       GO TO 5500-EXIT
               END-WRITE
           END-IF

           PERFORM 7000-PRINT-NOTICE THRU 7000-EXIT
           ADD 1 TO notice-count.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-TRANSFER - ONE BUROUT DETAIL FOR THE LISTING IN
      * HAND; THE CALLER HAS SET BXF-ACTION.  THE NAME COMES OFF
      * CUSTMAST FOR A CPF, COMPMAST FOR A CNPJ.
      *----------------------------------------------------------------
       6000-WRITE-TRANSFER.
           PERFORM 6100-LOOKUP-NAME THRU 6100-EXIT

           MOVE 'D' TO BXF-REC-TYPE
           MOVE BUR-DOC TO BXF-DOC
           IF BUR-DOC (12:3) = SPACES
               MOVE 'F' TO BXF-ENTITY-TYPE
           ELSE
               MOVE 'J' TO BXF-ENTITY-TYPE
           END-IF
           MOVE cust-name TO BXF-NAME
           MOVE BUR-AMOUNT TO BXF-AMOUNT
           MOVE BUR-NOTICE-DATE TO BXF-DEBT-DATE
           MOVE SPACES TO BXF-RETURN-CODE
           WRITE BXF-RECORD

           ADD 1 TO transfer-count
           ADD BUR-AMOUNT TO transfer-total.
       6000-EXIT.
           EXIT.

       6100-LOOKUP-NAME.
           MOVE SPACES TO cust-name
           IF doc-wanted (12:3) = SPACES
               MOVE doc-wanted (1:11) TO lookup-cpf
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           ELSE
               CALL "company_lookup" USING doc-wanted, cust-found,
                   cust-status-code, cust-name, cust-segment
           END-IF
           IF cust-found NOT = 1
               MOVE SPACES TO cust-name
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-NOTICE - THE PRIOR NOTICE THE LAW REQUIRES BEFORE
      * A DEBT IS REPORTED, WITH THE DATE AFTER WHICH IT WILL BE.
      *----------------------------------------------------------------
       7000-PRINT-NOTICE.
           PERFORM 6100-LOOKUP-NAME THRU 6100-EXIT

           MOVE SPACES TO NOTICE-REC
           WRITE NOTICE-REC
           MOVE ALL "-" TO NOTICE-REC
           WRITE NOTICE-REC

           MOVE today-date TO whl-date
           WRITE NOTICE-REC FROM ws-head-line

           MOVE cust-name TO wnl-name
           WRITE NOTICE-REC FROM ws-name-line
           MOVE BUR-DOC TO wdl-doc
           WRITE NOTICE-REC FROM ws-doc-line
           MOVE BUR-AMOUNT TO wal-amount
           WRITE NOTICE-REC FROM ws-amount-line

           MOVE "THE DEBT ABOVE REMAINS UNPAID AFTER OUR NOTICES."
               TO NOTICE-REC
           WRITE NOTICE-REC
           MOVE BUR-ELIGIBLE-DATE TO wdd-date
           WRITE NOTICE-REC FROM ws-deadline-line
           MOVE "IT WILL BE REPORTED TO THE CREDIT-PROTECTION BUREAUS."
               TO NOTICE-REC
           WRITE NOTICE-REC.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-END-RUN-CONTROL - COMPLETE THE RUNCTL RECORD AND THE
      * CHAINLOG ENTRY (OK, WN ON A WARNING, ER WHEN SEVERE) AND HAND
      * THE LATCHED ERROR LEVEL TO THE SCHEDULER.
      *----------------------------------------------------------------
       9000-END-RUN-CONTROL.
           MOVE RETURN-CODE TO saved-return-code
           IF run-error-level > saved-return-code
               MOVE run-error-level TO saved-return-code
           END-IF
           MOVE 'E' TO run-ctl-func
           COMPUTE run-in-count = listings-read + positions-read
           MOVE transfer-count TO run-out-count
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

      *----------------------------------------------------------------
      * 9999-TERMINATE - CLOSE BUROUT WITH ITS COUNT/AMOUNT TRAILER,
      * THE NOTICE FILE WITH THE MAILROOM COUNT, AND THE RUN.
      *----------------------------------------------------------------
       9999-TERMINATE.
           MOVE SPACES TO BXF-RECORD
           MOVE 'T' TO BXF-REC-TYPE
           MOVE transfer-count TO BXF-TRL-COUNT
           MOVE transfer-total TO BXF-TRL-AMOUNT
           WRITE BXF-RECORD
           CLOSE TRANSFER-FILE

           MOVE SPACES TO NOTICE-REC
           WRITE NOTICE-REC
           MOVE ALL "=" TO NOTICE-REC
           WRITE NOTICE-REC
           MOVE notice-count TO wtr-count
           WRITE NOTICE-REC FROM ws-trailer-line
           CLOSE NOTICE-FILE

           IF ws-list-open
               CLOSE LISTING-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF ws-hist-open
               CLOSE HISTORY-FILE
           END-IF
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-register-open
               CLOSE REGISTER-FILE
           END-IF
           IF ws-agreement-open
               CLOSE AGREEMENT-FILE
           END-IF

           DISPLAY "burlist: " notice-count " PRIOR NOTICES, "
               include-count " INCLUSIONS, " exclude-count
               " EXCLUSIONS, " cancel-count " CANCELLED, "
               held-count " HELD ON A PLAN"

           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
