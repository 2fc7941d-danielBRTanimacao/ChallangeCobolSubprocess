       IDENTIFICATION DIVISION.
       PROGRAM-ID. wqbuild.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - NIGHTLY COLLECTOR WORK
      *                    QUEUE.  THE DESK USED TO PICK THE DAY'S
      *                    CALLS BY READING DELQPRPT, AGRMNRPT,
      *                    DSPAGRPT, DUNLEGAL AND CASHAPRPT SIDE BY
      *                    SIDE.  RUN AFTER cashapp, agrmon AND
      *                    dunstmt: EVERY OPENITEM POSITION STILL OWING
      *                    THAT HAS BEEN DUNNED (DUNHIST), IS ON A 91+
      *                    STREAK (DELQHIST), BROKE ITS PLAN (AGREEMNT)
      *                    OR BROKE A PROMISE TO PAY (PROMISE) GOES ON
      *                    WORKQ, RANKED BROKEN PROMISES FIRST, THEN
      *                    BROKEN PLANS, THEN BY SCORE.  OPEN DISPUTES,
      *                    WRITTEN-OFF DOCUMENTS, ACTIVE PLANS AND
      *                    PROMISES NOT YET DUE ARE LEFT OFF.  THE
      *                    QUEUE IS DEALT OUT, MOST URGENT FIRST,
      *                    ACROSS THE ACTIVE COLLECTORS ON COLLTAB -
      *                    THE SEGMENT'S SPECIALIST WITH THE LIGHTEST
      *                    LOAD, ELSE THE LIGHTEST GENERALIST - AND
      *                    LISTED ON WORKQRPT.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *                    THE BUSINESS DATE REPLACES THE SYSTEM DATE
      *                    AS TODAY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-item-status.

           SELECT WORK-QUEUE-FILE ASSIGN TO "WORKQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-KEY
               FILE STATUS IS ws-queue-status.

           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-DOC
               FILE STATUS IS ws-promise-status.

           SELECT COLLECTOR-FILE ASSIGN TO "COLLTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-collector-status.

           SELECT DELQ-HISTORY-FILE ASSIGN TO "DELQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-delq-status.

           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-DOC
               FILE STATUS IS ws-dun-status.

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

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT QUEUE-REPORT-FILE ASSIGN TO "WORKQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  WORK-QUEUE-FILE.
           COPY WORKQ.

       FD  PROMISE-FILE.
           COPY PROMISE.

       FD  COLLECTOR-FILE.
           COPY COLLTAB.

       FD  DELQ-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DELQHIST STREAK RECORD delinqprom MAINTAINS.
      *----------------------------------------------------------------
       01  DELQ-HISTORY-REC.
           05  HIST-CPF            PIC X(11).
           05  FILLER              PIC X(01).
           05  HIST-RUN-COUNT      PIC 9(3).

       FD  DUN-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DUNHIST NOTICE-HISTORY RECORD dunstmt MAINTAINS - ONLY
      * THE NOTICE COUNT MATTERS HERE.
      *----------------------------------------------------------------
       01  DUN-HISTORY-REC.
           05  DH-DOC              PIC X(14).
           05  DH-NOTICE-COUNT     PIC 9(3).
           05  DH-FIRST-DATE       PIC X(08).
           05  DH-LAST-DATE        PIC X(08).

       FD  AGREEMENT-FILE.
           COPY AGREEMNT.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  QUEUE-REPORT-FILE.
       01  QUEUE-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       78  STREAK-TABLE-MAX        VALUE 5000.
       78  COLLECTOR-TABLE-MAX     VALUE 50.
       78  RANK-BASE               VALUE 9999999.

       01  ws-item-status      PIC XX VALUE SPACES.
       01  ws-queue-status     PIC XX VALUE SPACES.
       01  ws-promise-status   PIC XX VALUE SPACES.
       01  ws-collector-status PIC XX VALUE SPACES.
       01  ws-delq-status      PIC XX VALUE SPACES.
       01  ws-dun-status       PIC XX VALUE SPACES.
       01  ws-agreement-status PIC XX VALUE SPACES.
       01  ws-dispute-status   PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-queue-open-switch PIC X VALUE 'N'.
           88  ws-queue-open             VALUE 'Y'.
       01  ws-promise-open-switch PIC X VALUE 'N'.
           88  ws-promise-open           VALUE 'Y'.
       01  ws-dun-open-switch  PIC X VALUE 'N'.
           88  ws-dun-open               VALUE 'Y'.
       01  ws-agreement-open-switch PIC X VALUE 'N'.
           88  ws-agreement-open         VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-skip-switch      PIC X VALUE 'N'.
           88  ws-skip                   VALUE 'Y'.
       01  ws-plan-broken-switch PIC X VALUE 'N'.
           88  ws-plan-broken            VALUE 'Y'.
       01  ws-promise-broken-switch PIC X VALUE 'N'.
           88  ws-promise-broken         VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.
       01  lookup-func         PIC X(01) VALUE SPACE.
       01  lookup-cpf          PIC X(11) VALUE SPACES.
       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE "00".

       01  open-amount         PIC 9(11)V99 VALUE ZERO.
       01  streak-runs         PIC 9(3) VALUE ZERO.
       01  notice-count        PIC 9(3) VALUE ZERO.
       01  queue-score         PIC 9(7) VALUE ZERO.
       01  score-amount        PIC 9(9) VALUE ZERO.
       01  broken-promise-date PIC X(08) VALUE SPACES.
       01  broken-promise-amount PIC 9(11)V99 VALUE ZERO.
       01  promise-target      PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * DELQHIST 91+ STREAKS BY CPF, LOADED ONCE.
      *----------------------------------------------------------------
       01  streak-count        PIC 9(5) VALUE ZERO.
       01  streak-ix           PIC 9(5) VALUE ZERO.
       01  streak-table.
           05  streak-entry OCCURS 5000 TIMES.
               10  st-cpf          PIC X(11).
               10  st-runs         PIC 9(3).

      *----------------------------------------------------------------
      * COLLECTORS ON THE DESK AND WHAT EACH HAS BEEN DEALT SO FAR.
      *----------------------------------------------------------------
       01  collector-count     PIC 9(3) VALUE ZERO.
       01  coll-ix             PIC 9(3) VALUE ZERO.
       01  best-ix             PIC 9(3) VALUE ZERO.
       01  collector-table.
           05  collector-entry OCCURS 50 TIMES.
               10  ct-initials     PIC X(03).
               10  ct-name         PIC X(30).
               10  ct-segment      PIC X(02).
               10  ct-capacity     PIC 9(3).
               10  ct-load         PIC 9(5).
               10  ct-amount       PIC 9(13)V99.

       01  item-read-count     PIC 9(7) VALUE ZERO.
       01  queued-count        PIC 9(7) VALUE ZERO.
       01  promise-class-count PIC 9(7) VALUE ZERO.
       01  plan-class-count    PIC 9(7) VALUE ZERO.
       01  routine-class-count PIC 9(7) VALUE ZERO.
       01  unassigned-count    PIC 9(7) VALUE ZERO.
       01  skip-dispute-count  PIC 9(7) VALUE ZERO.
       01  skip-wroff-count    PIC 9(7) VALUE ZERO.
       01  skip-plan-count     PIC 9(7) VALUE ZERO.
       01  skip-promise-count  PIC 9(7) VALUE ZERO.
       01  skip-quiet-count    PIC 9(7) VALUE ZERO.
       01  promise-kept-count  PIC 9(7) VALUE ZERO.
       01  promise-broken-count PIC 9(7) VALUE ZERO.
       01  queued-total        PIC 9(13)V99 VALUE ZERO.

       01  ws-heading-line.
           05  FILLER              PIC X(05) VALUE "COLL".
           05  FILLER              PIC X(07) VALUE "  SEQ".
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(04) VALUE "SG".
           05  FILLER              PIC X(17) VALUE
               "    OPEN BALANCE".
           05  FILLER              PIC X(05) VALUE " 91+".
           05  FILLER              PIC X(05) VALUE " NTC".
           05  FILLER              PIC X(20) VALUE "  REASON".

       01  ws-report-line.
           05  wrl-collector       PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-seq             PIC ZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-segment         PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-streak          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-notices         PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-reason          PIC X(26).

       01  ws-collector-line.
           05  wcl-initials        PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-segment         PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-load            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "wqbuild".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - LOAD THE STREAKS AND THE COLLECTORS, QUEUE
      * EVERY POSITION THAT NEEDS A CALL, THEN DEAL THE QUEUE OUT IN
      * PRIORITY ORDER.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-QUEUE-ONE-POSITION THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 5000-ASSIGN-QUEUE THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE QUEUE IS REBUILT FROM SCRATCH EACH NIGHT;
      * YESTERDAY'S OUTCOMES ARE ALREADY ON THE CALL LOG AND THE
      * PROMISE REGISTER.  NO OPENITEM MEANS NOTHING TO QUEUE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "wqbuild: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "wqbuild: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "wqbuild: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF

           OPEN OUTPUT QUEUE-REPORT-FILE
           MOVE SPACES TO QUEUE-REPORT-REC
           STRING "backUrubu COLLECTIONS - COLLECTOR WORK QUEUE FOR "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO QUEUE-REPORT-REC
           WRITE QUEUE-REPORT-REC
           MOVE SPACES TO QUEUE-REPORT-REC
           WRITE QUEUE-REPORT-REC

           PERFORM 1100-LOAD-COLLECTORS THRU 1100-EXIT
           PERFORM 1200-LOAD-STREAKS THRU 1200-EXIT

           OPEN INPUT DUN-HISTORY-FILE
           IF ws-dun-status = "00"
               SET ws-dun-open TO TRUE
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

           OPEN I-O PROMISE-FILE
           IF ws-promise-status = "35" OR ws-promise-status = "05"
               OPEN OUTPUT PROMISE-FILE
               CLOSE PROMISE-FILE
               OPEN I-O PROMISE-FILE
           END-IF
           IF ws-promise-status = "00"
               SET ws-promise-open TO TRUE
           ELSE
               DISPLAY "wqbuild: CANNOT OPEN PROMISE - STATUS "
                   ws-promise-status " - PROMISES NOT CHECKED"
               MOVE 8 TO run-error-level
           END-IF

           MOVE 'O' TO lookup-func
           CALL "customer_lookup" USING lookup-func, lookup-cpf,
               cust-found, cust-status-code, cust-name, cust-segment
           MOVE SPACE TO lookup-func

           OPEN OUTPUT WORK-QUEUE-FILE
           IF ws-queue-status NOT = "00"
               DISPLAY "wqbuild: CANNOT CREATE WORKQ - STATUS "
                   ws-queue-status
               MOVE 16 TO run-error-level
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-queue-open TO TRUE

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-item-status NOT = "00"
               DISPLAY "wqbuild: OPENITEM NOT PRESENT - STATUS "
                   ws-item-status " - NOTHING TO QUEUE"
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-item-open TO TRUE

           MOVE LOW-VALUES TO OI-DOC
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-DOC
           IF ws-item-status NOT = "00"
               SET ws-eof TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-COLLECTORS - THE ACTIVE COLLECTORS ON COLLTAB.  A
      * COLLECTOR WITH NO CAPACITY KEYED TAKES ANY NUMBER OF CALLS.
      *----------------------------------------------------------------
       1100-LOAD-COLLECTORS.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT COLLECTOR-FILE
           IF ws-collector-status NOT = "00"
               DISPLAY "wqbuild: COLLTAB NOT PRESENT - STATUS "
                   ws-collector-status " - QUEUE LEFT UNASSIGNED"
               MOVE 8 TO run-error-level
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-COLLECTOR THRU 1110-EXIT
               UNTIL ws-file-eof
           CLOSE COLLECTOR-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-COLLECTOR.
           READ COLLECTOR-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ

           IF COL-INITIALS = SPACES OR NOT COL-ON-DESK
               GO TO 1110-EXIT
           END-IF

           IF collector-count >= COLLECTOR-TABLE-MAX
               DISPLAY "wqbuild: COLLECTOR TABLE FULL - "
                   COL-INITIALS " NOT DEALT ANY WORK"
               MOVE 8 TO run-error-level
               GO TO 1110-EXIT
           END-IF

           ADD 1 TO collector-count
           MOVE COL-INITIALS TO ct-initials (collector-count)
           MOVE COL-NAME TO ct-name (collector-count)
           MOVE COL-SEGMENT TO ct-segment (collector-count)
           MOVE 999 TO ct-capacity (collector-count)
           IF COL-CAPACITY IS NUMERIC AND COL-CAPACITY > ZERO
               MOVE COL-CAPACITY TO ct-capacity (collector-count)
           END-IF
           MOVE ZERO TO ct-load (collector-count)
           MOVE ZERO TO ct-amount (collector-count).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-STREAKS - DELQHIST AS delinqprom LEFT IT LAST NIGHT.
      *----------------------------------------------------------------
       1200-LOAD-STREAKS.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT DELQ-HISTORY-FILE
           IF ws-delq-status NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-STREAK THRU 1210-EXIT
               UNTIL ws-file-eof
           CLOSE DELQ-HISTORY-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-STREAK.
           READ DELQ-HISTORY-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF HIST-CPF = SPACES OR HIST-RUN-COUNT NOT NUMERIC
               GO TO 1210-EXIT
           END-IF

           IF streak-count >= STREAK-TABLE-MAX
               DISPLAY "wqbuild: STREAK TABLE FULL - " HIST-CPF
                   " RANKED WITHOUT ITS STREAK"
               MOVE 8 TO run-error-level
               GO TO 1210-EXIT
           END-IF

           ADD 1 TO streak-count
           MOVE HIST-CPF TO st-cpf (streak-count)
           MOVE HIST-RUN-COUNT TO st-runs (streak-count).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-QUEUE-ONE-POSITION - SETTLE ANY OPEN PROMISE FIRST (A
      * PROMISE IS KEPT OR BROKEN WHETHER OR NOT THE DOCUMENT ENDS UP
      * QUEUED), THEN DROP WHAT THE DESK MUST NOT OR NEED NOT CALL,
      * AND QUEUE THE REST.
      *----------------------------------------------------------------
       2000-QUEUE-ONE-POSITION.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO item-read-count

           MOVE 'N' TO ws-skip-switch
           MOVE 'N' TO ws-promise-broken-switch
           MOVE 'N' TO ws-plan-broken-switch
           PERFORM 2100-CHECK-PROMISE THRU 2100-EXIT

           IF NOT OI-OPEN OR OI-CHARGED NOT > OI-PAID
               GO TO 2000-EXIT
           END-IF
           COMPUTE open-amount = OI-CHARGED - OI-PAID

           PERFORM 2200-CHECK-HOLDS THRU 2200-EXIT
           IF ws-skip
               GO TO 2000-EXIT
           END-IF

           PERFORM 2300-GATHER-SIGNALS THRU 2300-EXIT
           IF notice-count = ZERO AND streak-runs = ZERO
                   AND NOT ws-plan-broken AND NOT ws-promise-broken
               ADD 1 TO skip-quiet-count
               GO TO 2000-EXIT
           END-IF

           PERFORM 2400-WRITE-QUEUE-ENTRY THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-PROMISE - AN OPEN PROMISE IS KEPT ONCE THE POSITION
      * HAS TAKEN THE AMOUNT PROMISED SINCE IT WAS MADE (OR HAS
      * SETTLED OR CLOSED); STILL SHORT AFTER THE PROMISED DATE IT IS
      * BROKEN.  A BROKEN PROMISE KEEPS THE DOCUMENT AT THE TOP OF THE
      * QUEUE UNTIL THE COLLECTOR TAKES A NEW ONE; AN OPEN PROMISE NOT
      * YET DUE KEEPS IT OFF THE QUEUE.
      *----------------------------------------------------------------
       2100-CHECK-PROMISE.
           IF NOT ws-promise-open
               GO TO 2100-EXIT
           END-IF

           MOVE OI-DOC TO PRM-DOC
           READ PROMISE-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ

           IF PRM-BROKEN
               SET ws-promise-broken TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF NOT PRM-OPEN
               GO TO 2100-EXIT
           END-IF

           COMPUTE promise-target = PRM-PAID-BASE + PRM-AMOUNT
           IF NOT OI-OPEN OR OI-PAID >= promise-target
               MOVE 'K' TO PRM-STATUS
               MOVE today-date TO PRM-CLOSED-DATE
               ADD 1 TO promise-kept-count
               REWRITE PROMISE-REC
               GO TO 2100-EXIT
           END-IF

           IF PRM-DUE-DATE NOT < today-date
               SET ws-skip TO TRUE
               GO TO 2100-EXIT
           END-IF

           MOVE 'B' TO PRM-STATUS
           MOVE today-date TO PRM-CLOSED-DATE
           ADD 1 TO promise-broken-count
           REWRITE PROMISE-REC
           SET ws-promise-broken TO TRUE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-HOLDS - A PENDING PROMISE (FLAGGED BY 2100), AN OPEN
      * DISPUTE, THE WRITE-OFF REGISTER OR AN ACTIVE PLAN KEEPS THE
      * DOCUMENT OFF THE QUEUE.  A BROKEN PLAN IS NOTED FOR RANKING.
      *----------------------------------------------------------------
       2200-CHECK-HOLDS.
           IF ws-skip
               ADD 1 TO skip-promise-count
               GO TO 2200-EXIT
           END-IF

           IF ws-dispute-open
               MOVE OI-DOC TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-HOLD
                           SET ws-skip TO TRUE
                           ADD 1 TO skip-dispute-count
                           GO TO 2200-EXIT
                       END-IF
               END-READ
           END-IF

           IF ws-register-open
               MOVE OI-DOC TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ws-skip TO TRUE
                       ADD 1 TO skip-wroff-count
                       GO TO 2200-EXIT
               END-READ
           END-IF

           IF ws-agreement-open
               MOVE OI-DOC TO AGR-DOC
               READ AGREEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGR-ACTIVE
                           SET ws-skip TO TRUE
                           ADD 1 TO skip-plan-count
                           GO TO 2200-EXIT
                       END-IF
                       IF AGR-BROKEN
                           SET ws-plan-broken TO TRUE
                       END-IF
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-GATHER-SIGNALS - NOTICES SENT (DUNHIST) AND THE 91+
      * STREAK (DELQHIST, CPF DOCUMENTS ONLY).
      *----------------------------------------------------------------
       2300-GATHER-SIGNALS.
           MOVE ZERO TO notice-count
           IF ws-dun-open
               MOVE OI-DOC TO DH-DOC
               READ DUN-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DH-NOTICE-COUNT IS NUMERIC
                           MOVE DH-NOTICE-COUNT TO notice-count
                       END-IF
               END-READ
           END-IF

           MOVE ZERO TO streak-runs
           IF OI-DOC (12:3) = SPACES
               PERFORM 2310-FIND-STREAK THRU 2310-EXIT
                   VARYING streak-ix FROM 1 BY 1
                   UNTIL streak-ix > streak-count
                   OR streak-runs > ZERO
           END-IF.
       2300-EXIT.
           EXIT.

       2310-FIND-STREAK.
           IF st-cpf (streak-ix) = OI-DOC (1:11)
               MOVE st-runs (streak-ix) TO streak-runs
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-WRITE-QUEUE-ENTRY - CLASS AND SCORE MAKE THE KEY, SO THE
      * FILE ITSELF HOLDS THE QUEUE IN PRIORITY ORDER.
      *----------------------------------------------------------------
       2400-WRITE-QUEUE-ENTRY.
           MOVE SPACES TO WORK-QUEUE-REC
           MOVE SPACES TO broken-promise-date
           MOVE ZERO TO broken-promise-amount
           EVALUATE TRUE
               WHEN ws-promise-broken
                   MOVE 1 TO WQ-CLASS
                   MOVE PRM-DUE-DATE TO broken-promise-date
                   MOVE PRM-AMOUNT TO broken-promise-amount
                   ADD 1 TO promise-class-count
               WHEN ws-plan-broken
                   MOVE 2 TO WQ-CLASS
                   ADD 1 TO plan-class-count
               WHEN OTHER
                   MOVE 3 TO WQ-CLASS
                   ADD 1 TO routine-class-count
           END-EVALUATE

           COMPUTE score-amount = open-amount / 100
           IF score-amount > 999
               MOVE 999 TO score-amount
           END-IF
           IF notice-count > 9
               MOVE 9 TO notice-count
           END-IF
           IF streak-runs > 99
               COMPUTE queue-score = notice-count * 100000
                   + 99 * 1000 + score-amount
           ELSE
               COMPUTE queue-score = notice-count * 100000
                   + streak-runs * 1000 + score-amount
           END-IF

           COMPUTE WQ-RANK = RANK-BASE - queue-score
           MOVE OI-DOC TO WQ-DOC
           MOVE queue-score TO WQ-SCORE
           MOVE SPACES TO WQ-COLLECTOR
           MOVE ZERO TO WQ-SEQ
           PERFORM 2410-NAME-AND-SEGMENT THRU 2410-EXIT
           MOVE open-amount TO WQ-OPEN-AMOUNT
           MOVE streak-runs TO WQ-STREAK
           MOVE notice-count TO WQ-NOTICES
           MOVE broken-promise-date TO WQ-PROMISE-DATE
           MOVE broken-promise-amount TO WQ-PROMISE-AMOUNT
           MOVE today-date TO WQ-BUILD-DATE
           MOVE SPACE TO WQ-OUTCOME
           MOVE SPACES TO WQ-WORKED-DATE

           WRITE WORK-QUEUE-REC
               INVALID KEY
                   DISPLAY "wqbuild: CANNOT QUEUE " OI-DOC
                       " - STATUS " ws-queue-status
                   MOVE 8 TO run-error-level
                   GO TO 2400-EXIT
           END-WRITE
           ADD 1 TO queued-count
           ADD open-amount TO queued-total.
       2400-EXIT.
           EXIT.

       2410-NAME-AND-SEGMENT.
           MOVE SPACES TO cust-name
           MOVE "00" TO cust-segment
           IF OI-DOC (12:3) = SPACES
               MOVE OI-DOC (1:11) TO lookup-cpf
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           ELSE
               CALL "company_lookup" USING OI-DOC, cust-found,
                   cust-status-code, cust-name, cust-segment
           END-IF
           IF cust-found NOT = 1
               MOVE "** NOT ON MASTER FILE **" TO cust-name
           END-IF
           MOVE cust-name TO WQ-NAME
           MOVE cust-segment TO WQ-SEGMENT.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ASSIGN-QUEUE - SECOND PASS, IN KEY (PRIORITY) ORDER, SO
      * WHEN THE DESK IS SHORT-HANDED IT IS THE ROUTINE CALLS AT THE
      * BOTTOM THAT GO UNDEALT, NEVER THE BROKEN PROMISES.
      *----------------------------------------------------------------
       5000-ASSIGN-QUEUE.
           WRITE QUEUE-REPORT-REC FROM ws-heading-line
           IF NOT ws-queue-open
               GO TO 5000-EXIT
           END-IF
           CLOSE WORK-QUEUE-FILE
           OPEN I-O WORK-QUEUE-FILE
           IF ws-queue-status NOT = "00"
               DISPLAY "wqbuild: CANNOT REOPEN WORKQ - STATUS "
                   ws-queue-status
               MOVE 16 TO run-error-level
               MOVE 'N' TO ws-queue-open-switch
               GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO WQ-KEY
           START WORK-QUEUE-FILE KEY IS NOT LESS THAN WQ-KEY
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START
           PERFORM 5100-ASSIGN-ONE-ENTRY THRU 5100-EXIT
               UNTIL ws-file-eof.
       5000-EXIT.
           EXIT.

       5100-ASSIGN-ONE-ENTRY.
           READ WORK-QUEUE-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 5100-EXIT
           END-READ

           PERFORM 5200-PICK-COLLECTOR THRU 5200-EXIT

           MOVE SPACES TO ws-report-line
           IF best-ix = ZERO
               ADD 1 TO unassigned-count
               MOVE "---" TO wrl-collector
           ELSE
               ADD 1 TO ct-load (best-ix)
               ADD WQ-OPEN-AMOUNT TO ct-amount (best-ix)
               MOVE ct-initials (best-ix) TO WQ-COLLECTOR
               MOVE ct-load (best-ix) TO WQ-SEQ
               REWRITE WORK-QUEUE-REC
                   INVALID KEY
                       DISPLAY "wqbuild: CANNOT ASSIGN " WQ-DOC
                           " - STATUS " ws-queue-status
                       MOVE 8 TO run-error-level
               END-REWRITE
               MOVE WQ-COLLECTOR TO wrl-collector
               MOVE WQ-SEQ TO wrl-seq
           END-IF

           MOVE WQ-DOC TO wrl-doc
           MOVE WQ-NAME TO wrl-name
           MOVE WQ-SEGMENT TO wrl-segment
           MOVE WQ-OPEN-AMOUNT TO wrl-amount
           MOVE WQ-STREAK TO wrl-streak
           MOVE WQ-NOTICES TO wrl-notices
           EVALUATE TRUE
               WHEN WQ-BROKEN-PROMISE
                   STRING "PROMISE BROKEN " DELIMITED BY SIZE
                       WQ-PROMISE-DATE DELIMITED BY SIZE
                       INTO wrl-reason
               WHEN WQ-BROKEN-PLAN
                   MOVE "PLAN BROKEN" TO wrl-reason
               WHEN OTHER
                   MOVE SPACES TO wrl-reason
           END-EVALUATE
           WRITE QUEUE-REPORT-REC FROM ws-report-line.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PICK-COLLECTOR - THE SEGMENT'S SPECIALIST WITH THE
      * LIGHTEST LOAD THAT STILL HAS ROOM; FAILING THAT, THE LIGHTEST
      * GENERALIST WITH ROOM.  ZERO MEANS NOBODY HAS ROOM.
      *----------------------------------------------------------------
       5200-PICK-COLLECTOR.
           MOVE ZERO TO best-ix
           PERFORM 5210-TRY-SPECIALIST THRU 5210-EXIT
               VARYING coll-ix FROM 1 BY 1
               UNTIL coll-ix > collector-count
           IF best-ix = ZERO
               PERFORM 5220-TRY-GENERALIST THRU 5220-EXIT
                   VARYING coll-ix FROM 1 BY 1
                   UNTIL coll-ix > collector-count
           END-IF.
       5200-EXIT.
           EXIT.

       5210-TRY-SPECIALIST.
           IF ct-segment (coll-ix) NOT = WQ-SEGMENT
               GO TO 5210-EXIT
           END-IF
           IF ct-load (coll-ix) >= ct-capacity (coll-ix)
               GO TO 5210-EXIT
           END-IF
           IF best-ix = ZERO
               MOVE coll-ix TO best-ix
           ELSE
               IF ct-load (coll-ix) < ct-load (best-ix)
                   MOVE coll-ix TO best-ix
               END-IF
           END-IF.
       5210-EXIT.
           EXIT.

       5220-TRY-GENERALIST.
           IF ct-segment (coll-ix) NOT = "**"
               GO TO 5220-EXIT
           END-IF
           IF ct-load (coll-ix) >= ct-capacity (coll-ix)
               GO TO 5220-EXIT
           END-IF
           IF best-ix = ZERO
               MOVE coll-ix TO best-ix
           ELSE
               IF ct-load (coll-ix) < ct-load (best-ix)
                   MOVE coll-ix TO best-ix
               END-IF
           END-IF.
       5220-EXIT.
           EXIT.

       9100-WRITE-COLLECTOR-LINE.
           MOVE SPACES TO ws-collector-line
           MOVE ct-initials (coll-ix) TO wcl-initials
           MOVE ct-name (coll-ix) TO wcl-name
           MOVE ct-segment (coll-ix) TO wcl-segment
           MOVE ct-load (coll-ix) TO wcl-load
           MOVE ct-amount (coll-ix) TO wcl-amount
           WRITE QUEUE-REPORT-REC FROM ws-collector-line.
       9100-EXIT.
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
           COMPUTE run-in-count = item-read-count
           COMPUTE run-out-count = queued-count
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
      * 9999-TERMINATE - WORKLOAD PER COLLECTOR, THE QUEUE COUNTS AND
      * WHAT WAS LEFT OFF AND WHY.  RC 8 WHEN ANY CALL WENT UNDEALT.
      *----------------------------------------------------------------
       9999-TERMINATE.
           MOVE SPACES TO QUEUE-REPORT-REC
           WRITE QUEUE-REPORT-REC
           MOVE "WORKLOAD BY COLLECTOR" TO QUEUE-REPORT-REC
           WRITE QUEUE-REPORT-REC
           PERFORM 9100-WRITE-COLLECTOR-LINE THRU 9100-EXIT
               VARYING coll-ix FROM 1 BY 1
               UNTIL coll-ix > collector-count

           MOVE SPACES TO QUEUE-REPORT-REC
           WRITE QUEUE-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "POSITIONS READ" TO wtl-label
           MOVE item-read-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "QUEUED FOR A CALL" TO wtl-label
           MOVE queued-count TO wtl-count
           MOVE queued-total TO wtl-amount
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  BROKEN PROMISES" TO wtl-label
           MOVE promise-class-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  BROKEN PLANS" TO wtl-label
           MOVE plan-class-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  ROUTINE" TO wtl-label
           MOVE routine-class-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "NOT DEALT - NO COLLECTOR WITH ROOM" TO wtl-label
           MOVE unassigned-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "LEFT OFF - OPEN DISPUTE" TO wtl-label
           MOVE skip-dispute-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "LEFT OFF - WRITTEN OFF" TO wtl-label
           MOVE skip-wroff-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "LEFT OFF - ACTIVE PLAN" TO wtl-label
           MOVE skip-plan-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "LEFT OFF - PROMISE NOT YET DUE" TO wtl-label
           MOVE skip-promise-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "LEFT OFF - NOT YET DUNNED OR ON A STREAK" TO wtl-label
           MOVE skip-quiet-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "PROMISES KEPT SINCE LAST RUN" TO wtl-label
           MOVE promise-kept-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "PROMISES BROKEN SINCE LAST RUN" TO wtl-label
           MOVE promise-broken-count TO wtl-count
           WRITE QUEUE-REPORT-REC FROM ws-total-line

           CLOSE QUEUE-REPORT-FILE
           IF ws-queue-open
               CLOSE WORK-QUEUE-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF ws-promise-open
               CLOSE PROMISE-FILE
           END-IF
           IF ws-dun-open
               CLOSE DUN-HISTORY-FILE
           END-IF
           IF ws-agreement-open
               CLOSE AGREEMENT-FILE
           END-IF
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-register-open
               CLOSE REGISTER-FILE
           END-IF
           MOVE 'C' TO lookup-func
           CALL "customer_lookup" USING lookup-func, lookup-cpf,
               cust-found, cust-status-code, cust-name, cust-segment

           DISPLAY "wqbuild: " queued-count " QUEUED ("
               promise-class-count " BROKEN PROMISES, "
               plan-class-count " BROKEN PLANS), " unassigned-count
               " NOT DEALT, " promise-kept-count " PROMISES KEPT, "
               promise-broken-count " BROKEN"

           IF unassigned-count > 0 AND run-error-level < 8
               MOVE 8 TO run-error-level
           END-IF
           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
