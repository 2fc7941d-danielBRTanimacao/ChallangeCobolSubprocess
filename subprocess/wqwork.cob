       IDENTIFICATION DIVISION.
       PROGRAM-ID. wqwork.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - THE COLLECTOR'S WORK
      *                    QUEUE SCREEN, IN THE SAME STYLE AS acctinq.
      *                    THE COLLECTOR SIGNS ON WITH THE INITIALS ON
      *                    COLLTAB AND IS SHOWN, ONE AT A TIME IN
      *                    PRIORITY ORDER, THE CALLS wqbuild DEALT
      *                    THEM THAT ARE NOT WORKED YET, AND KEYS AN
      *                    OUTCOME FOR EACH: NO ANSWER, WRONG NUMBER,
      *                    REFUSED, OR A PROMISE TO PAY WITH ITS DATE
      *                    AND AMOUNT.  EVERY OUTCOME IS MARKED ON
      *                    WORKQ AND APPENDED TO THE CALLLOG CALL LOG;
      *                    A PROMISE GOES ON THE PROMISE REGISTER FOR
      *                    wqbuild TO CHECK AGAINST THE PAYMENTS.  A
      *                    SKIPPED CALL STAYS UNWORKED FOR THE NEXT
      *                    SESSION.
      *   2026-10-15  MRS  AFTER THE COLLTAB CHECK THE COLLECTOR NOW
      *                    ALSO ENTERS A PIN, CHECKED THROUGH
      *                    OPERATOR_AUTH AGAINST OPERSEC, AND EACH
      *                    OUTCOME IS CHECKED AGAINST THE OPERATOR'S
      *                    wqwork AUTHORITY BEFORE IT IS RECORDED - A
      *                    REFUSED OUTCOME LEAVES THE CALL UNWORKED.
      *   2026-10-15  MRS  THE WORKED DATE, THE PROMISE TAKEN DATE AND
      *                    THE CHECK THAT A PROMISE IS NOT DATED IN THE
      *                    PAST ALL RUN FROM THE BUSINESS DATE ON
      *                    BUSDATE, READ AT SIGN-ON AS chainrpt READS
      *                    IT; THE CLOCK ONLY WHEN THERE IS NONE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bus-date-status.

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

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-item-status.

           SELECT COLLECTOR-FILE ASSIGN TO "COLLTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-collector-status.

           SELECT CALL-LOG-FILE ASSIGN TO "CALLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-call-log-status.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  WORK-QUEUE-FILE.
           COPY WORKQ.

       FD  PROMISE-FILE.
           COPY PROMISE.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  COLLECTOR-FILE.
           COPY COLLTAB.

       FD  CALL-LOG-FILE.
      *----------------------------------------------------------------
      * ONE LINE PER CALL OUTCOME KEYED -
      *   CLG-TIMESTAMP     WHEN IT WAS KEYED (CURRENT-DATE).
      *   CLG-COLLECTOR     COLLECTOR INITIALS.
      *   CLG-DOC           TAX DOCUMENT CALLED.
      *   CLG-OUTCOME       N, W, R OR P AS ON WQ-OUTCOME.
      *   CLG-PROMISE-DATE  P ONLY - DATE PROMISED.
      *   CLG-PROMISE-AMT   P ONLY - AMOUNT PROMISED.
      *   CLG-CLASS         QUEUE CLASS THE CALL CAME FROM.
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

       WORKING-STORAGE SECTION.
       78  MAX-SIGNON-TRIES        VALUE 3.

       01  ws-bus-date-status  PIC XX VALUE SPACES.
       01  ws-queue-status     PIC XX VALUE SPACES.
       01  ws-promise-status   PIC XX VALUE SPACES.
       01  ws-item-status      PIC XX VALUE SPACES.
       01  ws-collector-status PIC XX VALUE SPACES.
       01  ws-call-log-status  PIC XX VALUE SPACES.

       01  ws-done-switch      PIC X VALUE 'N'.
           88  ws-done                   VALUE 'Y'.
       01  ws-prompt-ok-switch PIC X VALUE 'N'.
           88  ws-prompt-ok              VALUE 'Y'.
       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-on-table-switch  PIC X VALUE 'N'.
           88  ws-on-table               VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-queue-open-switch PIC X VALUE 'N'.
           88  ws-queue-open             VALUE 'Y'.
       01  ws-call-found-switch PIC X VALUE 'N'.
           88  ws-call-found             VALUE 'Y'.
       01  ws-promise-open-switch PIC X VALUE 'N'.
           88  ws-promise-open           VALUE 'Y'.

       01  operator-initials   PIC X(03) VALUE SPACES.
       01  collector-name      PIC X(30) VALUE SPACES.
       01  operator-pin        PIC X(06) VALUE SPACES.
       01  operator-name       PIC X(30) VALUE SPACES.
       01  signon-tries        PIC 9 VALUE ZERO.

      *----------------------------------------------------------------
      * OPERATOR_AUTH ARGUMENTS - SIGN-ON AND PER-ACTION AUTHORITY
      * AGAINST THE OPERSEC SECURITY MASTER.
      *----------------------------------------------------------------
       01  auth-func           PIC X(01) VALUE SPACE.
       01  auth-program        PIC X(10) VALUE "wqwork".
       01  auth-action         PIC X(06) VALUE SPACES.
       01  auth-doc            PIC X(14) VALUE SPACES.
       01  auth-amount         PIC 9(11)V99 VALUE ZERO.
       01  auth-result         PIC X(02) VALUE SPACES.
           88  auth-granted              VALUE "00".
           88  auth-unavailable          VALUE "10".
       01  auth-message        PIC X(40) VALUE SPACES.
       01  outcome-code        PIC X(01) VALUE SPACES.
           88  outcome-is-no-answer       VALUE 'N'.
           88  outcome-is-wrong-number    VALUE 'W'.
           88  outcome-is-refused         VALUE 'R'.
           88  outcome-is-promise         VALUE 'P'.
           88  outcome-is-skip            VALUE 'S'.
           88  outcome-is-quit            VALUE 'Q'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  reply-str           PIC X(20) VALUE SPACES.
       01  promise-date        PIC X(08) VALUE SPACES.
       01  promise-amount      PIC 9(11)V99 VALUE ZERO.
       01  promise-date-num    PIC 9(8) VALUE ZERO.
       01  promise-day-int     PIC 9(8) VALUE ZERO.

       01  shown-count         PIC 9(5) VALUE ZERO.
       01  worked-count        PIC 9(5) VALUE ZERO.
       01  promise-count       PIC 9(5) VALUE ZERO.
       01  skipped-count       PIC 9(5) VALUE ZERO.

       01  amount-display      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  count-display       PIC ZZ9.
       01  seq-display         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - SIGN THE COLLECTOR ON, THEN ONE CALL AT A TIME
      * UNTIL THE QUEUE RUNS OUT OR THE COLLECTOR QUITS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-WORK-ONE-CALL THRU 2000-EXIT
               UNTIL ws-done
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - INITIALS MUST BE AN ACTIVE COLLECTOR ON
      * COLLTAB AND SIGN ON WITH THEIR PIN; NO QUEUE ON FILE ENDS THE
      * SESSION STRAIGHT AWAY.  TODAY IS THE BUSINESS DATE ON BUSDATE;
      * A SESSION RUNS ALONGSIDE OTHERS, SO IT IS READ HERE RATHER THAN
      * TAKEN FROM A RUNCTL SIGN-ON.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           OPEN INPUT BUS-DATE-FILE
           IF ws-bus-date-status = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BDT-CURRENT IS NUMERIC
                           MOVE BDT-CURRENT TO today-date
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF

           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 1010-READ-OPERATOR-ONCE THRU 1010-EXIT
               UNTIL ws-prompt-ok
           IF ws-done
               GO TO 1000-EXIT
           END-IF

           OPEN I-O WORK-QUEUE-FILE
           IF ws-queue-status NOT = "00"
               DISPLAY "wqwork: NO WORK QUEUE ON FILE - STATUS "
                   ws-queue-status
               MOVE 8 TO RETURN-CODE
               SET ws-done TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-queue-open TO TRUE

           OPEN I-O PROMISE-FILE
           IF ws-promise-status = "35" OR ws-promise-status = "05"
               OPEN OUTPUT PROMISE-FILE
               CLOSE PROMISE-FILE
               OPEN I-O PROMISE-FILE
           END-IF
           IF ws-promise-status = "00"
               SET ws-promise-open TO TRUE
           ELSE
               DISPLAY "wqwork: CANNOT OPEN PROMISE - STATUS "
                   ws-promise-status " - PROMISES CANNOT BE TAKEN"
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-item-status = "00"
               SET ws-item-open TO TRUE
           END-IF

           MOVE LOW-VALUES TO WQ-KEY
           START WORK-QUEUE-FILE KEY IS NOT LESS THAN WQ-KEY
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           DISPLAY "---------------------------------------------"
           DISPLAY "WORK QUEUE FOR " operator-initials " "
               collector-name.
       1000-EXIT.
           EXIT.

       1010-READ-OPERATOR-ONCE.
           MOVE SPACES TO operator-initials
           DISPLAY "ENTER YOUR COLLECTOR INITIALS (BLANK TO EXIT): "
               WITH NO ADVANCING
           ACCEPT operator-initials
           MOVE FUNCTION UPPER-CASE(operator-initials)
               TO operator-initials

           IF operator-initials = SPACES
               SET ws-done TO TRUE
               SET ws-prompt-ok TO TRUE
               GO TO 1010-EXIT
           END-IF

           PERFORM 1100-FIND-COLLECTOR THRU 1100-EXIT
           IF NOT ws-on-table
               DISPLAY "INITIALS NOT AN ACTIVE COLLECTOR ON COLLTAB, "
                   "TRY AGAIN"
               GO TO 1010-EXIT
           END-IF

           MOVE SPACES TO operator-pin
           DISPLAY "ENTER YOUR PIN: " WITH NO ADVANCING
           ACCEPT operator-pin

           MOVE 'S' TO auth-func
           MOVE "SIGNON" TO auth-action
           MOVE SPACES TO auth-doc
           MOVE ZERO TO auth-amount
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name
           MOVE SPACES TO operator-pin

           IF auth-granted
               SET ws-prompt-ok TO TRUE
               GO TO 1010-EXIT
           END-IF

           ADD 1 TO signon-tries
           DISPLAY "SIGN-ON REFUSED - " auth-message
           IF signon-tries NOT < MAX-SIGNON-TRIES OR auth-unavailable
               DISPLAY "wqwork: SIGN-ON FAILED - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
               SET ws-done TO TRUE
               SET ws-prompt-ok TO TRUE
           END-IF.
       1010-EXIT.
           EXIT.

       1100-FIND-COLLECTOR.
           MOVE 'N' TO ws-on-table-switch
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT COLLECTOR-FILE
           IF ws-collector-status NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-CHECK-ONE-COLLECTOR THRU 1110-EXIT
               UNTIL ws-file-eof OR ws-on-table
           CLOSE COLLECTOR-FILE
           MOVE 'N' TO ws-file-eof-switch.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-COLLECTOR.
           READ COLLECTOR-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF COL-INITIALS = operator-initials AND COL-ON-DESK
               MOVE COL-NAME TO collector-name
               SET ws-on-table TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WORK-ONE-CALL - THE NEXT CALL DEALT TO THIS COLLECTOR
      * AND NOT YET WORKED, SHOWN AND ANSWERED.
      *----------------------------------------------------------------
       2000-WORK-ONE-CALL.
           PERFORM 2100-NEXT-CALL THRU 2100-EXIT
           IF ws-file-eof
               DISPLAY "END OF YOUR QUEUE"
               SET ws-done TO TRUE
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO shown-count
           PERFORM 3000-SHOW-CALL THRU 3000-EXIT

           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 2200-READ-OUTCOME-ONCE THRU 2200-EXIT
               UNTIL ws-prompt-ok

           IF NOT outcome-is-quit AND NOT outcome-is-skip
               IF outcome-is-promise
                   MOVE "PROMIS" TO auth-action
               ELSE
                   MOVE "OUTCOM" TO auth-action
               END-IF
               MOVE WQ-DOC TO auth-doc
               MOVE ZERO TO auth-amount
               PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT
               IF NOT auth-granted
                   ADD 1 TO skipped-count
                   GO TO 2000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN outcome-is-quit
                   SET ws-done TO TRUE
               WHEN outcome-is-skip
                   ADD 1 TO skipped-count
               WHEN outcome-is-promise
                   PERFORM 4000-TAKE-PROMISE THRU 4000-EXIT
               WHEN OTHER
                   PERFORM 5000-RECORD-OUTCOME THRU 5000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-NEXT-CALL.
           MOVE 'N' TO ws-call-found-switch
           PERFORM 2110-READ-QUEUE THRU 2110-EXIT
               UNTIL ws-file-eof OR ws-call-found.
       2100-EXIT.
           EXIT.

       2110-READ-QUEUE.
           READ WORK-QUEUE-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF WQ-COLLECTOR = operator-initials AND WQ-NOT-WORKED
               SET ws-call-found TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2200-READ-OUTCOME-ONCE.
           DISPLAY "OUTCOME - N=NO ANSWER W=WRONG NUMBER R=REFUSED "
               "P=PROMISE S=SKIP Q=QUIT: " WITH NO ADVANCING
           ACCEPT outcome-code
           MOVE FUNCTION UPPER-CASE(outcome-code) TO outcome-code

           IF outcome-is-no-answer OR outcome-is-wrong-number
                   OR outcome-is-refused OR outcome-is-promise
                   OR outcome-is-skip OR outcome-is-quit
               SET ws-prompt-ok TO TRUE
           ELSE
               DISPLAY "INVALID ENTRY - ENTER N, W, R, P, S OR Q, "
                   "TRY AGAIN"
           END-IF

           IF outcome-is-promise AND NOT ws-promise-open
               DISPLAY "PROMISE REGISTER NOT AVAILABLE - KEY ANOTHER "
                   "OUTCOME OR SKIP"
               MOVE 'N' TO ws-prompt-ok-switch
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-AUTHORITY - ASK OPERATOR_AUTH WHETHER THE SIGNED-ON
      * OPERATOR MAY TAKE auth-action ON THIS CALL.  A REFUSAL IS
      * SHOWN HERE AND LOGGED TO SECVIOL BY OPERATOR_AUTH.
      *----------------------------------------------------------------
       2300-CHECK-AUTHORITY.
           MOVE 'A' TO auth-func
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name

           IF NOT auth-granted
               DISPLAY "wqwork: " auth-action " REFUSED - "
                   auth-message
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SHOW-CALL - WHO TO CALL AND WHY.
      *----------------------------------------------------------------
       3000-SHOW-CALL.
           DISPLAY " "
           MOVE WQ-SEQ TO seq-display
           DISPLAY "CALL " seq-display "  DOCUMENT " WQ-DOC
               "  SEGMENT " WQ-SEGMENT
           DISPLAY "CUSTOMER: " WQ-NAME
           MOVE WQ-OPEN-AMOUNT TO amount-display
           DISPLAY "OPEN BALANCE: " amount-display
           MOVE WQ-NOTICES TO count-display
           DISPLAY "NOTICES SENT: " count-display WITH NO ADVANCING
           MOVE WQ-STREAK TO count-display
           DISPLAY "   91+ STREAK: " count-display " RUNS"
           EVALUATE TRUE
               WHEN WQ-BROKEN-PROMISE
                   MOVE WQ-PROMISE-AMOUNT TO amount-display
                   DISPLAY "** PROMISE BROKEN - " amount-display
                       " WAS DUE " WQ-PROMISE-DATE " **"
               WHEN WQ-BROKEN-PLAN
                   DISPLAY "** INSTALLMENT PLAN BROKEN **"
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-TAKE-PROMISE - DATE (TODAY OR LATER) AND AMOUNT, THEN THE
      * PROMISE REGISTER, WITH WHAT THE POSITION HAD PAID SO FAR AS
      * THE BASE wqbuild MEASURES THE PROMISE AGAINST.
      *----------------------------------------------------------------
       4000-TAKE-PROMISE.
           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 4010-READ-PROMISE-DATE-ONCE THRU 4010-EXIT
               UNTIL ws-prompt-ok
           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 4020-READ-PROMISE-AMOUNT-ONCE THRU 4020-EXIT
               UNTIL ws-prompt-ok

           MOVE ZERO TO OI-PAID
           IF ws-item-open
               MOVE WQ-DOC TO OI-DOC
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE ZERO TO OI-PAID
               END-READ
           END-IF

           MOVE WQ-DOC TO PRM-DOC
           READ PROMISE-FILE
               INVALID KEY
                   MOVE SPACES TO PROMISE-REC
                   MOVE WQ-DOC TO PRM-DOC
           END-READ
           MOVE today-date TO PRM-TAKEN-DATE
           MOVE promise-date TO PRM-DUE-DATE
           MOVE promise-amount TO PRM-AMOUNT
           MOVE OI-PAID TO PRM-PAID-BASE
           MOVE operator-initials TO PRM-COLLECTOR
           MOVE 'O' TO PRM-STATUS
           MOVE SPACES TO PRM-CLOSED-DATE

           IF ws-promise-status = "00"
               REWRITE PROMISE-REC
           ELSE
               WRITE PROMISE-REC
           END-IF
           IF ws-promise-status NOT = "00"
               DISPLAY "wqwork: CANNOT STORE PROMISE FOR " WQ-DOC
                   " - STATUS " ws-promise-status
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO promise-count
           PERFORM 5000-RECORD-OUTCOME THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

       4010-READ-PROMISE-DATE-ONCE.
           DISPLAY "ENTER DATE PROMISED (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT promise-date

           IF promise-date IS NUMERIC
               MOVE promise-date TO promise-date-num
               COMPUTE promise-day-int =
                   FUNCTION INTEGER-OF-DATE(promise-date-num)
               IF promise-day-int = ZERO
                   DISPLAY "INVALID DATE - NOT A REAL CALENDAR DATE, "
                       "TRY AGAIN"
               ELSE
                   IF promise-date < today-date
                       DISPLAY "INVALID DATE - ALREADY PAST, "
                           "TRY AGAIN"
                   ELSE
                       SET ws-prompt-ok TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "INVALID DATE - ENTER YYYYMMDD, TRY AGAIN"
           END-IF.
       4010-EXIT.
           EXIT.

       4020-READ-PROMISE-AMOUNT-ONCE.
           DISPLAY "ENTER AMOUNT PROMISED (EXAMPLE 1234.56): "
               WITH NO ADVANCING
           ACCEPT reply-str

           IF FUNCTION TEST-NUMVAL(reply-str) = 0
               MOVE FUNCTION NUMVAL(reply-str) TO promise-amount
               IF promise-amount > ZERO
                   SET ws-prompt-ok TO TRUE
               ELSE
                   DISPLAY "INVALID AMOUNT - MUST BE GREATER THAN "
                       "ZERO, TRY AGAIN"
               END-IF
           ELSE
               DISPLAY "INVALID AMOUNT - NUMBERS ONLY, TRY AGAIN"
           END-IF.
       4020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-RECORD-OUTCOME - MARK THE QUEUE ENTRY WORKED AND APPEND
      * THE CALL LOG.  IF CALLLOG HAS NEVER BEEN CREATED, OPEN EXTEND
      * FAILS (STATUS 35), SO FALL BACK TO OPEN OUTPUT.
      *----------------------------------------------------------------
       5000-RECORD-OUTCOME.
           MOVE outcome-code TO WQ-OUTCOME
           MOVE today-date TO WQ-WORKED-DATE
           REWRITE WORK-QUEUE-REC
               INVALID KEY
                   DISPLAY "wqwork: CANNOT MARK " WQ-DOC
                       " WORKED - STATUS " ws-queue-status
           END-REWRITE
           ADD 1 TO worked-count

           MOVE SPACES TO CALL-LOG-REC
           MOVE FUNCTION CURRENT-DATE TO CLG-TIMESTAMP
           MOVE operator-initials TO CLG-COLLECTOR
           MOVE WQ-DOC TO CLG-DOC
           MOVE outcome-code TO CLG-OUTCOME
           MOVE ZERO TO CLG-PROMISE-AMT
           IF outcome-is-promise
               MOVE promise-date TO CLG-PROMISE-DATE
               MOVE promise-amount TO CLG-PROMISE-AMT
           END-IF
           MOVE WQ-CLASS TO CLG-CLASS

           OPEN EXTEND CALL-LOG-FILE
           IF ws-call-log-status = "35" OR ws-call-log-status = "05"
               OPEN OUTPUT CALL-LOG-FILE
           END-IF
           WRITE CALL-LOG-REC
           CLOSE CALL-LOG-FILE
           DISPLAY "wqwork: OUTCOME " outcome-code " RECORDED FOR "
               WQ-DOC.
       5000-EXIT.
           EXIT.

       9999-TERMINATE.
           IF ws-queue-open
               CLOSE WORK-QUEUE-FILE
           END-IF
           IF ws-promise-open
               CLOSE PROMISE-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF
           DISPLAY "wqwork: SESSION ENDED - " shown-count " SHOWN, "
               worked-count " WORKED, " promise-count " PROMISES, "
               skipped-count " SKIPPED"
           STOP RUN.
       9999-EXIT.
           EXIT.
