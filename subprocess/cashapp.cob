      *                    FILE CANNOT APPLY TWICE - A RERUN OR A
      *                    DOUBLE-STARTED NIGHT NO LONGER CORRUPTS
      *                    THE OPEN-ITEM POSITIONS.
      *   2026-10-15  MRS  APPLY THE BANK'S BOLETO RETURN (RETORNO)
      *                    FILE, BOLRET, AFTER PAYIN.  A PAID BOLETO
      *                    IS MATCHED BY ITS OUR-NUMBER ON THE BOLETO
      *                    REGISTER dunstmt KEEPS, SO THE PAYMENT
      *                    LANDS ON THE STATEMENT'S DOCUMENT WHOEVER
      *                    PAID IT AND THE BOLETO IS MARKED PAID; ONLY
      *                    A RETURN PAYMENT WITH NO OUR-NUMBER FALLS
      *                    BACK TO THE DOCUMENT MATCH.  A REJECTED
      *                    REGISTRATION MARKS THE BOLETO J AND GOES ON
      *                    THE REPORT.  BOLRET CARRIES ITS OWN COUNT-
      *                    AND-AMOUNT SIGNATURE ON CASHCTL, SO THE SAME
      *                    RETURN FILE CANNOT APPLY TWICE EITHER.
      *   2026-10-15  MRS  CHARGE-LEVEL OPEN ITEMS.  EVERY CHARGE FOLDED
      *                    NOW ALSO WRITES ITS OWN OIDETAIL RECORD
      *                    (DOCUMENT, CHARGE DATE, RUN ID, DAYS BUCKET,
      *                    AMOUNT, AMOUNT STILL OPEN), AND EVERY
      *                    PAYMENT POSTED IS ALLOCATED AGAINST THE
      *                    DOCUMENT'S CHARGES OLDEST FIRST, EACH PIECE
      *                    LOGGED ON THE OIALLOC HISTORY.  AN EXCESS
      *                    STAYS ON THE POSITION AS A CREDIT THE NEXT
      *                    CHARGE TAKES UP, SO THE OPEN DETAIL ALWAYS
      *                    ADDS BACK TO THE OPENITEM BALANCE.
      *   2026-10-15  MRS  THE GENERAL-LEDGER JOURNAL NOW BOOKS CASH
      *                    FROM OIALLOC, SO EVERY APPLIED PAYMENT MUST
      *                    BE THERE IN FULL: THE PART OF A PAYMENT THAT
      *                    SETTLES BALANCE CHARGED BEFORE OIDETAIL
      *                    EXISTED IS LOGGED AS U (UNTRACKED CHARGES)
      *                    RATHER THAN X, SO X IS ONLY EVER A TRUE
      *                    OVERPAYMENT, AND THE REMAINDER IS LOGGED
      *                    EVEN WHEN OIDETAIL CANNOT BE OPENED.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *                    THE BUSINESS DATE REPLACES THE SYSTEM DATE
      *                    AS TODAY.
      *   2026-10-15  MRS  A BOLETO IS MARKED PAID ONLY WHEN ITS PAYMENT
      *                    WAS ACTUALLY APPLIED.  ONE WHOSE DOCUMENT HAS
      *                    NO OPENITEM POSITION GOES UNAPPLIED AND THE
      *                    BOLETO STAYS OPEN, SO A CORRECTED
      *                    RESUBMISSION IS NOT REFUSED AS ALREADY PAID.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-file-status.

           SELECT RETURN-FILE ASSIGN TO "BOLRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-return-file-status.

           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOL-OUR-NUMBER
               FILE STATUS IS ws-boleto-status.

           SELECT DETAIL-FILE ASSIGN TO "OIDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OID-KEY
               FILE STATUS IS ws-detail-status.

           SELECT ALLOC-FILE ASSIGN TO "OIALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alloc-status.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-FILE.
      *   CCTL-PAY-COUNT /  COUNT AND AMOUNT HASH OF THE LAST PAYIN
      *   CCTL-PAY-HASH     FILE APPLIED - A FILE WITH THE SAME
      *                     SIGNATURE IS THE SAME FILE AND IS REFUSED.
      *   CCTL-RET-COUNT /  THE SAME SIGNATURE FOR THE LAST BOLRET
      *   CCTL-RET-HASH     BOLETO RETURN FILE APPLIED (DETAIL COUNT,
      *                     PAID-AMOUNT HASH).
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  CCTL-LAST-RUN-ID    PIC 9(7).
           05  CCTL-PAY-COUNT      PIC 9(7).
           05  FILLER              PIC X(01).
           05  CCTL-PAY-HASH       PIC 9(13)V99.
           05  FILLER              PIC X(01).
           05  CCTL-RET-COUNT      PIC 9(7).
           05  FILLER              PIC X(01).
           05  CCTL-RET-HASH       PIC 9(13)V99.

       FD  RETURN-FILE.
           COPY BOLXFER.

       FD  BOLETO-FILE.
           COPY BOLETO.

       FD  DETAIL-FILE.
           COPY OIDETAIL.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       WORKING-STORAGE SECTION.
       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-payment-file-status  PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-control-file-status  PIC XX VALUE SPACES.
       01  ws-return-file-status   PIC XX VALUE SPACES.
       01  ws-boleto-status        PIC XX VALUE SPACES.
       01  ws-detail-status        PIC XX VALUE SPACES.
       01  ws-alloc-status         PIC XX VALUE SPACES.

       01  ws-iface-eof-switch PIC X VALUE 'N'.
           88  ws-iface-eof              VALUE 'Y'.
           88  ws-fold-block             VALUE 'Y'.
       01  ws-payin-seen-switch PIC X VALUE 'N'.
           88  ws-payin-seen             VALUE 'Y'.
       01  ws-ret-eof-switch   PIC X VALUE 'N'.
           88  ws-ret-eof                VALUE 'Y'.
       01  ws-retorno-seen-switch PIC X VALUE 'N'.
           88  ws-retorno-seen           VALUE 'Y'.
       01  ws-boleto-open-switch PIC X VALUE 'N'.
           88  ws-boleto-open            VALUE 'Y'.
       01  ws-by-boleto-switch PIC X VALUE 'N'.
           88  ws-by-boleto              VALUE 'Y'.
       01  ws-detail-open-switch PIC X VALUE 'N'.
           88  ws-detail-open            VALUE 'Y'.
       01  ws-alloc-open-switch PIC X VALUE 'N'.
           88  ws-alloc-open             VALUE 'Y'.
       01  ws-detail-done-switch PIC X VALUE 'N'.
           88  ws-detail-done            VALUE 'Y'.
       01  ws-detail-stored-switch PIC X VALUE 'N'.
           88  ws-detail-stored          VALUE 'Y'.

       01  last-folded-run     PIC 9(7) VALUE ZERO.
       01  highest-folded-run  PIC 9(7) VALUE ZERO.
       01  payin-count         PIC 9(7) VALUE ZERO.
       01  payin-hash          PIC 9(13)V99 VALUE ZERO.
       01  block-skip-count    PIC 9(7) VALUE ZERO.
       01  last-ret-count      PIC 9(7) VALUE ZERO.
       01  last-ret-hash       PIC 9(13)V99 VALUE ZERO.
       01  ret-count           PIC 9(7) VALUE ZERO.
       01  ret-hash            PIC 9(13)V99 VALUE ZERO.

       01  charge-fold-count   PIC 9(7) VALUE ZERO.
       01  payment-count       PIC 9(7) VALUE ZERO.
       01  unapplied-total     PIC 9(11)V99 VALUE ZERO.
       01  settled-count       PIC 9(7) VALUE ZERO.
       01  open-balance        PIC S9(11)V99 VALUE ZERO.
       01  boleto-match-count  PIC 9(7) VALUE ZERO.
       01  doc-fallback-count  PIC 9(7) VALUE ZERO.
       01  reg-rejected-count  PIC 9(7) VALUE ZERO.
       01  ret-other-count     PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * THE PAYMENT BEING POSTED, WHICHEVER FILE IT CAME FROM - PAYIN
      * BY ITS DOCUMENT, BOLRET BY THE DOCUMENT ITS OUR-NUMBER WAS
      * ISSUED FOR.
      *----------------------------------------------------------------
       01  apply-doc           PIC X(14) VALUE SPACES.
       01  apply-amount        PIC 9(11)V99 VALUE ZERO.
       01  apply-date          PIC X(08) VALUE SPACES.
       01  unapplied-note      PIC X(26) VALUE SPACES.
       01  alloc-source        PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      * CHARGE-LEVEL DETAIL - THE BLOCK DATE AND RUN ID EACH CHARGE IS
      * KEYED UNDER, THE AMOUNT STILL TO ALLOCATE, AND ANY CREDIT THE
      * POSITION CARRIES INTO A NEW CHARGE.
      *----------------------------------------------------------------
       78  DETAIL-TRIES-MAX        VALUE 100.
       01  today-date          PIC X(08) VALUE SPACES.
       01  block-date          PIC X(08) VALUE SPACES.
       01  block-run-id        PIC 9(7) VALUE ZERO.
       01  detail-seq          PIC 9(7) VALUE ZERO.
       01  detail-tries        PIC 9(3) VALUE ZERO.
       01  alloc-left          PIC 9(11)V99 VALUE ZERO.
       01  alloc-piece         PIC 9(11)V99 VALUE ZERO.
       01  credit-available    PIC 9(11)V99 VALUE ZERO.
       01  detail-write-count  PIC 9(7) VALUE ZERO.
       01  detail-fail-count   PIC 9(7) VALUE ZERO.
       01  charge-clear-count  PIC 9(7) VALUE ZERO.
       01  excess-count        PIC 9(7) VALUE ZERO.
       01  excess-total        PIC 9(11)V99 VALUE ZERO.
       01  prior-open          PIC 9(11)V99 VALUE ZERO.
       01  true-excess         PIC 9(11)V99 VALUE ZERO.

       01  ws-pay-line.
           05  wpl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "cashapp".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
               UNTIL ws-iface-eof
           PERFORM 3000-APPLY-PAYMENT THRU 3000-EXIT
               UNTIL ws-pay-eof
           PERFORM 4000-APPLY-RETURN THRU 4000-EXIT
               UNTIL ws-ret-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * CHARGES TONIGHT; A MISSING PAYIN MEANS NOTHING TO APPLY.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "cashapp: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "cashapp: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "cashapp: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           MOVE today-date TO block-date

           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
               READ CONTROL-FILE
                       IF CCTL-PAY-HASH IS NUMERIC
                           MOVE CCTL-PAY-HASH TO last-pay-hash
                       END-IF
                       IF CCTL-RET-COUNT IS NUMERIC
                           MOVE CCTL-RET-COUNT TO last-ret-count
                       END-IF
                       IF CCTL-RET-HASH IS NUMERIC
                           MOVE CCTL-RET-HASH TO last-ret-hash
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
               MOVE 16 TO RETURN-CODE
               SET ws-iface-eof TO TRUE
               SET ws-pay-eof TO TRUE
               SET ws-ret-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-item-open TO TRUE

           OPEN I-O DETAIL-FILE
           IF ws-detail-status = "35" OR ws-detail-status = "05"
               OPEN OUTPUT DETAIL-FILE
               CLOSE DETAIL-FILE
               OPEN I-O DETAIL-FILE
           END-IF
           IF ws-detail-status = "00"
               SET ws-detail-open TO TRUE
           ELSE
               DISPLAY "cashapp: CANNOT OPEN OIDETAIL - STATUS "
                   ws-detail-status " - POSITIONS UPDATED WITHOUT "
                   "CHARGE DETAIL"
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN EXTEND ALLOC-FILE
           IF ws-alloc-status = "35" OR ws-alloc-status = "05"
               OPEN OUTPUT ALLOC-FILE
           END-IF
           IF ws-alloc-status = "00"
               SET ws-alloc-open TO TRUE
           END-IF

           OPEN INPUT INTERFACE-FILE
           IF ws-interface-file-status NOT = "00"
               DISPLAY "cashapp: FEEIFACE NOT PRESENT - STATUS "
               PERFORM 2100-READ-CHARGE THRU 2100-EXIT
           END-IF

           PERFORM 1500-CHECK-PAYIN-SIGNATURE THRU 1500-EXIT
           PERFORM 1700-CHECK-RETURN-SIGNATURE THRU 1700-EXIT.
       1000-EXIT.
           EXIT.

       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-CHECK-RETURN-SIGNATURE - THE SAME GUARD FOR THE BANK'S
      * BOLETO RETURN FILE: ONE PASS FOR ITS DETAIL COUNT AND PAID-
      * AMOUNT HASH, REFUSED WHEN IT MATCHES THE LAST ONE APPLIED.  A
      * FRESH FILE IS REOPENED FOR THE APPLY PASS ALONG WITH THE
      * BOLETO REGISTER ITS OUR-NUMBERS ARE LOOKED UP ON.
      *----------------------------------------------------------------
       1700-CHECK-RETURN-SIGNATURE.
           OPEN INPUT RETURN-FILE
           IF ws-return-file-status NOT = "00"
               DISPLAY "cashapp: BOLRET NOT PRESENT - STATUS "
                   ws-return-file-status " - NO BOLETO RETURNS TO "
                   "APPLY"
               SET ws-ret-eof TO TRUE
               GO TO 1700-EXIT
           END-IF

           PERFORM 4900-READ-RETURN THRU 4900-EXIT
           PERFORM 1800-TALLY-RETURN THRU 1800-EXIT
               UNTIL ws-ret-eof
           CLOSE RETURN-FILE

           IF ret-count > ZERO
                   AND ret-count = last-ret-count
                   AND ret-hash = last-ret-hash
               DISPLAY "cashapp: BOLRET MATCHES THE FILE ALREADY "
                   "APPLIED (" ret-count " RETURNS) - NOTHING "
                   "APPLIED, STAGE A FRESH RETURN FILE"
               GO TO 1700-EXIT
           END-IF

           SET ws-retorno-seen TO TRUE
           OPEN I-O BOLETO-FILE
           IF ws-boleto-status = "00"
               SET ws-boleto-open TO TRUE
           ELSE
               DISPLAY "cashapp: CANNOT OPEN BOLETO - STATUS "
                   ws-boleto-status " - PAYMENTS BY OUR-NUMBER GO "
                   "UNAPPLIED"
           END-IF

           MOVE 'N' TO ws-ret-eof-switch
           OPEN INPUT RETURN-FILE
           PERFORM 4900-READ-RETURN THRU 4900-EXIT.
       1700-EXIT.
           EXIT.

       1800-TALLY-RETURN.
           IF BLX-DETAIL
               ADD 1 TO ret-count
               IF BLX-PAID-AMOUNT IS NUMERIC
                   ADD BLX-PAID-AMOUNT TO ret-hash
               END-IF
           END-IF
           PERFORM 4900-READ-RETURN THRU 4900-EXIT.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FOLD-IN-CHARGE - EVERY D DETAIL OF A NOT-YET-FOLDED
      * CONTROL BLOCK RAISES THE DOCUMENT'S OPEN-ITEM POSITION: AN
                       MOVE IFACE-HDR-RUN-ID TO highest-folded-run
                   END-IF
               END-IF
               MOVE today-date TO block-date
               IF IFACE-HDR-DATE IS NUMERIC
                   MOVE IFACE-HDR-DATE TO block-date
               END-IF
               MOVE ZERO TO block-run-id
               IF IFACE-HDR-RUN-ID IS NUMERIC
                   MOVE IFACE-HDR-RUN-ID TO block-run-id
               END-IF
               GO TO 2000-NEXT
           END-IF

           MOVE IFACE-DOC TO OI-DOC
           PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT

           MOVE ZERO TO credit-available
           IF ws-item-found AND OI-PAID > OI-CHARGED
               COMPUTE credit-available = OI-PAID - OI-CHARGED
           END-IF

           IF ws-item-found
               ADD IFACE-CALC TO OI-CHARGED
               IF OI-PAID < OI-CHARGED
               MOVE 'O' TO OI-STATUS
               WRITE OPEN-ITEM-REC
           END-IF
           ADD 1 TO charge-fold-count
           PERFORM 2200-WRITE-CHARGE-DETAIL THRU 2200-EXIT.

       2000-NEXT.
           PERFORM 2100-READ-CHARGE THRU 2100-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-WRITE-CHARGE-DETAIL - THE CHARGE JUST FOLDED GETS ITS OWN
      * OIDETAIL RECORD UNDER ITS BLOCK DATE AND RUN ID.  A CREDIT THE
      * POSITION ALREADY CARRIED (AN EARLIER OVERPAYMENT) IS TAKEN UP
      * FIRST, SO THE CHARGE OPENS ONLY FOR WHAT IS REALLY OWED.
      *----------------------------------------------------------------
       2200-WRITE-CHARGE-DETAIL.
           IF NOT ws-detail-open
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES TO OI-DETAIL-REC
           MOVE IFACE-DOC TO OID-DOC
           MOVE block-date TO OID-CHARGE-DATE
           MOVE block-run-id TO OID-RUN-ID
           MOVE IFACE-DAYS TO OID-DAYS
           EVALUATE TRUE
               WHEN IFACE-DAYS = ZERO
                   MOVE "0" TO OID-BUCKET
               WHEN IFACE-DAYS NOT > 30
                   MOVE "1" TO OID-BUCKET
               WHEN IFACE-DAYS NOT > 60
                   MOVE "2" TO OID-BUCKET
               WHEN IFACE-DAYS NOT > 90
                   MOVE "3" TO OID-BUCKET
               WHEN OTHER
                   MOVE "4" TO OID-BUCKET
           END-EVALUATE
           MOVE IFACE-CALC TO OID-AMOUNT
           IF credit-available > IFACE-CALC
               MOVE IFACE-CALC TO alloc-piece
           ELSE
               MOVE credit-available TO alloc-piece
           END-IF
           COMPUTE OID-OPEN = IFACE-CALC - alloc-piece
           IF OID-OPEN > ZERO
               MOVE 'O' TO OID-STATUS
           ELSE
               MOVE 'C' TO OID-STATUS
               MOVE today-date TO OID-CLEARED-DATE
           END-IF

           MOVE 'N' TO ws-detail-stored-switch
           MOVE ZERO TO detail-tries
           PERFORM 2210-STORE-DETAIL THRU 2210-EXIT
               UNTIL ws-detail-stored
               OR detail-tries >= DETAIL-TRIES-MAX
           IF NOT ws-detail-stored
               DISPLAY "cashapp: CANNOT STORE OIDETAIL FOR "
                   IFACE-DOC " - STATUS " ws-detail-status
               ADD 1 TO detail-fail-count
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO detail-write-count

           IF alloc-piece > ZERO
               MOVE today-date TO OIA-PAY-DATE
               MOVE "K" TO OIA-TYPE
               MOVE "K" TO alloc-source
               PERFORM 3450-LOG-ALLOCATION THRU 3450-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-STORE-DETAIL - NEXT SEQUENCE NUMBER; A KEY ALREADY ON
      * FILE (A BLOCK WITH RUN ID ZERO FOLDED AGAIN THE SAME DAY) IS
      * SKIPPED AND THE NEXT SEQUENCE TRIED.
      *----------------------------------------------------------------
       2210-STORE-DETAIL.
           ADD 1 TO detail-tries
           ADD 1 TO detail-seq
           MOVE detail-seq TO OID-SEQ
           WRITE OI-DETAIL-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-detail-stored TO TRUE
           END-WRITE.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-PAYMENT - MATCH ONE BANK PAYMENT AGAINST THE OPEN-
      * ITEM POSITION FOR ITS DOCUMENT (3200-POST-PAYMENT).  A
      * MALFORMED PAYMENT LINE GOES ON THE REPORT AS UNAPPLIED FOR
      * THE DESK TO WORK.
      *----------------------------------------------------------------
       3000-APPLY-PAYMENT.
           ADD 1 TO payment-count
               GO TO 3000-NEXT
           END-IF

           MOVE PAY-DOC TO apply-doc
           MOVE PAY-AMOUNT TO apply-amount
           MOVE PAY-DATE TO apply-date
           MOVE 'N' TO ws-by-boleto-switch
           MOVE "P" TO alloc-source
           PERFORM 3200-POST-PAYMENT THRU 3200-EXIT.

       3000-NEXT.
           PERFORM 3100-READ-PAYMENT THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   SET ws-pay-eof TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-POST-PAYMENT - POST apply-amount AGAINST THE OPEN-ITEM
      * POSITION FOR apply-doc.  A MATCHED PAYMENT REDUCES THE OPEN
      * BALANCE AND SETTLES THE POSITION AT ZERO, AND IS SPREAD OVER
      * THE DOCUMENT'S OPEN CHARGES OLDEST FIRST; A PAYMENT WITH NO
      * POSITION ON FILE GOES ON THE REPORT AS UNAPPLIED.
      *----------------------------------------------------------------
       3200-POST-PAYMENT.
           MOVE apply-doc TO OI-DOC
           PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT

           IF NOT ws-item-found
               MOVE "UNAPPLIED - NO CHARGE" TO unapplied-note
               PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF

           ADD apply-amount TO OI-PAID
           MOVE apply-date TO OI-LAST-PAY-DATE
           COMPUTE open-balance = OI-CHARGED - OI-PAID

           MOVE SPACES TO ws-pay-line
           MOVE apply-doc TO wpl-doc
           MOVE apply-date TO wpl-date
           MOVE apply-amount TO wpl-amount
           MOVE open-balance TO wpl-open

           IF open-balance > ZERO
               MOVE 'O' TO OI-STATUS
               IF ws-by-boleto
                   MOVE "APPLIED BY BOLETO" TO wpl-note
               ELSE
                   MOVE "APPLIED" TO wpl-note
               END-IF
           ELSE
               MOVE 'P' TO OI-STATUS
               ADD 1 TO settled-count
               IF ws-by-boleto
                   MOVE "BOLETO - PAID IN FULL" TO wpl-note
               ELSE
                   MOVE "APPLIED - PAID IN FULL" TO wpl-note
               END-IF
           END-IF
           REWRITE OPEN-ITEM-REC
           PERFORM 3400-ALLOCATE-PAYMENT THRU 3400-EXIT

           ADD 1 TO applied-count
           ADD apply-amount TO applied-total
           WRITE CASH-REPORT-REC FROM ws-pay-line.
       3200-EXIT.
           EXIT.

       3300-REPORT-UNAPPLIED.
           ADD 1 TO unapplied-count
           ADD apply-amount TO unapplied-total
           MOVE SPACES TO ws-pay-line
           MOVE apply-doc TO wpl-doc
           MOVE apply-date TO wpl-date
           MOVE apply-amount TO wpl-amount
           MOVE unapplied-note TO wpl-note
           WRITE CASH-REPORT-REC FROM ws-pay-line.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ALLOCATE-PAYMENT - WALK THE DOCUMENT'S CHARGES IN KEY
      * ORDER (OLDEST CHARGE DATE FIRST) LAYING THE PAYMENT AGAINST
      * EACH STILL-OPEN ONE UNTIL IT IS USED UP.  WHAT IS LEFT WHEN
      * THE CHARGES RUN OUT IS EITHER BALANCE CHARGED BEFORE THE
      * DETAIL EXISTED (LOGGED U) OR A TRUE OVERPAYMENT, LOGGED AS A
      * CREDIT - IT STAYS ON THE POSITION (OI-PAID ABOVE OI-CHARGED)
      * FOR THE NEXT CHARGE.  OPENITEM IS ALREADY UPDATED HERE, SO THE
      * BALANCE BEFORE THE PAYMENT IS WORKED BACK FROM OI-PAID.
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
                   DISPLAY "cashapp: CANNOT UPDATE OIDETAIL FOR "
                       OID-DOC " - STATUS " ws-detail-status
           END-REWRITE
           PERFORM 3450-LOG-ALLOCATION THRU 3450-EXIT.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-LOG-ALLOCATION - ONE OIALLOC LINE FOR alloc-piece AGAINST
      * THE CHARGE IN THE DETAIL RECORD AREA; OIA-PAY-DATE AND
      * OIA-TYPE ARE SET BY THE CALLER.
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
           MOVE alloc-source TO OIA-SOURCE
           MOVE today-date TO OIA-POST-DATE
           WRITE OI-ALLOC-REC.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-RETURN - ONE RECORD OFF THE BANK'S BOLETO RETURN
      * FILE.  A 06 IS A PAYMENT, A 03 A REJECTED REGISTRATION; THE
      * REGISTRATION CONFIRMATIONS AND ANY OTHER EVENT ARE ONLY
      * COUNTED.
      *----------------------------------------------------------------
       4000-APPLY-RETURN.
           IF NOT BLX-DETAIL
               GO TO 4000-NEXT
           END-IF

           EVALUATE TRUE
               WHEN BLX-PAID
                   PERFORM 4100-APPLY-BOLETO-PAYMENT THRU 4100-EXIT
               WHEN BLX-REG-REJECTED
                   PERFORM 4200-MARK-REJECTED THRU 4200-EXIT
               WHEN OTHER
                   ADD 1 TO ret-other-count
           END-EVALUATE.

       4000-NEXT.
           PERFORM 4900-READ-RETURN THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-APPLY-BOLETO-PAYMENT - THE OUR-NUMBER DECIDES: IT NAMES
      * THE BOLETO, AND THE BOLETO NAMES THE STATEMENT'S DOCUMENT THE
      * PAYMENT POSTS TO, WHATEVER DOCUMENT THE PAYER USED.  ONLY A
      * PAYMENT WITH NO OUR-NUMBER AT ALL FALLS BACK TO THE DOCUMENT
      * ON THE RETURN RECORD.  AN OUR-NUMBER NOT ON THE REGISTER, OR
      * A BOLETO ALREADY PAID, IS LEFT UNAPPLIED FOR THE DESK.
      *----------------------------------------------------------------
       4100-APPLY-BOLETO-PAYMENT.
           ADD 1 TO payment-count
           MOVE 'N' TO ws-by-boleto-switch
           MOVE BLX-DOC TO apply-doc
           MOVE BLX-PAID-DATE TO apply-date
           MOVE ZERO TO apply-amount

           IF BLX-PAID-AMOUNT NOT NUMERIC
               MOVE "UNAPPLIED - MALFORMED LINE" TO unapplied-note
               PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE BLX-PAID-AMOUNT TO apply-amount

           IF BLX-OUR-NUMBER = SPACES OR BLX-OUR-NUMBER = ZEROS
               IF BLX-DOC = SPACES
                   MOVE "UNAPPLIED - MALFORMED LINE" TO unapplied-note
                   PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO doc-fallback-count
               MOVE "R" TO alloc-source
               PERFORM 3200-POST-PAYMENT THRU 3200-EXIT
               GO TO 4100-EXIT
           END-IF

           IF BLX-OUR-NUMBER NOT NUMERIC
               MOVE "UNAPPLIED - BAD OUR-NUMBER" TO unapplied-note
               PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
               GO TO 4100-EXIT
           END-IF

           IF NOT ws-boleto-open
               MOVE "UNAPPLIED - NO BOLETO FILE" TO unapplied-note
               PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE BLX-OUR-NUMBER TO BOL-OUR-NUMBER
           READ BOLETO-FILE
               INVALID KEY
                   MOVE "UNAPPLIED - UNKNOWN BOLETO" TO unapplied-note
                   PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
                   GO TO 4100-EXIT
           END-READ

           MOVE BOL-DOC TO apply-doc
           IF BOL-PAID
               MOVE "UNAPPLIED - BOLETO PAID" TO unapplied-note
               PERFORM 3300-REPORT-UNAPPLIED THRU 3300-EXIT
               GO TO 4100-EXIT
           END-IF

           SET ws-by-boleto TO TRUE
           ADD 1 TO boleto-match-count
           MOVE "B" TO alloc-source
           PERFORM 3200-POST-PAYMENT THRU 3200-EXIT
           IF NOT ws-item-found
               GO TO 4100-EXIT
           END-IF

           MOVE 'P' TO BOL-STATUS
           MOVE BLX-PAID-DATE TO BOL-PAID-DATE
           MOVE BLX-PAID-AMOUNT TO BOL-PAID-AMOUNT
           REWRITE BOLETO-REC
               INVALID KEY
                   DISPLAY "cashapp: CANNOT MARK BOLETO "
                       BOL-OUR-NUMBER " PAID - STATUS "
                       ws-boleto-status
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-MARK-REJECTED - THE BANK REFUSED TO REGISTER THE BOLETO,
      * SO IT CANNOT BE PAID: MARK IT J AND PUT IT ON THE REPORT SO
      * THE DESK REISSUES.
      *----------------------------------------------------------------
       4200-MARK-REJECTED.
           ADD 1 TO reg-rejected-count
           MOVE SPACES TO ws-pay-line
           MOVE BLX-DOC TO wpl-doc
           MOVE BLX-ISSUE-DATE TO wpl-date
           IF BLX-AMOUNT IS NUMERIC
               MOVE BLX-AMOUNT TO wpl-amount
           END-IF
           MOVE "BOLETO REJECTED BY BANK" TO wpl-note
           WRITE CASH-REPORT-REC FROM ws-pay-line

           IF NOT ws-boleto-open OR BLX-OUR-NUMBER NOT NUMERIC
               GO TO 4200-EXIT
           END-IF

           MOVE BLX-OUR-NUMBER TO BOL-OUR-NUMBER
           READ BOLETO-FILE
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           IF BOL-REGISTERED
               MOVE 'J' TO BOL-STATUS
               REWRITE BOLETO-REC
                   INVALID KEY
                       DISPLAY "cashapp: CANNOT MARK BOLETO "
                           BOL-OUR-NUMBER " REJECTED - STATUS "
                           ws-boleto-status
               END-REWRITE
           END-IF.
       4200-EXIT.
           EXIT.

       4900-READ-RETURN.
           READ RETURN-FILE
               AT END
                   SET ws-ret-eof TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
       7000-EXIT.
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
           COMPUTE run-in-count = payment-count
           COMPUTE run-out-count = applied-count
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
           MOVE SPACES TO CASH-REPORT-REC
           WRITE CASH-REPORT-REC
           MOVE unapplied-total TO wtl-amount
           WRITE CASH-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "CHARGE DETAILS WRITTEN" TO wtl-label
           MOVE detail-write-count TO wtl-count
           WRITE CASH-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "CHARGES CLEARED BY PAYMENTS" TO wtl-label
           MOVE charge-clear-count TO wtl-count
           WRITE CASH-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "PAYMENT EXCESS LEFT AS CREDIT" TO wtl-label
           MOVE excess-count TO wtl-count
           MOVE excess-total TO wtl-amount
           WRITE CASH-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "BOLETO PAYMENTS MATCHED BY OUR-NUMBER" TO wtl-label
           MOVE boleto-match-count TO wtl-count
           WRITE CASH-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "RETURN PAYMENTS MATCHED BY DOCUMENT" TO wtl-label
           MOVE doc-fallback-count TO wtl-count
           WRITE CASH-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "BOLETO REGISTRATIONS REJECTED" TO wtl-label
           MOVE reg-rejected-count TO wtl-count
           WRITE CASH-REPORT-REC FROM ws-total-line

           CLOSE CASH-REPORT-FILE
           IF ws-interface-file-status = "00"
                   OR ws-interface-file-status = "10"
                   OR ws-payment-file-status = "10"
               CLOSE PAYMENT-FILE
           END-IF
           IF ws-return-file-status = "00"
                   OR ws-return-file-status = "10"
               CLOSE RETURN-FILE
           END-IF
           IF ws-boleto-open
               CLOSE BOLETO-FILE
           END-IF
           IF ws-detail-open
               CLOSE DETAIL-FILE
           END-IF
           IF ws-alloc-open
               CLOSE ALLOC-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF
               applied-count " APPLIED, " unapplied-count
               " UNAPPLIED, " settled-count " POSITIONS SETTLED, "
               block-skip-count " BLOCKS ALREADY FOLDED"
           DISPLAY "cashapp: " boleto-match-count " BOLETOS MATCHED BY "
               "OUR-NUMBER, " doc-fallback-count " RETURNS BY "
               "DOCUMENT, " reg-rejected-count " REGISTRATIONS "
               "REJECTED, " ret-other-count " OTHER RETURN EVENTS"
           DISPLAY "cashapp: " detail-write-count " CHARGE DETAILS, "
               charge-clear-count " CHARGES CLEARED, " excess-count
               " EXCESS CREDITS, " detail-fail-count
               " DETAILS NOT STORED"

           IF (unapplied-count > 0 OR reg-rejected-count > 0
                   OR detail-fail-count > 0)
                   AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-CONTROL - ADVANCE THE RERUN GUARD: THE HIGHEST RUN
      * ID NOW FOLDED, AND THE SIGNATURES OF THE PAYIN AND BOLRET
      * FILES JUST APPLIED (THE OLD SIGNATURE IS CARRIED WHEN A FILE
      * WAS REFUSED OR ABSENT).
      *----------------------------------------------------------------
       8000-WRITE-CONTROL.
           MOVE SPACES TO CONTROL-REC
               MOVE last-pay-count TO CCTL-PAY-COUNT
               MOVE last-pay-hash TO CCTL-PAY-HASH
           END-IF
           IF ws-retorno-seen
               MOVE ret-count TO CCTL-RET-COUNT
               MOVE ret-hash TO CCTL-RET-HASH
           ELSE
               MOVE last-ret-count TO CCTL-RET-COUNT
               MOVE last-ret-hash TO CCTL-RET-HASH
           END-IF

           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-REC
