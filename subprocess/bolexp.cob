       IDENTIFICATION DIVISION.
       PROGRAM-ID. bolexp.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - EXPIRED-BOLETO LIST.
      *                    WALKS THE BOLETO REGISTER dunstmt KEEPS AND
      *                    cashapp MARKS PAID: A BOLETO STILL R
      *                    (REGISTERED, UNPAID) WHOSE DUE DATE PLUS
      *                    THE BOLCTL GRACE DAYS (DEFAULT 3 CALENDAR
      *                    DAYS, ROOM FOR THE BANK'S RETURN FILE TO
      *                    CATCH UP) HAS PASSED IS MARKED X AND LISTED
      *                    ON BOLEXPRPT ONCE, SO THE DESK REISSUES IT.
      *                    BOLETOS THE BANK REFUSED TO REGISTER (J)
      *                    ARE COUNTED ON THE REPORT TOTALS; cashapp
      *                    LISTS THEM THE NIGHT THEY COME BACK.
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
           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-OUR-NUMBER
               FILE STATUS IS ws-boleto-status.

           SELECT BOLETO-CONTROL-FILE ASSIGN TO "BOLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bolctl-status.

           SELECT EXPIRED-REPORT-FILE ASSIGN TO "BOLEXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETO-FILE.
           COPY BOLETO.

       FD  BOLETO-CONTROL-FILE.
      *----------------------------------------------------------------
      * THE BOLETO CONTROL RECORD dunstmt MAINTAINS - ONLY THE GRACE
      * DAYS MATTER HERE.
      *   BCT-GRACE-DAYS       COLS 33-35  CALENDAR DAYS PAST THE DUE
      *                                    DATE BEFORE A BOLETO IS
      *                                    CALLED EXPIRED; BLANK = 3.
      *----------------------------------------------------------------
       01  BOLETO-CONTROL-REC.
           05  FILLER              PIC X(32).
           05  BCT-GRACE-DAYS      PIC X(03).

       FD  EXPIRED-REPORT-FILE.
       01  EXPIRED-REPORT-REC      PIC X(90).

       WORKING-STORAGE SECTION.
       78  DEFAULT-GRACE-DAYS      VALUE 3.

       01  ws-boleto-status    PIC XX VALUE SPACES.
       01  ws-bolctl-status    PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-boleto-open-switch PIC X VALUE 'N'.
           88  ws-boleto-open            VALUE 'Y'.

       01  grace-days          PIC 9(3) VALUE DEFAULT-GRACE-DAYS.
       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  due-date-num        PIC 9(8) VALUE ZERO.
       01  due-day-int         PIC 9(8) VALUE ZERO.
       01  days-past-due       PIC S9(5) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  boleto-read-count   PIC 9(7) VALUE ZERO.
       01  outstanding-count   PIC 9(7) VALUE ZERO.
       01  expired-count       PIC 9(7) VALUE ZERO.
       01  expired-total       PIC 9(13)V99 VALUE ZERO.
       01  rejected-count      PIC 9(7) VALUE ZERO.

       01  ws-heading-line.
           05  FILLER              PIC X(13) VALUE "OUR NUMBER".
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(10) VALUE "ISSUED".
           05  FILLER              PIC X(10) VALUE "DUE".
           05  FILLER              PIC X(08) VALUE "DAYS".
           05  FILLER              PIC X(17) VALUE "           AMOUNT".

       01  ws-report-line.
           05  wrl-our-number      PIC 9(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-issued          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-due             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-days            PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.

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
       01  run-ctl-program     PIC X(14) VALUE "bolexp".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - WALK THE REGISTER, EXPIRE AND LIST THE BOLETOS
      * PAST DUE, AND CLOSE THE REPORT WITH THE COUNTS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-BOLETO THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "bolexp: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "bolexp: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "bolexp: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(today-date))

           OPEN INPUT BOLETO-CONTROL-FILE
           IF ws-bolctl-status = "00"
               READ BOLETO-CONTROL-FILE
                   NOT AT END
                       IF BCT-GRACE-DAYS IS NUMERIC
                           MOVE BCT-GRACE-DAYS TO grace-days
                       END-IF
               END-READ
               CLOSE BOLETO-CONTROL-FILE
           END-IF

           OPEN OUTPUT EXPIRED-REPORT-FILE
           MOVE SPACES TO EXPIRED-REPORT-REC
           STRING "backUrubu COLLECTIONS - BOLETOS EXPIRED UNPAID "
                   DELIMITED BY SIZE
               "AS OF " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO EXPIRED-REPORT-REC
           WRITE EXPIRED-REPORT-REC
           MOVE SPACES TO EXPIRED-REPORT-REC
           WRITE EXPIRED-REPORT-REC
           WRITE EXPIRED-REPORT-REC FROM ws-heading-line

           OPEN I-O BOLETO-FILE
           IF ws-boleto-status NOT = "00"
               DISPLAY "bolexp: BOLETO NOT PRESENT - STATUS "
                   ws-boleto-status " - NO BOLETOS TO CHECK"
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-boleto-open TO TRUE

           MOVE ZERO TO BOL-OUR-NUMBER
           START BOLETO-FILE KEY IS NOT LESS THAN BOL-OUR-NUMBER
           IF ws-boleto-status NOT = "00"
               SET ws-eof TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-BOLETO - A REGISTERED BOLETO MORE THAN THE
      * GRACE DAYS PAST ITS DUE DATE HAS EXPIRED UNPAID: MARK IT X SO
      * IT IS LISTED ONCE, AND LIST IT.  A BOLETO PAID AFTER ALL STILL
      * POSTS IN cashapp - THE OUR-NUMBER IS NOT CANCELLED AT THE BANK.
      *----------------------------------------------------------------
       2000-CHECK-ONE-BOLETO.
           READ BOLETO-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO boleto-read-count

           IF BOL-REJECTED
               ADD 1 TO rejected-count
               GO TO 2000-EXIT
           END-IF

           IF NOT BOL-REGISTERED OR BOL-DUE-DATE NOT NUMERIC
               GO TO 2000-EXIT
           END-IF

           MOVE BOL-DUE-DATE TO due-date-num
           COMPUTE due-day-int = FUNCTION INTEGER-OF-DATE(due-date-num)
           COMPUTE days-past-due = today-day-int - due-day-int
           IF days-past-due NOT > grace-days
               ADD 1 TO outstanding-count
               GO TO 2000-EXIT
           END-IF

           MOVE 'X' TO BOL-STATUS
           REWRITE BOLETO-REC
               INVALID KEY
                   DISPLAY "bolexp: CANNOT MARK BOLETO "
                       BOL-OUR-NUMBER " EXPIRED - STATUS "
                       ws-boleto-status
                   MOVE 16 TO run-error-level
                   GO TO 2000-EXIT
           END-REWRITE

           ADD 1 TO expired-count
           ADD BOL-AMOUNT TO expired-total
           MOVE SPACES TO ws-report-line
           MOVE BOL-OUR-NUMBER TO wrl-our-number
           MOVE BOL-DOC TO wrl-doc
           MOVE BOL-ISSUE-DATE TO wrl-issued
           MOVE BOL-DUE-DATE TO wrl-due
           MOVE days-past-due TO wrl-days
           MOVE BOL-AMOUNT TO wrl-amount
           WRITE EXPIRED-REPORT-REC FROM ws-report-line.
       2000-EXIT.
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
           COMPUTE run-in-count = boleto-read-count
           COMPUTE run-out-count = expired-count
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
           MOVE SPACES TO EXPIRED-REPORT-REC
           WRITE EXPIRED-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "BOLETOS ON THE REGISTER" TO wtl-label
           MOVE boleto-read-count TO wtl-count
           WRITE EXPIRED-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "AWAITING PAYMENT, NOT YET EXPIRED" TO wtl-label
           MOVE outstanding-count TO wtl-count
           WRITE EXPIRED-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "EXPIRED UNPAID THIS RUN - TO REISSUE" TO wtl-label
           MOVE expired-count TO wtl-count
           MOVE expired-total TO wtl-amount
           WRITE EXPIRED-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "REGISTRATION REJECTED BY THE BANK" TO wtl-label
           MOVE rejected-count TO wtl-count
           WRITE EXPIRED-REPORT-REC FROM ws-total-line

           CLOSE EXPIRED-REPORT-FILE
           IF ws-boleto-open
               CLOSE BOLETO-FILE
           END-IF

           DISPLAY "bolexp: " boleto-read-count " BOLETOS, "
               expired-count " EXPIRED THIS RUN, "
               outstanding-count " STILL WITHIN TERM, "
               rejected-count " REJECTED BY THE BANK"

           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
