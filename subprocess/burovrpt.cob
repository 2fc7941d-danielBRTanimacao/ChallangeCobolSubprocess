       IDENTIFICATION DIVISION.
       PROGRAM-ID. burovrpt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - OVERDUE-EXCLUSION REPORT
      *                    OVER THE BURLIST FILE.  A DEBT STILL SHOWING
      *                    AT THE CREDIT BUREAU AFTER IT WAS PAID,
      *                    WRITTEN OFF OR DISPUTED IS A CONSUMER-
      *                    PROTECTION CLAIM WAITING TO HAPPEN; THIS
      *                    REPORT LISTS EVERY LISTING STILL ACTIVE AT
      *                    THE BUREAU (I, L OR E) WHOSE LEGAL EXCLUSION
      *                    DEADLINE HAS PASSED, WITH THE DAYS OVER, SO
      *                    THE DESK CHASES THE BUREAU BY PHONE.
      *                    RETURN-CODE 8 WHEN ANY LISTING IS OVERDUE.
      *   2026-10-15  MRS  THE EXCLUSION TRIGGER IS EVALUATED HERE FROM
      *                    OPENITEM, WROFF AND DISPUTE INSTEAD OF BEING
      *                    TAKEN FROM THE DEADLINE burlist STAMPS, AND
      *                    THE DEADLINE IS COUNTED IN BUSINESS DAYS
      *                    (BURCTL PERIOD, HOLCAL CALENDAR) FROM THE
      *                    TRIGGER DATE, SO A LISTING burlist HAS NOT
      *                    YET SEEN - OR MISSED - IS STILL CAUGHT.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control AND JUDGES
      *                    THE DEADLINES AS OF THE BUSINESS DATE, NOT
      *                    THE CLOCK.  BURLIST IS CLOSED BY ITS OPEN
      *                    SWITCH, SO A FILE WITH NO LISTINGS TO START
      *                    ON IS CLOSED TOO.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

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

           SELECT CONTROL-FILE ASSIGN TO "BURCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-file-status.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-file-status.

           SELECT OVERDUE-REPORT-FILE ASSIGN TO "BUROVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTING-FILE.
           COPY BURLIST.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  CONTROL-FILE.
      *----------------------------------------------------------------
      * THE burlist CONTROL RECORD - ONLY THE EXCLUSION PERIOD,
      * COLS 5-7, MATTERS HERE; BLANK = 5 BUSINESS DAYS.
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  FILLER              PIC X(04).
           05  BCTL-EXCL-DAYS      PIC X(03).
           05  FILLER              PIC X(16).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC             PIC X(08).

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-REC      PIC X(90).

       WORKING-STORAGE SECTION.
       78  HOLIDAY-TABLE-MAX       VALUE 500.
       78  DEFAULT-EXCL-DAYS       VALUE 5.

       01  ws-listing-status   PIC XX VALUE SPACES.
       01  ws-open-item-status PIC XX VALUE SPACES.
       01  ws-dispute-status   PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.
       01  ws-control-file-status PIC XX VALUE SPACES.
       01  ws-holiday-file-status PIC XX VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-hol-eof-switch   PIC X VALUE 'N'.
           88  ws-hol-eof                VALUE 'Y'.
       01  ws-holiday-found-switch PIC X VALUE 'N'.
           88  ws-holiday-found          VALUE 'Y'.
       01  ws-listing-open-switch PIC X VALUE 'N'.
           88  ws-listing-open           VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-exclude-switch   PIC X VALUE 'N'.
           88  ws-exclude                VALUE 'Y'.

       01  excl-days           PIC 9(3) VALUE DEFAULT-EXCL-DAYS.
       01  excl-reason         PIC X(01) VALUE SPACE.
       01  excl-trigger        PIC X(08) VALUE SPACES.
       01  excl-deadline       PIC X(08) VALUE SPACES.
       01  open-balance        PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * BUSINESS-DAY ARITHMETIC, AS burlist COUNTS IT - busday-from-
      * date PLUS busday-wanted BUSINESS DAYS (NO SATURDAYS, SUNDAYS
      * OR HOLCAL DATES) LANDS IN busday-result.
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

       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  deadline-day-int    PIC 9(8) VALUE ZERO.
       01  deadline-date-num   PIC 9(8) VALUE ZERO.
       01  days-over           PIC S9(5) VALUE ZERO.

       01  active-count        PIC 9(5) VALUE ZERO.
       01  pending-excl-count  PIC 9(5) VALUE ZERO.
       01  overdue-count       PIC 9(5) VALUE ZERO.

       01  ws-heading-line.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(04) VALUE "ST".
           05  FILLER              PIC X(05) VALUE "RSN".
           05  FILLER              PIC X(10) VALUE "TRIGGER".
           05  FILLER              PIC X(10) VALUE "DEADLINE".
           05  FILLER              PIC X(10) VALUE "EXCL SENT".
           05  FILLER              PIC X(10) VALUE "DAYS OVER".
           05  FILLER              PIC X(16) VALUE "   AMOUNT".

       01  ws-report-line.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-status          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  wrl-reason          PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  wrl-trigger         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-deadline        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-sent            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-days-over       PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE AND RUNCTL RUN ID.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "burovrpt".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - WALK EVERY LISTING, REPORT THE OVERDUE ONES,
      * AND CLOSE THE REPORT WITH THE COUNTS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-LISTING THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE EXCLUSION PERIOD AND THE
      * HOLIDAY CALENDAR, OPEN THE FILES THE TRIGGER IS JUDGED FROM,
      * AND HEAD THE REPORT.  WITHOUT OPENITEM NO TRIGGER CAN BE
      * JUDGED, SO NOTHING IS REPORTED AND THE RUN ENDS SEVERE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "burovrpt: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "burovrpt: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "burovrpt: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(today-date))

           PERFORM 1050-READ-CONTROL THRU 1050-EXIT
           PERFORM 1070-LOAD-HOLIDAYS THRU 1070-EXIT

           OPEN OUTPUT OVERDUE-REPORT-FILE
           MOVE SPACES TO OVERDUE-REPORT-REC
           STRING "backUrubu COLLECTIONS - BUREAU LISTINGS PAST THE "
                   DELIMITED BY SIZE
               "EXCLUSION DEADLINE AS OF " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO OVERDUE-REPORT-REC
           WRITE OVERDUE-REPORT-REC
           MOVE SPACES TO OVERDUE-REPORT-REC
           WRITE OVERDUE-REPORT-REC
           WRITE OVERDUE-REPORT-REC FROM ws-heading-line

           OPEN INPUT LISTING-FILE
           IF ws-listing-status NOT = "00"
               DISPLAY "burovrpt: BURLIST NOT PRESENT - STATUS "
                   ws-listing-status " - NO LISTINGS TO CHECK"
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-listing-open TO TRUE

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "burovrpt: OPENITEM NOT PRESENT - STATUS "
                   ws-open-item-status " - NO EXCLUSION TRIGGER "
                   "CAN BE JUDGED"
               MOVE 16 TO RETURN-CODE
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-item-open TO TRUE

           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           END-IF

           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           END-IF

           MOVE LOW-VALUES TO BUR-DOC
           START LISTING-FILE KEY IS NOT LESS THAN BUR-DOC
           IF ws-listing-status NOT = "00"
               SET ws-eof TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1050-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF BCTL-EXCL-DAYS IS NUMERIC
                               AND BCTL-EXCL-DAYS NOT = "000"
                           MOVE BCTL-EXCL-DAYS TO excl-days
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-LOAD-HOLIDAYS - THE HOLCAL CALENDAR burlist COUNTS ITS
      * PERIODS AGAINST.  MISSING, ONLY WEEKENDS ARE SKIPPED.
      *----------------------------------------------------------------
       1070-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF ws-holiday-file-status NOT = "00"
               DISPLAY "burovrpt: HOLCAL NOT PRESENT - BUSINESS "
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
                   DISPLAY "burovrpt: HOLIDAY TABLE FULL - "
                       HOLIDAY-REC " IGNORED"
               ELSE
                   ADD 1 TO holiday-count
                   MOVE HOLIDAY-REC TO holiday-date (holiday-count)
               END-IF
           END-IF
           PERFORM 1072-READ-HOLIDAY THRU 1072-EXIT.
       1074-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-LISTING - A LISTING STILL ACTIVE AT THE BUREAU
      * IS OWED AN EXCLUSION WHEN ITS POSITION HAS GONE TO P OR W, IS
      * MISSING FROM OPENITEM, OR IS UNDER AN OPEN DISPUTE - JUDGED
      * HERE, NOT TAKEN FROM WHAT burlist STAMPED.  THE DEADLINE IS
      * THE TRIGGER DATE PLUS THE EXCLUSION PERIOD IN BUSINESS DAYS;
      * THE LISTING IS OVERDUE ONCE TODAY IS PAST IT.
      *----------------------------------------------------------------
       2000-CHECK-ONE-LISTING.
           READ LISTING-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ

           IF NOT BUR-ACTIVE-AT-BUREAU
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO active-count

           PERFORM 3000-CHECK-EXCLUSION THRU 3000-EXIT
           IF NOT ws-exclude
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO pending-excl-count

           MOVE excl-trigger TO busday-from-date
           MOVE excl-days TO busday-wanted
           PERFORM 4700-ADD-BUSINESS-DAYS THRU 4700-EXIT
           MOVE busday-result TO excl-deadline

           IF excl-deadline NOT < today-date
               GO TO 2000-EXIT
           END-IF

           MOVE excl-deadline TO deadline-date-num
           COMPUTE deadline-day-int =
               FUNCTION INTEGER-OF-DATE(deadline-date-num)
           COMPUTE days-over = today-day-int - deadline-day-int

           ADD 1 TO overdue-count
           MOVE SPACES TO ws-report-line
           MOVE BUR-DOC TO wrl-doc
           MOVE BUR-STATUS TO wrl-status
           MOVE excl-reason TO wrl-reason
           MOVE excl-trigger TO wrl-trigger
           MOVE excl-deadline TO wrl-deadline
           MOVE BUR-EXCL-SENT-DATE TO wrl-sent
           MOVE days-over TO wrl-days-over
           MOVE BUR-AMOUNT TO wrl-amount
           WRITE OVERDUE-REPORT-REC FROM ws-report-line
           DISPLAY "burovrpt: DOCUMENT " BUR-DOC " STILL ACTIVE AT "
               "THE BUREAU " days-over " DAYS PAST ITS EXCLUSION "
               "DEADLINE".
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-EXCLUSION - THE SAME TEST burlist APPLIES.  PAID IN
      * FULL (OR NOTHING LEFT OPEN) RUNS FROM THE LAST PAYMENT DATE,
      * A WRITE-OFF FROM ITS WROFF DATE, AN OPEN DISPUTE FROM THE DATE
      * IT WAS OPENED.  A TRIGGER WITH NO DATE OF ITS OWN (A POSITION
      * MISSING FROM OPENITEM) RUNS FROM THE TRIGGER burlist STAMPED
      * WHEN IT FIRST SAW IT, AND FAILING THAT FROM TODAY.
      *----------------------------------------------------------------
       3000-CHECK-EXCLUSION.
           MOVE 'N' TO ws-exclude-switch
           MOVE SPACE TO excl-reason
           MOVE today-date TO excl-trigger
           IF BUR-EXCL-TRIGGER IS NUMERIC
               MOVE BUR-EXCL-TRIGGER TO excl-trigger
           END-IF

           MOVE BUR-DOC TO OI-DOC
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
                   MOVE BUR-DOC TO WOF-DOC
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

           MOVE BUR-DOC TO DSP-DOC
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
      * 4700-ADD-BUSINESS-DAYS - STEP FORWARD FROM busday-from-date
      * UNTIL busday-wanted BUSINESS DAYS HAVE BEEN COUNTED.  AN
      * UNUSABLE START DATE COUNTS FROM TODAY.
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
      * 9000-END-RUN-CONTROL - COMPLETE THE RUNCTL RECORD: OK, WN WHEN
      * A LISTING IS OVERDUE, ER FOR A SEVERE ENDING.  RETURN-CODE IS
      * SAVED AROUND THE CALL AND RESTORED AFTER - THE CALL WOULD
      * OTHERWISE HAND BACK THE CALLEE'S.
      *----------------------------------------------------------------
       9000-END-RUN-CONTROL.
           MOVE RETURN-CODE TO saved-return-code
           MOVE 'E' TO run-ctl-func
           MOVE active-count TO run-in-count
           MOVE overdue-count TO run-out-count
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
           MOVE SPACES TO OVERDUE-REPORT-REC
           WRITE OVERDUE-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "LISTINGS ACTIVE AT THE BUREAU" TO wtl-label
           MOVE active-count TO wtl-count
           WRITE OVERDUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "OWED AN EXCLUSION" TO wtl-label
           MOVE pending-excl-count TO wtl-count
           WRITE OVERDUE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "PAST THE LEGAL DEADLINE" TO wtl-label
           MOVE overdue-count TO wtl-count
           WRITE OVERDUE-REPORT-REC FROM ws-total-line

           CLOSE OVERDUE-REPORT-FILE
           IF ws-listing-open
               CLOSE LISTING-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-register-open
               CLOSE REGISTER-FILE
           END-IF

           DISPLAY "burovrpt: " active-count " ACTIVE LISTINGS, "
               pending-excl-count " OWED AN EXCLUSION, "
               overdue-count " PAST THE DEADLINE"

           IF overdue-count > 0 AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
