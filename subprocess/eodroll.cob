       IDENTIFICATION DIVISION.
       PROGRAM-ID. eodroll.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - END-OF-DAY ROLLOVER OF
      *                    THE BUSINESS DATE.  RUN LAST IN THE NIGHT:
      *                    EVERY STEP ON CHAINDEF MUST BE OK OR WN ON
      *                    CHAINLOG FOR THE CURRENT BUSINESS DATE, OR
      *                    THE STEPS STILL OUTSTANDING ARE LISTED AND
      *                    THE DATE IS LEFT WHERE IT IS (RC 16).  WHEN
      *                    THE CHAIN IS COMPLETE BUSDATE MOVES TO THE
      *                    NEXT BUSINESS DAY, SKIPPING WEEKENDS AND THE
      *                    HOLCAL BANK HOLIDAYS.  THE FIRST RUN, WITH
      *                    NO BUSDATE ON FILE, STARTS IT AT TODAY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bus-date-status.

           SELECT CHAIN-DEF-FILE ASSIGN TO "CHAINDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chain-def-status.

           SELECT CHAIN-LOG-FILE ASSIGN TO "CHAINLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHL-KEY
               FILE STATUS IS ws-chain-log-status.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  CHAIN-DEF-FILE.
           COPY CHAINDEF.

       FD  CHAIN-LOG-FILE.
           COPY CHAINLOG.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC             PIC X(08).

       WORKING-STORAGE SECTION.
       78  HOLIDAY-TABLE-MAX       VALUE 500.

       01  ws-bus-date-status  PIC XX VALUE SPACES.
       01  ws-chain-def-status PIC XX VALUE SPACES.
       01  ws-chain-log-status PIC XX VALUE SPACES.
       01  ws-holiday-file-status PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-hol-eof-switch   PIC X VALUE 'N'.
           88  ws-hol-eof                VALUE 'Y'.
       01  ws-holiday-found-switch PIC X VALUE 'N'.
           88  ws-holiday-found          VALUE 'Y'.
       01  ws-log-open-switch  PIC X VALUE 'N'.
           88  ws-log-open               VALUE 'Y'.

       01  bus-date            PIC X(08) VALUE SPACES.
       01  next-bus-date       PIC X(08) VALUE SPACES.
       01  today-date          PIC X(08) VALUE SPACES.
       01  step-count          PIC 9(3) VALUE ZERO.
       01  finished-count      PIC 9(3) VALUE ZERO.
       01  outstanding-count   PIC 9(3) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * NEXT BUSINESS DAY - busday-scan-int STEPS FORWARD ONE CALENDAR
      * DAY AT A TIME FROM THE CURRENT BUSINESS DATE UNTIL IT LANDS ON
      * A DAY THAT IS NEITHER A WEEKEND NOR A HOLCAL DATE.
      *----------------------------------------------------------------
       01  busday-scan-int     PIC 9(8) VALUE ZERO.
       01  busday-date-num     PIC 9(8) VALUE ZERO.
       01  busday-date-disp    PIC X(08) VALUE SPACES.
       01  weekday-num         PIC 9 VALUE ZERO.
       01  ws-busday-switch    PIC X VALUE 'N'.
           88  ws-busday-found           VALUE 'Y'.

       01  holiday-count       PIC 9(3) VALUE ZERO.
       01  hol-ix              PIC 9(3) VALUE ZERO.
       01  holiday-table.
           05  holiday-date    PIC X(08) OCCURS 500 TIMES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - CHECK THE CHAIN FOR THE CURRENT BUSINESS DATE,
      * THEN ROLL THE DATE FORWARD IF NOTHING IS OUTSTANDING.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF bus-date NOT = SPACES
               PERFORM 2000-CHECK-CHAIN THRU 2000-EXIT
               IF outstanding-count = ZERO
                   PERFORM 3000-ROLL-DATE THRU 3000-EXIT
               END-IF
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE CURRENT BUSINESS DATE.  WITH NO
      * USABLE BUSDATE THIS IS THE FIRST NIGHT: START THE CHAIN AT
      * TODAY AND LEAVE THE CHECK FOR TOMORROW'S ROLLOVER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date

           OPEN INPUT BUS-DATE-FILE
           IF ws-bus-date-status = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BDT-CURRENT IS NUMERIC
                           MOVE BDT-CURRENT TO bus-date
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF

           IF bus-date = SPACES
               OPEN OUTPUT BUS-DATE-FILE
               MOVE SPACES TO BUS-DATE-REC
               MOVE today-date TO BDT-CURRENT
               MOVE FUNCTION CURRENT-DATE TO BDT-ROLLED-TS
               WRITE BUS-DATE-REC
               CLOSE BUS-DATE-FILE
               DISPLAY "eodroll: NO BUSINESS DATE ON FILE - BUSDATE "
                   "STARTED AT " today-date
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-CHAIN - EVERY STEP ON CHAINDEF MUST BE OK OR WN ON
      * CHAINLOG FOR THE BUSINESS DATE.  EACH ONE THAT IS NOT IS NAMED
      * ON THE CONSOLE WITH WHERE IT STANDS.
      *----------------------------------------------------------------
       2000-CHECK-CHAIN.
           OPEN INPUT CHAIN-DEF-FILE
           IF ws-chain-def-status NOT = "00"
               DISPLAY "eodroll: CHAINDEF NOT PRESENT - NO STEPS TO "
                   "CHECK"
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT CHAIN-LOG-FILE
           IF ws-chain-log-status = "00"
               SET ws-log-open TO TRUE
           END-IF

           MOVE 'N' TO ws-eof-switch
           PERFORM 2100-CHECK-ONE-STEP THRU 2100-EXIT
               UNTIL ws-eof

           CLOSE CHAIN-DEF-FILE
           IF ws-log-open
               CLOSE CHAIN-LOG-FILE
           END-IF

           DISPLAY "eodroll: BUSINESS DATE " bus-date " - "
               step-count " STEPS, " finished-count " FINISHED, "
               outstanding-count " OUTSTANDING"
           IF outstanding-count > ZERO
               DISPLAY "eodroll: CHAIN NOT COMPLETE - BUSINESS DATE "
                   "NOT ROLLED"
               MOVE 16 TO run-error-level
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-STEP.
           READ CHAIN-DEF-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF CHD-SEQ IS NOT NUMERIC OR CHD-PROGRAM = SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO step-count

           IF NOT ws-log-open
               DISPLAY "eodroll: STEP " CHD-SEQ " " CHD-PROGRAM
                   " HAS NOT RUN FOR " bus-date
               ADD 1 TO outstanding-count
               GO TO 2100-EXIT
           END-IF

           MOVE bus-date TO CHL-BUS-DATE
           MOVE CHD-PROGRAM TO CHL-PROGRAM
           READ CHAIN-LOG-FILE
               INVALID KEY
                   DISPLAY "eodroll: STEP " CHD-SEQ " " CHD-PROGRAM
                       " HAS NOT RUN FOR " bus-date
                   ADD 1 TO outstanding-count
                   GO TO 2100-EXIT
           END-READ

           IF CHL-FINISHED
               ADD 1 TO finished-count
           ELSE
               DISPLAY "eodroll: STEP " CHD-SEQ " " CHD-PROGRAM
                   " IS " CHL-STATUS " FOR " bus-date " (RUN "
                   CHL-RUN-ID ")"
               ADD 1 TO outstanding-count
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ROLL-DATE - ADVANCE TO THE NEXT BUSINESS DAY AND REWRITE
      * BUSDATE WITH THE DATE JUST CLOSED AS THE PRIOR ONE.
      *----------------------------------------------------------------
       3000-ROLL-DATE.
           PERFORM 3100-LOAD-HOLIDAYS THRU 3100-EXIT

           MOVE bus-date TO busday-date-num
           COMPUTE busday-scan-int =
               FUNCTION INTEGER-OF-DATE(busday-date-num)
           MOVE 'N' TO ws-busday-switch
           PERFORM 3200-STEP-ONE-DAY THRU 3200-EXIT
               UNTIL ws-busday-found
           MOVE busday-date-disp TO next-bus-date

           OPEN OUTPUT BUS-DATE-FILE
           IF ws-bus-date-status NOT = "00"
               DISPLAY "eodroll: CANNOT REWRITE BUSDATE - STATUS "
                   ws-bus-date-status " - BUSINESS DATE NOT ROLLED"
               MOVE 16 TO run-error-level
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO BUS-DATE-REC
           MOVE next-bus-date TO BDT-CURRENT
           MOVE bus-date TO BDT-PRIOR
           MOVE FUNCTION CURRENT-DATE TO BDT-ROLLED-TS
           WRITE BUS-DATE-REC
           CLOSE BUS-DATE-FILE

           DISPLAY "eodroll: BUSINESS DATE ROLLED FROM " bus-date
               " TO " next-bus-date.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOAD-HOLIDAYS - THE HOLCAL BANK-HOLIDAY CALENDAR INTO ITS
      * TABLE.  A MISSING CALENDAR MEANS ONLY WEEKENDS ARE SKIPPED -
      * SAY SO ON THE CONSOLE SO IT IS NOTICED.
      *----------------------------------------------------------------
       3100-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF ws-holiday-file-status NOT = "00"
               DISPLAY "eodroll: HOLCAL NOT PRESENT - ROLLING OVER "
                   "WEEKENDS ONLY"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO ws-hol-eof-switch
           PERFORM 3110-LOAD-ONE-HOLIDAY THRU 3110-EXIT
               UNTIL ws-hol-eof
           CLOSE HOLIDAY-FILE.
       3100-EXIT.
           EXIT.

       3110-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET ws-hol-eof TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF HOLIDAY-REC IS NOT NUMERIC
               GO TO 3110-EXIT
           END-IF
           IF holiday-count >= HOLIDAY-TABLE-MAX
               DISPLAY "eodroll: HOLIDAY TABLE FULL - " HOLIDAY-REC
                   " IGNORED"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO holiday-count
           MOVE HOLIDAY-REC TO holiday-date (holiday-count).
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-STEP-ONE-DAY - ONE CALENDAR DAY FORWARD; STOP ON THE FIRST
      * DAY THAT IS NEITHER A WEEKEND NOR ON THE HOLIDAY TABLE.  DAY 1
      * OF THE INTEGER-OF-DATE EPOCH (1601-01-01) WAS A MONDAY, SO
      * MOD 7 = 6 IS SATURDAY AND MOD 7 = 0 IS SUNDAY.
      *----------------------------------------------------------------
       3200-STEP-ONE-DAY.
           ADD 1 TO busday-scan-int
           COMPUTE weekday-num = FUNCTION MOD(busday-scan-int, 7)
           IF weekday-num = 6 OR weekday-num = 0
               GO TO 3200-EXIT
           END-IF

           COMPUTE busday-date-num =
               FUNCTION DATE-OF-INTEGER(busday-scan-int)
           MOVE busday-date-num TO busday-date-disp
           MOVE 'N' TO ws-holiday-found-switch
           PERFORM 3210-CHECK-HOLIDAY THRU 3210-EXIT
               VARYING hol-ix FROM 1 BY 1
               UNTIL hol-ix > holiday-count OR ws-holiday-found
           IF ws-holiday-found
               DISPLAY "eodroll: " busday-date-disp " IS A HOLIDAY "
                   "ON HOLCAL - SKIPPED"
               GO TO 3200-EXIT
           END-IF

           SET ws-busday-found TO TRUE.
       3200-EXIT.
           EXIT.

       3210-CHECK-HOLIDAY.
           IF holiday-date (hol-ix) = busday-date-disp
               SET ws-holiday-found TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

       9999-TERMINATE.
           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
