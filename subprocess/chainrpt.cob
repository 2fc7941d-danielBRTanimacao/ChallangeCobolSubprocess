       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainrpt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - OVERNIGHT CHAIN STATUS
      *                    FOR ONE BUSINESS DATE.  EVERY STEP ON
      *                    CHAINDEF, IN RUN ORDER, WITH ITS CHAINLOG
      *                    ENTRY (RUN ID, START, END, STATUS, ATTEMPTS,
      *                    COUNTS) AND THE STATUS OF THAT RUN ON THE
      *                    RUNCTL LEDGER, THEN WHETHER THE CHAIN IS
      *                    COMPLETE AND READY FOR eodroll.  THE DATE
      *                    COMES FROM THE COMMAND LINE (YYYYMMDD) AND
      *                    DEFAULTS TO THE CURRENT BUSINESS DATE.
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

           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-ID
               FILE STATUS IS ws-run-file-status.

           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  CHAIN-DEF-FILE.
           COPY CHAINDEF.

       FD  CHAIN-LOG-FILE.
           COPY CHAINLOG.

       FD  RUN-FILE.
           COPY RUNCTL.

       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bus-date-status  PIC XX VALUE SPACES.
       01  ws-chain-def-status PIC XX VALUE SPACES.
       01  ws-chain-log-status PIC XX VALUE SPACES.
       01  ws-run-file-status  PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-log-open-switch  PIC X VALUE 'N'.
           88  ws-log-open               VALUE 'Y'.
       01  ws-ledger-open-switch PIC X VALUE 'N'.
           88  ws-ledger-open            VALUE 'Y'.
       01  ws-entry-switch     PIC X VALUE 'N'.
           88  ws-entry-found            VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  report-date         PIC X(08) VALUE SPACES.
       01  current-bus-date    PIC X(08) VALUE SPACES.

       01  step-count          PIC 9(3) VALUE ZERO.
       01  finished-count      PIC 9(3) VALUE ZERO.
       01  warned-count        PIC 9(3) VALUE ZERO.
       01  failed-count        PIC 9(3) VALUE ZERO.
       01  running-count       PIC 9(3) VALUE ZERO.
       01  not-run-count       PIC 9(3) VALUE ZERO.
       01  outstanding-count   PIC 9(3) VALUE ZERO.

       01  ws-step-line.
           05  wsl-seq             PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-program         PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-run-id          PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-start           PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-end             PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-status          PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-attempts        PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-in              PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-out             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-ledger          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-note            PIC X(26).

       01  ws-heading-line.
           05  FILLER              PIC X(05) VALUE "SEQ".
           05  FILLER              PIC X(16) VALUE "PROGRAM".
           05  FILLER              PIC X(09) VALUE "RUN".
           05  FILLER              PIC X(18) VALUE "STARTED".
           05  FILLER              PIC X(18) VALUE "ENDED".
           05  FILLER              PIC X(09) VALUE "STATUS".
           05  FILLER              PIC X(05) VALUE "TRY".
           05  FILLER              PIC X(09) VALUE "     READ".
           05  FILLER              PIC X(09) VALUE "  WRITTEN".
           05  FILLER              PIC X(06) VALUE "  LDG".

       01  ws-title-line.
           05  FILLER              PIC X(42) VALUE
               "backUrubu COLLECTIONS - OVERNIGHT CHAIN - ".
           05  FILLER              PIC X(14) VALUE "BUSINESS DATE ".
           05  wtt-date            PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  wtt-current-label   PIC X(24) VALUE SPACES.
           05  wtt-current         PIC X(08) VALUE SPACES.

       01  ws-total-line.
           05  wtl-label           PIC X(40).
           05  wtl-count           PIC ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - ONE LINE PER CHAINDEF STEP, THEN THE SUMMARY.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LIST-STEP THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE DATE TO REPORT: THE COMMAND LINE WHEN
      * IT IS A YYYYMMDD DATE, OTHERWISE THE CURRENT BUSINESS DATE ON
      * BUSDATE.  THE LOG AND THE LEDGER ARE ONLY READ; EITHER ONE
      * MISSING JUST LEAVES ITS COLUMNS BLANK.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT BUS-DATE-FILE
           IF ws-bus-date-status = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BDT-CURRENT IS NUMERIC
                           MOVE BDT-CURRENT TO current-bus-date
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF

           ACCEPT cmd-line FROM COMMAND-LINE
           IF cmd-line (1:8) IS NUMERIC
               MOVE cmd-line (1:8) TO report-date
           ELSE
               MOVE current-bus-date TO report-date
           END-IF

           OPEN OUTPUT CHAIN-REPORT-FILE
           MOVE report-date TO wtt-date
           IF current-bus-date NOT = SPACES
                   AND current-bus-date NOT = report-date
               MOVE "CURRENT BUSINESS DATE IS" TO wtt-current-label
               MOVE current-bus-date TO wtt-current
           END-IF
           WRITE CHAIN-REPORT-REC FROM ws-title-line
           MOVE SPACES TO CHAIN-REPORT-REC
           WRITE CHAIN-REPORT-REC

           IF report-date = SPACES
               MOVE "NO BUSINESS DATE ON BUSDATE AND NONE GIVEN - "
                   TO CHAIN-REPORT-REC
               MOVE "CHAIN CONTROL IS NOT IN USE"
                   TO CHAIN-REPORT-REC (46:)
               WRITE CHAIN-REPORT-REC
               DISPLAY "chainrpt: NO BUSINESS DATE - NOTHING TO REPORT"
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CHAIN-DEF-FILE
           IF ws-chain-def-status NOT = "00"
               MOVE "CHAINDEF NOT PRESENT - NO STEPS TO REPORT"
                   TO CHAIN-REPORT-REC
               WRITE CHAIN-REPORT-REC
               DISPLAY "chainrpt: CHAINDEF NOT PRESENT - STATUS "
                   ws-chain-def-status
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CHAIN-LOG-FILE
           IF ws-chain-log-status = "00"
               SET ws-log-open TO TRUE
           END-IF
           OPEN INPUT RUN-FILE
           IF ws-run-file-status = "00"
               SET ws-ledger-open TO TRUE
           END-IF

           WRITE CHAIN-REPORT-REC FROM ws-heading-line.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-STEP - ONE CHAINDEF STEP.  NO CHAINLOG ENTRY FOR THE
      * DATE IS "NOT RUN"; A LEDGER STATUS THAT DOES NOT MATCH THE LOG
      * IS FLAGGED (A STEP THAT DIED MID-RUN LEAVES BOTH AT RN).
      *----------------------------------------------------------------
       2000-LIST-STEP.
           READ CHAIN-DEF-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CHD-SEQ IS NOT NUMERIC OR CHD-PROGRAM = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO step-count

           MOVE SPACES TO ws-step-line
           MOVE CHD-SEQ TO wsl-seq
           MOVE CHD-PROGRAM TO wsl-program

           MOVE 'N' TO ws-entry-switch
           IF ws-log-open
               MOVE report-date TO CHL-BUS-DATE
               MOVE CHD-PROGRAM TO CHL-PROGRAM
               READ CHAIN-LOG-FILE
                   NOT INVALID KEY
                       SET ws-entry-found TO TRUE
               END-READ
           END-IF
           IF NOT ws-entry-found
               MOVE "NOT RUN" TO wsl-status
               ADD 1 TO not-run-count
               ADD 1 TO outstanding-count
               WRITE CHAIN-REPORT-REC FROM ws-step-line
               GO TO 2000-EXIT
           END-IF

           MOVE CHL-RUN-ID TO wsl-run-id
           MOVE CHL-START-TS (1:16) TO wsl-start
           MOVE CHL-END-TS (1:16) TO wsl-end
           MOVE CHL-STATUS TO wsl-status
           MOVE CHL-ATTEMPTS TO wsl-attempts
           MOVE CHL-IN-COUNT TO wsl-in
           MOVE CHL-OUT-COUNT TO wsl-out
           EVALUATE TRUE
               WHEN CHL-OK
                   ADD 1 TO finished-count
               WHEN CHL-WARNED
                   ADD 1 TO finished-count
                   ADD 1 TO warned-count
               WHEN CHL-RUNNING
                   ADD 1 TO running-count
                   ADD 1 TO outstanding-count
               WHEN OTHER
                   ADD 1 TO failed-count
                   ADD 1 TO outstanding-count
           END-EVALUATE

           PERFORM 2100-CHECK-LEDGER THRU 2100-EXIT
           WRITE CHAIN-REPORT-REC FROM ws-step-line.
       2000-EXIT.
           EXIT.

       2100-CHECK-LEDGER.
           IF NOT ws-ledger-open
               GO TO 2100-EXIT
           END-IF
           MOVE CHL-RUN-ID TO RUN-ID
           READ RUN-FILE
               INVALID KEY
                   MOVE "RUN NOT ON RUNCTL" TO wsl-note
                   GO TO 2100-EXIT
           END-READ
           MOVE RUN-FINAL-STATUS TO wsl-ledger
           IF RUN-FINAL-STATUS NOT = CHL-STATUS
               MOVE "LEDGER DIFFERS FROM LOG" TO wsl-note
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - THE SUMMARY AND THE VERDICT: COMPLETE (EVERY
      * STEP OK OR WN) MEANS eodroll WILL ROLL THE DATE.
      *----------------------------------------------------------------
       9999-TERMINATE.
           IF report-date NOT = SPACES
                   AND ws-chain-def-status = "00"
               PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
               CLOSE CHAIN-DEF-FILE
           END-IF
           IF ws-log-open
               CLOSE CHAIN-LOG-FILE
           END-IF
           IF ws-ledger-open
               CLOSE RUN-FILE
           END-IF
           CLOSE CHAIN-REPORT-FILE

           DISPLAY "chainrpt: BUSINESS DATE " report-date " - "
               step-count " STEPS, " finished-count " FINISHED, "
               outstanding-count " OUTSTANDING"
           STOP RUN.
       9999-EXIT.
           EXIT.

       9100-WRITE-SUMMARY.
           MOVE SPACES TO CHAIN-REPORT-REC
           WRITE CHAIN-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "STEPS ON CHAINDEF" TO wtl-label
           MOVE step-count TO wtl-count
           WRITE CHAIN-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "FINISHED (OK OR WN)" TO wtl-label
           MOVE finished-count TO wtl-count
           WRITE CHAIN-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  OF WHICH WITH WARNINGS (WN)" TO wtl-label
           MOVE warned-count TO wtl-count
           WRITE CHAIN-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "ENDED WITH ERRORS (ER)" TO wtl-label
           MOVE failed-count TO wtl-count
           WRITE CHAIN-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "STILL MARKED RUNNING (RN)" TO wtl-label
           MOVE running-count TO wtl-count
           WRITE CHAIN-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "NOT RUN" TO wtl-label
           MOVE not-run-count TO wtl-count
           WRITE CHAIN-REPORT-REC FROM ws-total-line

           MOVE SPACES TO CHAIN-REPORT-REC
           WRITE CHAIN-REPORT-REC
           IF outstanding-count = ZERO
               MOVE "CHAIN COMPLETE - READY FOR THE eodroll ROLLOVER"
                   TO CHAIN-REPORT-REC
           ELSE
               MOVE "CHAIN NOT COMPLETE - eodroll WILL NOT ROLL THE "
                   TO CHAIN-REPORT-REC
               MOVE "BUSINESS DATE" TO CHAIN-REPORT-REC (48:)
           END-IF
           WRITE CHAIN-REPORT-REC.
       9100-EXIT.
           EXIT.
