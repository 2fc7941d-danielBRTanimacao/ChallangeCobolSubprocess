       IDENTIFICATION DIVISION.
       PROGRAM-ID. secrpt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - WEEKLY OPERATOR ACTIVITY
      *                    AND SECURITY VIOLATION REPORT.  COUNTS THE
      *                    CHANGES EACH OPERATOR MADE IN THE WINDOW
      *                    FROM THE CUSTMAINT, AGRMAINT AND DSPMAINT
      *                    AUDIT FILES AND THE ATTEMPTS operator_auth
      *                    REFUSED FROM SECVIOL, ONE LINE PER OPERATOR
      *                    ON OPERSEC PLUS ANY INITIALS THAT APPEAR ON
      *                    THE FILES BUT NOT ON THE MASTER, THEN LISTS
      *                    EVERY VIOLATION IN THE WINDOW.  THE WINDOW
      *                    IS THE LAST 7 DAYS THROUGH TODAY, OR THE
      *                    NUMBER OF DAYS ON THE OPTIONAL SECRCTL
      *                    CONTROL RECORD.
      *   2026-10-15  MRS  THE WINDOW ENDS ON THE BUSINESS DATE ON
      *                    BUSDATE, AS chainrpt READS IT, NOT THE
      *                    CLOCK; THE CLOCK ONLY WHEN BUSDATE IS ABSENT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bus-date-status.

           SELECT CONTROL-FILE ASSIGN TO "SECRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-status.

           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPS-INITIALS
               FILE STATUS IS ws-operator-status.

           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

           SELECT AGR-AUDIT-FILE ASSIGN TO "AGRMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

           SELECT DSP-AUDIT-FILE ASSIGN TO "DSPMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-violation-status.

           SELECT REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  CONTROL-FILE.
      *----------------------------------------------------------------
      * OPTIONAL REPORT CONTROL RECORD.
      *   SRC-DAYS             COLS 1-3    DAYS IN THE WINDOW, ENDING
      *                                    TODAY.  BLANK, ZERO OR
      *                                    MISSING = 7.
      *----------------------------------------------------------------
       01  CONTROL-REC.
           05  SRC-DAYS            PIC X(03).

       FD  OPERATOR-FILE.
           COPY OPERSEC.

      *----------------------------------------------------------------
      * THE THREE MAINTENANCE AUDIT FILES SHARE THE SAME LEADING
      * COLUMNS - TIMESTAMP, OPERATOR, ACTION, DOCUMENT - WHICH IS ALL
      * THIS REPORT NEEDS FROM THEM.
      *----------------------------------------------------------------
       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-REC.
           05  CAU-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  CAU-OPERATOR        PIC X(03).
           05  FILLER              PIC X(01).
           05  CAU-ACTION          PIC X(06).
           05  FILLER              PIC X(01).
           05  CAU-DOC             PIC X(14).

       FD  AGR-AUDIT-FILE.
       01  AGR-AUDIT-REC.
           05  AAU-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  AAU-OPERATOR        PIC X(03).
           05  FILLER              PIC X(01).
           05  AAU-ACTION          PIC X(06).
           05  FILLER              PIC X(01).
           05  AAU-DOC             PIC X(14).

       FD  DSP-AUDIT-FILE.
       01  DSP-AUDIT-REC.
           05  DAU-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  DAU-OPERATOR        PIC X(03).
           05  FILLER              PIC X(01).
           05  DAU-ACTION          PIC X(06).
           05  FILLER              PIC X(01).
           05  DAU-DOC             PIC X(14).

       FD  VIOLATION-FILE.
           COPY SECVIOL.

       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       78  OPERATOR-TABLE-MAX      VALUE 500.
       78  DEFAULT-WINDOW-DAYS     VALUE 7.

       01  ws-control-status   PIC XX VALUE SPACES.
       01  ws-operator-status  PIC XX VALUE SPACES.
       01  ws-audit-status     PIC XX VALUE SPACES.
       01  ws-violation-status PIC XX VALUE SPACES.
       01  ws-bus-date-status  PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-found-switch     PIC X VALUE 'N'.
           88  ws-found                  VALUE 'Y'.
       01  ws-slot-switch      PIC X VALUE 'N'.
           88  ws-slot-found             VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  from-date           PIC X(08) VALUE SPACES.
       01  window-days         PIC 9(3) VALUE DEFAULT-WINDOW-DAYS.
       01  date-num            PIC 9(8) VALUE ZERO.
       01  date-int            PIC 9(8) VALUE ZERO.
       01  entry-date          PIC X(08) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * ONE ENTRY PER OPERATOR, KEPT IN INITIALS ORDER - LOADED FROM
      * OPERSEC, WITH INITIALS FOUND ONLY ON THE AUDIT OR VIOLATION
      * FILES SLOTTED IN AS THEY ARE FIRST SEEN (op-on-master N).
      *----------------------------------------------------------------
       01  operator-count      PIC 9(3) VALUE ZERO.
       01  operator-ix         PIC 9(3) VALUE ZERO.
       01  shift-ix            PIC 9(3) VALUE ZERO.
       01  initials-wanted     PIC X(03) VALUE SPACES.
       01  operator-table.
           05  operator-entry OCCURS 500 TIMES.
               10  op-initials     PIC X(03).
               10  op-name         PIC X(30).
               10  op-active       PIC X(01).
               10  op-on-master    PIC X(01).
               10  op-cust-count   PIC 9(5).
               10  op-agr-count    PIC 9(5).
               10  op-dsp-count    PIC 9(5).
               10  op-viol-count   PIC 9(5).

       01  cust-total          PIC 9(7) VALUE ZERO.
       01  agr-total           PIC 9(7) VALUE ZERO.
       01  dsp-total           PIC 9(7) VALUE ZERO.
       01  viol-total          PIC 9(7) VALUE ZERO.
       01  viol-listed         PIC 9(7) VALUE ZERO.
       01  unknown-count       PIC 9(5) VALUE ZERO.

       01  ws-activity-heading.
           05  FILLER              PIC X(05) VALUE "INIT".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(16) VALUE "STATUS".
           05  FILLER              PIC X(10) VALUE " CUSTMAINT".
           05  FILLER              PIC X(10) VALUE "  AGRMAINT".
           05  FILLER              PIC X(10) VALUE "  DSPMAINT".
           05  FILLER              PIC X(11) VALUE " VIOLATIONS".

       01  ws-activity-line.
           05  wcl-initials        PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-status          PIC X(16).
           05  wcl-cust            PIC ZZZ,ZZZ,ZZ9.
           05  wcl-agr             PIC ZZ,ZZZ,ZZ9.
           05  wcl-dsp             PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wcl-viol            PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-flag            PIC X(03).

       01  ws-violation-heading.
           05  FILLER              PIC X(17) VALUE "WHEN".
           05  FILLER              PIC X(11) VALUE "PROGRAM".
           05  FILLER              PIC X(05) VALUE "INIT".
           05  FILLER              PIC X(07) VALUE "ACTION".
           05  FILLER              PIC X(15) VALUE "DOCUMENT".
           05  FILLER              PIC X(15) VALUE "        AMOUNT".
           05  FILLER              PIC X(04) VALUE "RC".
           05  FILLER              PIC X(40) VALUE "REASON".

       01  ws-violation-line.
           05  wvl-date            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wvl-hour            PIC X(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  wvl-minute          PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  wvl-program         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wvl-initials        PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wvl-action          PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wvl-doc             PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wvl-amount          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wvl-reason          PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wvl-text            PIC X(40).

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - WORK OUT THE WINDOW, LOAD THE OPERATORS, COUNT
      * EACH AUDIT FILE AND THE VIOLATIONS, THEN PRINT THE SUMMARY AND
      * THE VIOLATION LISTING.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
           PERFORM 3000-COUNT-CUSTMAINT THRU 3000-EXIT
           PERFORM 3200-COUNT-AGRMAINT THRU 3200-EXIT
           PERFORM 3400-COUNT-DSPMAINT THRU 3400-EXIT
           PERFORM 3600-COUNT-VIOLATIONS THRU 3600-EXIT
           PERFORM 7000-PRINT-ACTIVITY THRU 7000-EXIT
           PERFORM 8000-PRINT-VIOLATIONS THRU 8000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE WINDOW ENDS TODAY - THE BUSINESS DATE
      * ON BUSDATE, OR THE CLOCK WITHOUT ONE - AND RUNS BACK THE
      * NUMBER OF DAYS ON SECRCTL (DEFAULT 7), TODAY INCLUDED.
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

           OPEN INPUT CONTROL-FILE
           IF ws-control-status = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF SRC-DAYS IS NUMERIC AND SRC-DAYS NOT = "000"
                           MOVE SRC-DAYS TO window-days
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           MOVE today-date TO date-num
           COMPUTE date-int =
               FUNCTION INTEGER-OF-DATE(date-num) - window-days + 1
           MOVE FUNCTION DATE-OF-INTEGER(date-int) TO date-num
           MOVE date-num TO from-date

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "backUrubu COLLECTIONS - OPERATOR ACTIVITY AND "
                   DELIMITED BY SIZE
               "SECURITY VIOLATIONS " DELIMITED BY SIZE
               from-date DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-OPERATORS - EVERY OPERATOR ON OPERSEC, IN KEY ORDER,
      * SO ONE WITH NO ACTIVITY STILL SHOWS ON THE REPORT.  WITHOUT
      * OPERSEC EVERY INITIAL IS REPORTED AS NOT ON THE MASTER.
      *----------------------------------------------------------------
       2000-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF ws-operator-status NOT = "00"
               DISPLAY "secrpt: CANNOT OPEN OPERSEC - STATUS "
                   ws-operator-status " - NO OPERATOR NAMES"
               MOVE 8 TO run-error-level
               GO TO 2000-EXIT
           END-IF

           MOVE LOW-VALUES TO OPS-INITIALS
           START OPERATOR-FILE KEY IS NOT LESS THAN OPS-INITIALS
           IF ws-operator-status = "00"
               MOVE 'N' TO ws-eof-switch
               PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
                   UNTIL ws-eof
           END-IF
           CLOSE OPERATOR-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE OPS-INITIALS TO initials-wanted
           PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
           IF ws-found
               MOVE OPS-NAME TO op-name (operator-ix)
               MOVE OPS-ACTIVE TO op-active (operator-ix)
               MOVE 'Y' TO op-on-master (operator-ix)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-COUNT-CUSTMAINT - CUSTOMER MASTER CHANGES IN THE WINDOW.
      * A MISSING AUDIT FILE SIMPLY MEANS NO CHANGES WERE MADE.
      *----------------------------------------------------------------
       3000-COUNT-CUSTMAINT.
           OPEN INPUT CUST-AUDIT-FILE
           IF ws-audit-status NOT = "00"
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3100-COUNT-ONE-CUST THRU 3100-EXIT
               UNTIL ws-eof
           CLOSE CUST-AUDIT-FILE.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-CUST.
           READ CUST-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ

           MOVE CAU-TIMESTAMP (1:8) TO entry-date
           IF entry-date < from-date OR entry-date > today-date
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO cust-total
           MOVE CAU-OPERATOR TO initials-wanted
           PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
           IF ws-found
               ADD 1 TO op-cust-count (operator-ix)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-COUNT-AGRMAINT - INSTALLMENT AGREEMENT CHANGES.
      *----------------------------------------------------------------
       3200-COUNT-AGRMAINT.
           OPEN INPUT AGR-AUDIT-FILE
           IF ws-audit-status NOT = "00"
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3300-COUNT-ONE-AGR THRU 3300-EXIT
               UNTIL ws-eof
           CLOSE AGR-AUDIT-FILE.
       3200-EXIT.
           EXIT.

       3300-COUNT-ONE-AGR.
           READ AGR-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3300-EXIT
           END-READ

           MOVE AAU-TIMESTAMP (1:8) TO entry-date
           IF entry-date < from-date OR entry-date > today-date
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO agr-total
           MOVE AAU-OPERATOR TO initials-wanted
           PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
           IF ws-found
               ADD 1 TO op-agr-count (operator-ix)
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-COUNT-DSPMAINT - DISPUTE HOLDS OPENED AND CLOSED.
      *----------------------------------------------------------------
       3400-COUNT-DSPMAINT.
           OPEN INPUT DSP-AUDIT-FILE
           IF ws-audit-status NOT = "00"
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3500-COUNT-ONE-DSP THRU 3500-EXIT
               UNTIL ws-eof
           CLOSE DSP-AUDIT-FILE.
       3400-EXIT.
           EXIT.

       3500-COUNT-ONE-DSP.
           READ DSP-AUDIT-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3500-EXIT
           END-READ

           MOVE DAU-TIMESTAMP (1:8) TO entry-date
           IF entry-date < from-date OR entry-date > today-date
               GO TO 3500-EXIT
           END-IF

           ADD 1 TO dsp-total
           MOVE DAU-OPERATOR TO initials-wanted
           PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
           IF ws-found
               ADD 1 TO op-dsp-count (operator-ix)
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-COUNT-VIOLATIONS - REFUSED SIGN-ONS AND ACTIONS PER
      * OPERATOR; THE DETAIL IS LISTED FROM A SECOND PASS IN 8000.
      *----------------------------------------------------------------
       3600-COUNT-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           IF ws-violation-status NOT = "00"
               GO TO 3600-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 3700-COUNT-ONE-VIOLATION THRU 3700-EXIT
               UNTIL ws-eof
           CLOSE VIOLATION-FILE.
       3600-EXIT.
           EXIT.

       3700-COUNT-ONE-VIOLATION.
           READ VIOLATION-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3700-EXIT
           END-READ

           MOVE SV-TIMESTAMP (1:8) TO entry-date
           IF entry-date < from-date OR entry-date > today-date
               GO TO 3700-EXIT
           END-IF

           ADD 1 TO viol-total
           MOVE SV-INITIALS TO initials-wanted
           PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
           IF ws-found
               ADD 1 TO op-viol-count (operator-ix)
           END-IF.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-FIND-OPERATOR - FIND initials-wanted IN THE OPERATOR
      * TABLE OR SLOT IT IN IN INITIALS ORDER AS NOT ON THE MASTER;
      * LEAVES operator-ix ON THE ENTRY.  A FULL TABLE IS REPORTED AND
      * THE OPERATOR LEFT OFF THE SUMMARY (THE FILE TOTALS STILL
      * COUNT IT).
      *----------------------------------------------------------------
       6000-FIND-OPERATOR.
           MOVE 'N' TO ws-found-switch
           MOVE 'N' TO ws-slot-switch
           MOVE ZERO TO operator-ix
           PERFORM 6100-CHECK-OPERATOR THRU 6100-EXIT
               UNTIL ws-found OR ws-slot-found
               OR operator-ix >= operator-count
           IF ws-found
               GO TO 6000-EXIT
           END-IF

           IF operator-count >= OPERATOR-TABLE-MAX
               DISPLAY "secrpt: OPERATOR TABLE FULL - "
                   initials-wanted " LEFT OFF THE SUMMARY"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
               GO TO 6000-EXIT
           END-IF

           ADD 1 TO operator-ix
           PERFORM 6200-SHIFT-ENTRY THRU 6200-EXIT
               VARYING shift-ix FROM operator-count BY -1
               UNTIL shift-ix < operator-ix
           ADD 1 TO operator-count
           MOVE initials-wanted TO op-initials (operator-ix)
           MOVE SPACES TO op-name (operator-ix)
           MOVE SPACE TO op-active (operator-ix)
           MOVE 'N' TO op-on-master (operator-ix)
           MOVE ZERO TO op-cust-count (operator-ix)
           MOVE ZERO TO op-agr-count (operator-ix)
           MOVE ZERO TO op-dsp-count (operator-ix)
           MOVE ZERO TO op-viol-count (operator-ix)
           SET ws-found TO TRUE.
       6000-EXIT.
           EXIT.

       6100-CHECK-OPERATOR.
           ADD 1 TO operator-ix
           IF op-initials (operator-ix) = initials-wanted
               SET ws-found TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF op-initials (operator-ix) > initials-wanted
               SET ws-slot-found TO TRUE
               SUBTRACT 1 FROM operator-ix
           END-IF.
       6100-EXIT.
           EXIT.

       6200-SHIFT-ENTRY.
           MOVE operator-entry (shift-ix)
               TO operator-entry (shift-ix + 1).
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-ACTIVITY - ONE LINE PER OPERATOR.  INITIALS NOT ON
      * OPERSEC ARE FLAGGED - THE BATCH SYNCHRONIZER'S CRM IS EXPECTED
      * ON CUSTMAINT, ANYTHING ELSE IS WORTH A LOOK.  A LINE WITH
      * VIOLATIONS IS MARKED *** AT THE RIGHT.
      *----------------------------------------------------------------
       7000-PRINT-ACTIVITY.
           MOVE "OPERATOR ACTIVITY" TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM ws-activity-heading
           PERFORM 7100-PRINT-ONE-OPERATOR THRU 7100-EXIT
               VARYING operator-ix FROM 1 BY 1
               UNTIL operator-ix > operator-count

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "CUSTMAINT CHANGES IN WINDOW" TO wtl-label
           MOVE cust-total TO wtl-count
           WRITE REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "AGRMAINT CHANGES IN WINDOW" TO wtl-label
           MOVE agr-total TO wtl-count
           WRITE REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DSPMAINT CHANGES IN WINDOW" TO wtl-label
           MOVE dsp-total TO wtl-count
           WRITE REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "SECURITY VIOLATIONS IN WINDOW" TO wtl-label
           MOVE viol-total TO wtl-count
           WRITE REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "INITIALS NOT ON OPERSEC" TO wtl-label
           MOVE unknown-count TO wtl-count
           WRITE REPORT-REC FROM ws-total-line.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-OPERATOR.
           MOVE SPACES TO ws-activity-line
           MOVE op-initials (operator-ix) TO wcl-initials
           MOVE op-name (operator-ix) TO wcl-name
           IF op-on-master (operator-ix) = 'N'
               MOVE "NOT ON OPERSEC" TO wcl-status
               ADD 1 TO unknown-count
           ELSE
               EVALUATE op-active (operator-ix)
                   WHEN "Y"
                       MOVE "ACTIVE" TO wcl-status
                   WHEN "L"
                       MOVE "LOCKED" TO wcl-status
                   WHEN OTHER
                       MOVE "INACTIVE" TO wcl-status
               END-EVALUATE
           END-IF
           MOVE op-cust-count (operator-ix) TO wcl-cust
           MOVE op-agr-count (operator-ix) TO wcl-agr
           MOVE op-dsp-count (operator-ix) TO wcl-dsp
           MOVE op-viol-count (operator-ix) TO wcl-viol
           IF op-viol-count (operator-ix) > ZERO
               MOVE "***" TO wcl-flag
           END-IF
           WRITE REPORT-REC FROM ws-activity-line.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-PRINT-VIOLATIONS - EVERY REFUSAL IN THE WINDOW, IN THE
      * ORDER IT HAPPENED.
      *----------------------------------------------------------------
       8000-PRINT-VIOLATIONS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "SECURITY VIOLATIONS" TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM ws-violation-heading

           IF viol-total = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
               GO TO 8000-EXIT
           END-IF

           OPEN INPUT VIOLATION-FILE
           IF ws-violation-status NOT = "00"
               GO TO 8000-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 8100-PRINT-ONE-VIOLATION THRU 8100-EXIT
               UNTIL ws-eof
           CLOSE VIOLATION-FILE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO ws-total-line
           MOVE "VIOLATIONS LISTED" TO wtl-label
           MOVE viol-listed TO wtl-count
           WRITE REPORT-REC FROM ws-total-line.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-VIOLATION.
           READ VIOLATION-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 8100-EXIT
           END-READ

           MOVE SV-TIMESTAMP (1:8) TO entry-date
           IF entry-date < from-date OR entry-date > today-date
               GO TO 8100-EXIT
           END-IF

           ADD 1 TO viol-listed
           MOVE SPACES TO ws-violation-line
           MOVE entry-date TO wvl-date
           MOVE SV-TIMESTAMP (9:2) TO wvl-hour
           MOVE ":" TO ws-violation-line (12:1)
           MOVE SV-TIMESTAMP (11:2) TO wvl-minute
           MOVE SV-PROGRAM TO wvl-program
           MOVE SV-INITIALS TO wvl-initials
           MOVE SV-ACTION TO wvl-action
           MOVE SV-DOC TO wvl-doc
           MOVE SV-AMOUNT TO wvl-amount
           MOVE SV-REASON TO wvl-reason
           MOVE SV-TEXT TO wvl-text
           WRITE REPORT-REC FROM ws-violation-line.
       8100-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REPORT-FILE

           DISPLAY "secrpt: WINDOW " from-date " THRU " today-date
               ", " operator-count " OPERATORS, " viol-total
               " VIOLATIONS"

           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
