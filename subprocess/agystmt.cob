       IDENTIFICATION DIVISION.
       PROGRAM-ID. agystmt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - MONTHLY COLLECTION AGENCY
      *                    PERFORMANCE AND COMMISSION STATEMENT.  FOR
      *                    THE MONTH ON THE COMMAND LINE (YYYYMM, OR
      *                    PROMPTED), ONE STATEMENT PER AGENCY: EVERY
      *                    COLLECTION agyremit APPLIED FOR IT THAT
      *                    MONTH WITH THE COMMISSION EARNED (OFF
      *                    AGYCOMM, BY COLLECTION DATE), THEN WHAT WAS
      *                    PLACED, RECALLED AND PAID OFF IN THE MONTH
      *                    AND WHAT WAS STILL OUT AT MONTH END (OFF
      *                    PLACEMNT), THE NET THE AGENCY OWES US AFTER
      *                    ITS COMMISSION, AND ITS RECOVERY RATE -
      *                    COLLECTED TO MONTH END OVER EVERYTHING EVER
      *                    PLACED WITH IT.  THE DESK CHECKS THE
      *                    AGENCY'S INVOICE AGAINST IT INSTEAD OF
      *                    TAKING THE INVOICE'S WORD.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control, SO THE RUN IS
      *                    ON RUNCTL AND ITS HEADING CARRIES THE
      *                    BUSINESS DATE.  CLOSED PLACEMENTS agyplace
      *                    HAS MOVED TO PLCHIST ON RE-PLACING A
      *                    DOCUMENT ARE COUNTED WITH THOSE STILL ON
      *                    PLACEMNT, SO THE RECALLED AND EVER-PLACED
      *                    FIGURES - AND A PAST MONTH'S STATEMENT - DO
      *                    NOT CHANGE WHEN A DOCUMENT GOES OUT AGAIN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO "AGYTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-agency-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT PLACE-HIST-FILE ASSIGN TO "PLCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

           SELECT COMM-FILE ASSIGN TO "AGYCOMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comm-status.

           SELECT WORK-FILE ASSIGN TO "AGYSTWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STW-KEY
               FILE STATUS IS ws-work-status.

           SELECT STMT-REPORT-FILE ASSIGN TO "AGYSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
           COPY AGYTAB.

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  PLACE-HIST-FILE.
           COPY PLACEMNT REPLACING
               ==PLACEMENT-REC== BY ==PLACE-HIST-REC==
               LEADING ==PLC== BY ==PLH==.

       FD  COMM-FILE.
           COPY AGYCOMM.

       FD  WORK-FILE.
      *----------------------------------------------------------------
      * THE MONTH'S COLLECTIONS KEYED BY AGENCY, DATE AND DOCUMENT, SO
      * EACH STATEMENT LISTS ITS AGENCY'S IN ONE KEYED PASS.  THE
      * SEQUENCE KEEPS TWO COLLECTIONS ON THE SAME DAY APART.
      * REBUILT EMPTY EVERY RUN.
      *----------------------------------------------------------------
       01  STMT-WORK-REC.
           05  STW-KEY.
               10  STW-AGENCY          PIC X(04).
               10  STW-PAY-DATE        PIC X(08).
               10  STW-DOC             PIC X(14).
               10  STW-SEQ             PIC 9(07).
           05  STW-COLLECTED       PIC 9(11)V99.
           05  STW-COMMISSION      PIC 9(11)V99.

       FD  STMT-REPORT-FILE.
       01  STMT-REPORT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       78  AGENCY-TABLE-MAX        VALUE 50.

       01  ws-agency-status        PIC XX VALUE SPACES.
       01  ws-placement-status     PIC XX VALUE SPACES.
       01  ws-history-status       PIC XX VALUE SPACES.
       01  ws-comm-status          PIC XX VALUE SPACES.
       01  ws-work-status          PIC XX VALUE SPACES.

       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-work-done-switch PIC X VALUE 'N'.
           88  ws-work-done              VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-prompt-ok-switch PIC X VALUE 'N'.
           88  ws-prompt-ok              VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  report-month        PIC X(06) VALUE SPACES.
       01  month-start         PIC X(08) VALUE SPACES.
       01  month-end           PIC X(08) VALUE SPACES.
       01  today-date          PIC X(08) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.
       01  work-seq            PIC 9(07) VALUE ZERO.
       01  find-agency         PIC X(04) VALUE SPACES.
       01  recovery-pct        PIC 9(05)V9 VALUE ZERO.

       01  placement-read-count PIC 9(7) VALUE ZERO.
       01  history-read-count  PIC 9(7) VALUE ZERO.
       01  comm-read-count     PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * ONE ENTRY PER AGENCY - AGYTAB FIRST, THEN ANY AGENCY FOUND ON
      * PLACEMNT OR AGYCOMM THAT HAS SINCE LEFT THE TABLE.  THE
      * ALL-AGENCY TOTALS ARE KEPT SEPARATELY IN all-figures.
      *----------------------------------------------------------------
       01  agency-count        PIC 9(3) VALUE ZERO.
       01  agy-ix              PIC 9(3) VALUE ZERO.
       01  found-ix            PIC 9(3) VALUE ZERO.
       01  agency-table.
           05  agency-entry OCCURS 50 TIMES.
               10  at-code         PIC X(04).
               10  at-name         PIC X(30).
               10  at-rate         PIC 9(03)V99.
               10  at-figures.
                   15  at-placed-count     PIC 9(7).
                   15  at-placed-amount    PIC 9(13)V99.
                   15  at-recalled-count   PIC 9(7).
                   15  at-recalled-amount  PIC 9(13)V99.
                   15  at-paid-off-count   PIC 9(7).
                   15  at-active-count     PIC 9(7).
                   15  at-active-amount    PIC 9(13)V99.
                   15  at-coll-count       PIC 9(7).
                   15  at-coll-amount      PIC 9(13)V99.
                   15  at-comm-amount      PIC 9(13)V99.
                   15  at-ever-amount      PIC 9(13)V99.
                   15  at-todate-amount    PIC 9(13)V99.

       01  all-figures.
           05  all-placed-count    PIC 9(7).
           05  all-placed-amount   PIC 9(13)V99.
           05  all-recalled-count  PIC 9(7).
           05  all-recalled-amount PIC 9(13)V99.
           05  all-paid-off-count  PIC 9(7).
           05  all-active-count    PIC 9(7).
           05  all-active-amount   PIC 9(13)V99.
           05  all-coll-count      PIC 9(7).
           05  all-coll-amount     PIC 9(13)V99.
           05  all-comm-amount     PIC 9(13)V99.
           05  all-ever-amount     PIC 9(13)V99.
           05  all-todate-amount   PIC 9(13)V99.

       01  net-amount          PIC S9(13)V99 VALUE ZERO.

       01  ws-agency-heading.
           05  FILLER              PIC X(08) VALUE "AGENCY ".
           05  wah-code            PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wah-name            PIC X(30).
           05  FILLER              PIC X(13) VALUE "  COMMISSION ".
           05  wah-rate            PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".

       01  ws-coll-heading.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(10) VALUE "COLLECTED".
           05  FILLER              PIC X(18) VALUE "           AMOUNT".
           05  FILLER              PIC X(18) VALUE "       COMMISSION".

       01  ws-coll-line.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  wcl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-date            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wcl-commission      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-figure-line.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  wfl-label           PIC X(36) VALUE SPACES.
           05  wfl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wfl-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.

       01  ws-rate-line.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  wrt-label           PIC X(36) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  wrt-pct             PIC ZZZ,ZZ9.9.
           05  FILLER              PIC X(01) VALUE "%".

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "agystmt".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - GATHER THE MONTH'S FIGURES PER AGENCY, THEN
      * PRINT A STATEMENT FOR EACH AND THE ALL-AGENCY TOTALS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-READ-PLACEMENTS THRU 2000-EXIT
               PERFORM 3000-READ-COMMISSIONS THRU 3000-EXIT
               PERFORM 5000-WRITE-STATEMENT THRU 5000-EXIT
                   VARYING agy-ix FROM 1 BY 1
                   UNTIL agy-ix > agency-count
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, MONTH FROM THE COMMAND LINE
      * (YYYYMM) OR THE PROMPT, THEN THE AGENCIES AND THE FILES.
      * WITHOUT PLACEMNT THERE IS NOTHING TO REPORT; WITHOUT AGYCOMM
      * NOTHING HAS BEEN REMITTED YET AND THE COLLECTION FIGURES ARE
      * ZERO.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "agystmt: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "agystmt: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "agystmt: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           ACCEPT cmd-line FROM COMMAND-LINE
           IF cmd-line = SPACES
               MOVE 'N' TO ws-prompt-ok-switch
               PERFORM 1510-READ-MONTH-ONCE THRU 1510-EXIT
                   UNTIL ws-prompt-ok
           ELSE
               UNSTRING cmd-line
                   DELIMITED BY SPACE
                   INTO report-month
               END-UNSTRING
           END-IF

           IF report-month NOT NUMERIC
                   OR report-month (5:2) < "01"
                   OR report-month (5:2) > "12"
               DISPLAY "agystmt: MONTH MUST BE YYYYMM - NO STATEMENT "
                   "PRODUCED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           STRING report-month "01" DELIMITED BY SIZE
               INTO month-start
           STRING report-month "31" DELIMITED BY SIZE
               INTO month-end

           OPEN INPUT PLACEMENT-FILE
           IF ws-placement-status NOT = "00"
               DISPLAY "agystmt: PLACEMNT NOT PRESENT - STATUS "
                   ws-placement-status " - NO STATEMENT PRODUCED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE

           PERFORM 1100-LOAD-AGENCIES THRU 1100-EXIT
           INITIALIZE all-figures

           OPEN OUTPUT STMT-REPORT-FILE
           MOVE SPACES TO STMT-REPORT-REC
           STRING "backUrubu COLLECTIONS - AGENCY PERFORMANCE AND "
                   DELIMITED BY SIZE
               "COMMISSION STATEMENT FOR " DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO STMT-REPORT-REC
           WRITE STMT-REPORT-REC.
       1000-EXIT.
           EXIT.

       1100-LOAD-AGENCIES.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT AGENCY-FILE
           IF ws-agency-status NOT = "00"
               DISPLAY "agystmt: AGYTAB NOT PRESENT - AGENCIES SHOWN "
                   "BY CODE ONLY"
               MOVE 8 TO run-error-level
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-AGENCY THRU 1110-EXIT
               UNTIL ws-file-eof
           CLOSE AGENCY-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-AGENCY.
           READ AGENCY-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF AGT-CODE = SPACES
               GO TO 1110-EXIT
           END-IF
           MOVE AGT-CODE TO find-agency
           PERFORM 4000-FIND-AGENCY THRU 4000-EXIT
           IF found-ix = ZERO
               GO TO 1110-EXIT
           END-IF
           MOVE AGT-NAME TO at-name (found-ix)
           IF AGT-RATE IS NUMERIC
               MOVE AGT-RATE TO at-rate (found-ix)
           END-IF.
       1110-EXIT.
           EXIT.

       1510-READ-MONTH-ONCE.
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM): "
               WITH NO ADVANCING
           ACCEPT report-month

           IF report-month IS NUMERIC
               SET ws-prompt-ok TO TRUE
           ELSE
               DISPLAY "INVALID MONTH - ENTER YYYYMM, TRY AGAIN"
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-PLACEMENTS - EVERY PLACEMENT MADE ON OR BEFORE THE
      * MONTH END: PLACED, RECALLED OR PAID OFF IN THE MONTH, STILL
      * OUT AT MONTH END (ACTIVE, OR CLOSED ONLY AFTER IT), AND THE
      * AMOUNT EVER PLACED THE RECOVERY RATE IS MEASURED AGAINST.
      * PLACEMNT HOLDS EACH DOCUMENT'S LATEST PLACEMENT AND PLCHIST
      * THE EARLIER ONES agyplace CLOSED OFF ON RE-PLACING IT; NO
      * PLCHIST MEANS NOTHING HAS BEEN PLACED TWICE YET.
      *----------------------------------------------------------------
       2000-READ-PLACEMENTS.
           MOVE 'N' TO ws-file-eof-switch
           PERFORM 2100-READ-ONE-PLACEMENT THRU 2100-EXIT
               UNTIL ws-file-eof

           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT PLACE-HIST-FILE
           IF ws-history-status NOT = "00"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-READ-ONE-HISTORY THRU 2200-EXIT
               UNTIL ws-file-eof
           CLOSE PLACE-HIST-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-PLACEMENT.
           READ PLACEMENT-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO placement-read-count
           PERFORM 2300-COUNT-PLACEMENT THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-READ-ONE-HISTORY - A CLOSED PLACEMENT OFF PLCHIST.  IT HAS
      * THE PLACEMNT LAYOUT, SO IT IS COUNTED THROUGH THE PLACEMNT
      * RECORD AREA LIKE ANY OTHER.
      *----------------------------------------------------------------
       2200-READ-ONE-HISTORY.
           READ PLACE-HIST-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF PLH-DOC = SPACES
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO history-read-count
           MOVE PLACE-HIST-REC TO PLACEMENT-REC
           PERFORM 2300-COUNT-PLACEMENT THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2300-COUNT-PLACEMENT.
           IF PLC-PLACED-DATE > month-end
               GO TO 2300-EXIT
           END-IF
           MOVE PLC-AGENCY TO find-agency
           PERFORM 4000-FIND-AGENCY THRU 4000-EXIT
           IF found-ix = ZERO
               GO TO 2300-EXIT
           END-IF

           ADD PLC-AMOUNT TO at-ever-amount (found-ix)
           IF PLC-PLACED-DATE NOT < month-start
               ADD 1 TO at-placed-count (found-ix)
               ADD PLC-AMOUNT TO at-placed-amount (found-ix)
           END-IF

           IF PLC-ACTIVE OR PLC-CLOSED-DATE > month-end
               ADD 1 TO at-active-count (found-ix)
               ADD PLC-AMOUNT TO at-active-amount (found-ix)
               GO TO 2300-EXIT
           END-IF

           IF PLC-CLOSED-DATE NOT < month-start
               IF PLC-RECALLED
                   ADD 1 TO at-recalled-count (found-ix)
                   ADD PLC-AMOUNT TO at-recalled-amount (found-ix)
               ELSE
                   ADD 1 TO at-paid-off-count (found-ix)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-READ-COMMISSIONS - AGYCOMM UP TO THE MONTH END: EVERYTHING
      * COUNTS TOWARD COLLECTED TO DATE, AND THE MONTH'S COLLECTIONS
      * GO ON THE WORK FILE FOR THE STATEMENT DETAIL.
      *----------------------------------------------------------------
       3000-READ-COMMISSIONS.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT COMM-FILE
           IF ws-comm-status NOT = "00"
               DISPLAY "agystmt: AGYCOMM NOT PRESENT - NO COLLECTIONS "
                   "REMITTED"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-ONE-COMMISSION THRU 3100-EXIT
               UNTIL ws-file-eof
           CLOSE COMM-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-COMMISSION.
           READ COMM-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO comm-read-count

           IF AGC-PAY-DATE > month-end
                   OR AGC-COLLECTED NOT NUMERIC
                   OR AGC-COMMISSION NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           MOVE AGC-AGENCY TO find-agency
           PERFORM 4000-FIND-AGENCY THRU 4000-EXIT
           IF found-ix = ZERO
               GO TO 3100-EXIT
           END-IF

           ADD AGC-COLLECTED TO at-todate-amount (found-ix)
           IF AGC-PAY-DATE < month-start
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO at-coll-count (found-ix)
           ADD AGC-COLLECTED TO at-coll-amount (found-ix)
           ADD AGC-COMMISSION TO at-comm-amount (found-ix)

           ADD 1 TO work-seq
           MOVE AGC-AGENCY TO STW-AGENCY
           MOVE AGC-PAY-DATE TO STW-PAY-DATE
           MOVE AGC-DOC TO STW-DOC
           MOVE work-seq TO STW-SEQ
           MOVE AGC-COLLECTED TO STW-COLLECTED
           MOVE AGC-COMMISSION TO STW-COMMISSION
           WRITE STMT-WORK-REC
               INVALID KEY
                   DISPLAY "agystmt: CANNOT STORE COLLECTION FOR "
                       AGC-DOC " - STATUS " ws-work-status
                   MOVE 8 TO run-error-level
           END-WRITE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-FIND-AGENCY - THE TABLE ENTRY FOR find-agency, ADDED WITH
      * ZERO FIGURES WHEN IT IS NOT THERE YET.  found-ix IS ZERO ONLY
      * WHEN THE TABLE IS FULL.
      *----------------------------------------------------------------
       4000-FIND-AGENCY.
           MOVE ZERO TO found-ix
           PERFORM 4010-MATCH-AGENCY THRU 4010-EXIT
               VARYING agy-ix FROM 1 BY 1
               UNTIL agy-ix > agency-count OR found-ix > ZERO
           IF found-ix > ZERO
               GO TO 4000-EXIT
           END-IF

           IF agency-count >= AGENCY-TABLE-MAX
               DISPLAY "agystmt: AGENCY TABLE FULL - " find-agency
                   " LEFT OFF THE STATEMENT"
               MOVE 8 TO run-error-level
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO agency-count
           MOVE agency-count TO found-ix
           MOVE find-agency TO at-code (found-ix)
           MOVE "*** NOT ON AGYTAB ***" TO at-name (found-ix)
           MOVE ZERO TO at-rate (found-ix)
           INITIALIZE at-figures (found-ix).
       4000-EXIT.
           EXIT.

       4010-MATCH-AGENCY.
           IF at-code (agy-ix) = find-agency
               MOVE agy-ix TO found-ix
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-STATEMENT - ONE AGENCY'S STATEMENT: THE MONTH'S
      * COLLECTIONS IN DATE ORDER, THEN ITS FIGURES.  AN AGENCY WITH
      * NOTHING PLACED AND NOTHING COLLECTED UP TO THE MONTH END IS
      * LEFT OFF.
      *----------------------------------------------------------------
       5000-WRITE-STATEMENT.
           IF at-ever-amount (agy-ix) = ZERO
                   AND at-todate-amount (agy-ix) = ZERO
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC
           MOVE ALL "-" TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC
           MOVE at-code (agy-ix) TO wah-code
           MOVE at-name (agy-ix) TO wah-name
           MOVE at-rate (agy-ix) TO wah-rate
           WRITE STMT-REPORT-REC FROM ws-agency-heading
           MOVE SPACES TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC

           IF at-coll-count (agy-ix) > ZERO
               WRITE STMT-REPORT-REC FROM ws-coll-heading
               MOVE 'N' TO ws-work-done-switch
               MOVE LOW-VALUES TO STW-KEY
               MOVE at-code (agy-ix) TO STW-AGENCY
               START WORK-FILE KEY IS NOT LESS THAN STW-KEY
                   INVALID KEY
                       SET ws-work-done TO TRUE
               END-START
               PERFORM 5100-WRITE-COLLECTION THRU 5100-EXIT
                   UNTIL ws-work-done
               MOVE SPACES TO STMT-REPORT-REC
               WRITE STMT-REPORT-REC
           END-IF

           PERFORM 5200-WRITE-FIGURES THRU 5200-EXIT

           ADD at-placed-count (agy-ix) TO all-placed-count
           ADD at-placed-amount (agy-ix) TO all-placed-amount
           ADD at-recalled-count (agy-ix) TO all-recalled-count
           ADD at-recalled-amount (agy-ix) TO all-recalled-amount
           ADD at-paid-off-count (agy-ix) TO all-paid-off-count
           ADD at-active-count (agy-ix) TO all-active-count
           ADD at-active-amount (agy-ix) TO all-active-amount
           ADD at-coll-count (agy-ix) TO all-coll-count
           ADD at-coll-amount (agy-ix) TO all-coll-amount
           ADD at-comm-amount (agy-ix) TO all-comm-amount
           ADD at-ever-amount (agy-ix) TO all-ever-amount
           ADD at-todate-amount (agy-ix) TO all-todate-amount.
       5000-EXIT.
           EXIT.

       5100-WRITE-COLLECTION.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET ws-work-done TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF STW-AGENCY NOT = at-code (agy-ix)
               SET ws-work-done TO TRUE
               GO TO 5100-EXIT
           END-IF
           MOVE STW-DOC TO wcl-doc
           MOVE STW-PAY-DATE TO wcl-date
           MOVE STW-COLLECTED TO wcl-amount
           MOVE STW-COMMISSION TO wcl-commission
           WRITE STMT-REPORT-REC FROM ws-coll-line.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-WRITE-FIGURES - THE AGENCY'S FIGURES FOR THE MONTH FROM
      * ITS TABLE ENTRY.
      *----------------------------------------------------------------
       5200-WRITE-FIGURES.
           MOVE SPACES TO ws-figure-line
           MOVE "PLACED IN THE MONTH" TO wfl-label
           MOVE at-placed-count (agy-ix) TO wfl-count
           MOVE at-placed-amount (agy-ix) TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "RECALLED IN THE MONTH" TO wfl-label
           MOVE at-recalled-count (agy-ix) TO wfl-count
           MOVE at-recalled-amount (agy-ix) TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "PAID OFF IN THE MONTH" TO wfl-label
           MOVE at-paid-off-count (agy-ix) TO wfl-count
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "STILL PLACED AT MONTH END" TO wfl-label
           MOVE at-active-count (agy-ix) TO wfl-count
           MOVE at-active-amount (agy-ix) TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "COLLECTED IN THE MONTH" TO wfl-label
           MOVE at-coll-count (agy-ix) TO wfl-count
           MOVE at-coll-amount (agy-ix) TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "COMMISSION EARNED IN THE MONTH" TO wfl-label
           MOVE at-comm-amount (agy-ix) TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           COMPUTE net-amount =
               at-coll-amount (agy-ix) - at-comm-amount (agy-ix)
           MOVE SPACES TO ws-figure-line
           MOVE "NET DUE FROM AGENCY" TO wfl-label
           MOVE net-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE ZERO TO recovery-pct
           IF at-ever-amount (agy-ix) > ZERO
               COMPUTE recovery-pct ROUNDED =
                   at-todate-amount (agy-ix) * 100
                   / at-ever-amount (agy-ix)
           END-IF
           MOVE SPACES TO ws-rate-line
           MOVE "RECOVERY - COLLECTED / EVER PLACED" TO wrt-label
           MOVE recovery-pct TO wrt-pct
           WRITE STMT-REPORT-REC FROM ws-rate-line.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-TOTALS - THE SAME FIGURES FOR ALL AGENCIES TOGETHER.
      *----------------------------------------------------------------
       6000-WRITE-TOTALS.
           MOVE SPACES TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC
           MOVE ALL "=" TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC
           MOVE "ALL AGENCIES" TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC
           MOVE SPACES TO STMT-REPORT-REC
           WRITE STMT-REPORT-REC

           MOVE SPACES TO ws-figure-line
           MOVE "PLACED IN THE MONTH" TO wfl-label
           MOVE all-placed-count TO wfl-count
           MOVE all-placed-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "RECALLED IN THE MONTH" TO wfl-label
           MOVE all-recalled-count TO wfl-count
           MOVE all-recalled-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "PAID OFF IN THE MONTH" TO wfl-label
           MOVE all-paid-off-count TO wfl-count
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "STILL PLACED AT MONTH END" TO wfl-label
           MOVE all-active-count TO wfl-count
           MOVE all-active-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "COLLECTED IN THE MONTH" TO wfl-label
           MOVE all-coll-count TO wfl-count
           MOVE all-coll-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE SPACES TO ws-figure-line
           MOVE "COMMISSION EARNED IN THE MONTH" TO wfl-label
           MOVE all-comm-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           COMPUTE net-amount = all-coll-amount - all-comm-amount
           MOVE SPACES TO ws-figure-line
           MOVE "NET DUE FROM AGENCIES" TO wfl-label
           MOVE net-amount TO wfl-amount
           WRITE STMT-REPORT-REC FROM ws-figure-line

           MOVE ZERO TO recovery-pct
           IF all-ever-amount > ZERO
               COMPUTE recovery-pct ROUNDED =
                   all-todate-amount * 100 / all-ever-amount
           END-IF
           MOVE SPACES TO ws-rate-line
           MOVE "RECOVERY - COLLECTED / EVER PLACED" TO wrt-label
           MOVE recovery-pct TO wrt-pct
           WRITE STMT-REPORT-REC FROM ws-rate-line.
       6000-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT ws-nothing-to-do
               CLOSE STMT-REPORT-FILE
               CLOSE PLACEMENT-FILE
               CLOSE WORK-FILE
               DISPLAY "agystmt: STATEMENT FOR " report-month " - "
                   placement-read-count " PLACEMENTS, "
                   history-read-count " EARLIER PLACEMENTS, "
                   comm-read-count " COMMISSION LINES READ, "
                   all-coll-count " COLLECTIONS IN THE MONTH"
           END-IF

           MOVE 'E' TO run-ctl-func
           COMPUTE run-in-count = placement-read-count
               + history-read-count + comm-read-count
           MOVE all-coll-count TO run-out-count
           EVALUATE TRUE
               WHEN run-error-level = ZERO
                   MOVE "OK" TO run-final
               WHEN run-error-level < 16
                   MOVE "WN" TO run-final
               WHEN OTHER
                   MOVE "ER" TO run-final
           END-EVALUATE
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final

           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
