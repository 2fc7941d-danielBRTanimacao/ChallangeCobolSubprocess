       IDENTIFICATION DIVISION.
       PROGRAM-ID. intchk.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - WEEKLY REFERENTIAL
      *                    INTEGRITY CHECK OF THE COLLECTIONS MASTERS.
      *                    CUSTMAST, COMPMAST, OPENITEM, AGREEMNT,
      *                    DISPUTE, WROFF, WROCAND, DELQHIST AND
      *                    DUNHIST ARE ALL KEYED BY DOCUMENT BUT KEPT
      *                    BY DIFFERENT PROGRAMS, AND THEY DRIFT APART.
      *                    EACH FILE IS WALKED AND CROSS-CHECKED
      *                    AGAINST THE OTHERS BY THE RULE TABLE BELOW;
      *                    EVERY BROKEN RULE GOES ON INTEXCP WITH THE
      *                    DOCUMENT, BOTH FILES AND THE RULE, AND THE
      *                    COUNTS ON INTCKRPT.  RUN WITH FIX ON THE
      *                    COMMAND LINE, THE RULES WITH A SAFE
      *                    MECHANICAL REPAIR ARE ALSO REPAIRED AND
      *                    EVERY CHANGE APPENDED TO INTFIXLG; THE REST
      *                    ARE LEFT FOR THE DESK.  RUN OUTSIDE THE
      *                    NIGHTLY CHAIN - A FIX RUN REWRITES DELQHIST.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control - THE DATES A
      *                    FIX RUN STAMPS ON A CLOSED DISPUTE OR A
      *                    WRITE-OFF DECISION ARE THE BUSINESS DATE,
      *                    NOT THE CLOCK.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CPF
               FILE STATUS IS ws-cust-file-status.

           SELECT COMPANY-FILE ASSIGN TO "COMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-CNPJ
               FILE STATUS IS ws-comp-file-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT AGREEMENT-FILE ASSIGN TO "AGREEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-DOC
               FILE STATUS IS ws-agreement-status.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT CANDIDATE-FILE ASSIGN TO "WROCAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRO-DOC
               FILE STATUS IS ws-candidate-status.

           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-DOC
               FILE STATUS IS ws-dun-status.

           SELECT DELQ-HISTORY-FILE ASSIGN TO "DELQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-delq-status.

           SELECT DELQ-WORK-FILE ASSIGN TO "DELQWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-delq-work-status.

           SELECT EXCEPTION-FILE ASSIGN TO "INTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIX-LOG-FILE ASSIGN TO "INTFIXLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fix-log-status.

           SELECT CHECK-REPORT-FILE ASSIGN TO "INTCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.

       FD  COMPANY-FILE.
           COPY COMPMAST.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  AGREEMENT-FILE.
           COPY AGREEMNT.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  CANDIDATE-FILE.
           COPY WROCAND.

       FD  DUN-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DUNHIST NOTICE-HISTORY RECORD dunstmt MAINTAINS.
      *----------------------------------------------------------------
       01  DUN-HISTORY-REC.
           05  DH-DOC              PIC X(14).
           05  DH-NOTICE-COUNT     PIC 9(3).
           05  DH-FIRST-DATE       PIC X(08).
           05  DH-LAST-DATE        PIC X(08).

       FD  DELQ-HISTORY-FILE.
      *----------------------------------------------------------------
      * THE DELQHIST STREAK RECORD delinqprom MAINTAINS.
      *----------------------------------------------------------------
       01  DELQ-HISTORY-REC.
           05  HIST-CPF            PIC X(11).
           05  FILLER              PIC X(01).
           05  HIST-RUN-COUNT      PIC 9(3).

       FD  DELQ-WORK-FILE.
       01  DELQ-WORK-REC           PIC X(15).

       FD  EXCEPTION-FILE.
           COPY INTEXCP.

       FD  FIX-LOG-FILE.
           COPY INTFIX.

       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       78  RULE-COUNT              VALUE 18.
       78  FIX-OPERATOR            VALUE "INT".

       01  ws-cust-file-status     PIC XX VALUE SPACES.
       01  ws-comp-file-status     PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-agreement-status     PIC XX VALUE SPACES.
       01  ws-dispute-status       PIC XX VALUE SPACES.
       01  ws-register-status      PIC XX VALUE SPACES.
       01  ws-candidate-status     PIC XX VALUE SPACES.
       01  ws-dun-status           PIC XX VALUE SPACES.
       01  ws-delq-status          PIC XX VALUE SPACES.
       01  ws-delq-work-status     PIC XX VALUE SPACES.
       01  ws-fix-log-status       PIC XX VALUE SPACES.

       01  ws-fix-run-switch   PIC X VALUE 'N'.
           88  ws-fix-run                VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-cust-open-switch PIC X VALUE 'N'.
           88  ws-cust-open              VALUE 'Y'.
       01  ws-comp-open-switch PIC X VALUE 'N'.
           88  ws-comp-open              VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-agreement-open-switch PIC X VALUE 'N'.
           88  ws-agreement-open         VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-candidate-open-switch PIC X VALUE 'N'.
           88  ws-candidate-open         VALUE 'Y'.
       01  ws-dun-open-switch  PIC X VALUE 'N'.
           88  ws-dun-open               VALUE 'Y'.
       01  ws-master-found-switch PIC X VALUE 'N'.
           88  ws-master-found           VALUE 'Y'.
       01  ws-item-found-switch PIC X VALUE 'N'.
           88  ws-item-found             VALUE 'Y'.
       01  ws-written-off-switch PIC X VALUE 'N'.
           88  ws-written-off            VALUE 'Y'.
       01  ws-fixed-switch     PIC X VALUE 'N'.
           88  ws-fixed                  VALUE 'Y'.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  run-mode            PIC X(08) VALUE SPACES.
       01  today-date          PIC X(08) VALUE SPACES.
       01  doc-wanted          PIC X(14) VALUE SPACES.
       01  master-file-name    PIC X(08) VALUE SPACES.
       01  old-status          PIC X(01) VALUE SPACE.
       01  new-status          PIC X(01) VALUE SPACE.
       01  fix-change          PIC X(06) VALUE SPACES.
       01  fix-file            PIC X(08) VALUE SPACES.
       01  fix-old-value       PIC X(20) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  records-read        PIC 9(7) VALUE ZERO.
       01  exception-count     PIC 9(7) VALUE ZERO.
       01  fixed-count         PIC 9(7) VALUE ZERO.
       01  repairable-count    PIC 9(7) VALUE ZERO.
       01  desk-count          PIC 9(7) VALUE ZERO.
       01  fix-failed-count    PIC 9(7) VALUE ZERO.
       01  delq-dropped-count  PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * THE RULE SET.  EACH RULE IS ITS ID, THE FILE WHOSE RECORD IS
      * IN ERROR, THE FILE IT DISAGREES WITH (MASTER = CUSTMAST FOR A
      * CPF, COMPMAST FOR A CNPJ), F WHEN A FIX RUN MAY REPAIR IT, AND
      * THE RULE IN WORDS.  THE REPAIRS -
      *   AG01  THE PLAN IS CLOSED AS BROKEN (B).
      *   DS01  THE DISPUTE IS CLOSED (C) AS OF THE RUN DATE.
      *   WC01  THE CANDIDATE IS DENIED (D) - NOTHING LEFT TO WRITE OFF.
      *   WC02  THE CANDIDATE IS MARKED EXECUTED (X).
      *   DQ01  THE STREAK IS DROPPED FROM DELQHIST.
      *----------------------------------------------------------------
       01  rule-ix             PIC 9(2) VALUE ZERO.
       01  rule-consts.
           05  FILLER      PIC X(21) VALUE "AG01AGREEMNTWROFF   F".
           05  FILLER      PIC X(40)
                   VALUE "ACTIVE PLAN ON A WRITTEN-OFF DOCUMENT".
           05  FILLER      PIC X(21) VALUE "AG02AGREEMNTOPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "ACTIVE PLAN WITH NO OPEN-ITEM POSITION".
           05  FILLER      PIC X(21) VALUE "AG03AGREEMNTOPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "ACTIVE PLAN ON A SETTLED POSITION".
           05  FILLER      PIC X(21) VALUE "AG04AGREEMNTMASTER   ".
           05  FILLER      PIC X(40)
                   VALUE "ACTIVE PLAN, DOCUMENT NOT ON MASTER".
           05  FILLER      PIC X(21) VALUE "DS01DISPUTE WROFF   F".
           05  FILLER      PIC X(40)
                   VALUE "OPEN DISPUTE ON A WRITTEN-OFF DOCUMENT".
           05  FILLER      PIC X(21) VALUE "DS02DISPUTE MASTER   ".
           05  FILLER      PIC X(40)
                   VALUE "OPEN DISPUTE, DOCUMENT NOT ON MASTER".
           05  FILLER      PIC X(21) VALUE "WC01WROCAND OPENITEMF".
           05  FILLER      PIC X(40)
                   VALUE "OPEN CANDIDATE ON A SETTLED POSITION".
           05  FILLER      PIC X(21) VALUE "WC02WROCAND WROFF   F".
           05  FILLER      PIC X(40)
                   VALUE "OPEN CANDIDATE ALREADY ON THE REGISTER".
           05  FILLER      PIC X(21) VALUE "WC03WROCAND WROFF    ".
           05  FILLER      PIC X(40)
                   VALUE "EXECUTED CANDIDATE NOT ON THE REGISTER".
           05  FILLER      PIC X(21) VALUE "WC04WROCAND OPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "OPEN CANDIDATE, NO OPEN-ITEM POSITION".
           05  FILLER      PIC X(21) VALUE "WO01WROFF   OPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "WRITE-OFF WITH NO OPEN-ITEM POSITION".
           05  FILLER      PIC X(21) VALUE "WO02WROFF   OPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "WRITE-OFF, POSITION NOT MARKED W".
           05  FILLER      PIC X(21) VALUE "OI01OPENITEMWROFF    ".
           05  FILLER      PIC X(40)
                   VALUE "POSITION MARKED W, NOT ON THE REGISTER".
           05  FILLER      PIC X(21) VALUE "OI02OPENITEMMASTER   ".
           05  FILLER      PIC X(40)
                   VALUE "POSITION, DOCUMENT NOT ON MASTER".
           05  FILLER      PIC X(21) VALUE "DH01DUNHIST MASTER   ".
           05  FILLER      PIC X(40)
                   VALUE "NOTICE HISTORY, DOCUMENT NOT ON MASTER".
           05  FILLER      PIC X(21) VALUE "DQ01DELQHISTCUSTMASTF".
           05  FILLER      PIC X(40)
                   VALUE "STREAK FOR A CUSTOMER NOT ON CUSTMAST".
           05  FILLER      PIC X(21) VALUE "CM01CUSTMASTOPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "DELINQUENT CUSTOMER WITH NO POSITION".
           05  FILLER      PIC X(21) VALUE "CO01COMPMASTOPENITEM ".
           05  FILLER      PIC X(40)
                   VALUE "DELINQUENT COMPANY WITH NO POSITION".
       01  rule-table REDEFINES rule-consts.
           05  rule-entry OCCURS 18 TIMES.
               10  rl-id           PIC X(04).
               10  rl-file         PIC X(08).
               10  rl-other-file   PIC X(08).
               10  rl-fixable      PIC X(01).
                   88  rl-can-fix            VALUE "F".
               10  rl-text         PIC X(40).

       01  rule-stats.
           05  rule-stat-entry OCCURS 18 TIMES.
               10  rs-found        PIC 9(7) VALUE ZERO.
               10  rs-fixed        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * RECORDS WALKED PER FILE - 1 AGREEMNT, 2 DISPUTE, 3 WROCAND,
      * 4 WROFF, 5 OPENITEM, 6 DUNHIST, 7 DELQHIST, 8 CUSTMAST,
      * 9 COMPMAST.  ZERO AND "NOT CHECKED" WHEN THE FILE WAS MISSING.
      *----------------------------------------------------------------
       01  file-ix             PIC 9(2) VALUE ZERO.
       01  file-label-consts.
           05  FILLER              PIC X(08) VALUE "AGREEMNT".
           05  FILLER              PIC X(08) VALUE "DISPUTE".
           05  FILLER              PIC X(08) VALUE "WROCAND".
           05  FILLER              PIC X(08) VALUE "WROFF".
           05  FILLER              PIC X(08) VALUE "OPENITEM".
           05  FILLER              PIC X(08) VALUE "DUNHIST".
           05  FILLER              PIC X(08) VALUE "DELQHIST".
           05  FILLER              PIC X(08) VALUE "CUSTMAST".
           05  FILLER              PIC X(08) VALUE "COMPMAST".
       01  file-label-table REDEFINES file-label-consts.
           05  file-label          PIC X(08) OCCURS 9 TIMES.
       01  file-stats.
           05  file-stat-entry OCCURS 9 TIMES.
               10  fs-walked       PIC 9(7) VALUE ZERO.
               10  fs-checked      PIC X(01) VALUE 'N'.

       01  ws-heading-line.
           05  FILLER              PIC X(06) VALUE "RULE".
           05  FILLER              PIC X(10) VALUE "FILE".
           05  FILLER              PIC X(10) VALUE "AGAINST".
           05  FILLER              PIC X(42) VALUE "RULE".
           05  FILLER              PIC X(04) VALUE "FIX".
           05  FILLER              PIC X(09) VALUE "    FOUND".
           05  FILLER              PIC X(09) VALUE " REPAIRED".

       01  ws-rule-line.
           05  wrl-id              PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-file            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-other-file      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-text            PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-fixable         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-found           PIC Z,ZZZ,ZZ9.
           05  wrl-fixed           PIC Z,ZZZ,ZZ9.

       01  ws-file-line.
           05  FILLER              PIC X(08) VALUE "WALKED ".
           05  wfl-file            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wfl-count           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wfl-note            PIC X(30).

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC Z,ZZZ,ZZ9 VALUE ZERO.

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "intchk".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - ONE PASS OVER EACH KEYED FILE IN TURN, EACH
      * CROSS-CHECKED AGAINST THE OTHERS BY RANDOM READ.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-CHECK-AGREEMENTS THRU 2000-EXIT
               PERFORM 2500-CHECK-DISPUTES THRU 2500-EXIT
               PERFORM 3000-CHECK-CANDIDATES THRU 3000-EXIT
               PERFORM 3500-CHECK-WRITE-OFFS THRU 3500-EXIT
               PERFORM 4000-CHECK-OPEN-ITEMS THRU 4000-EXIT
               PERFORM 4500-CHECK-DUN-HISTORY THRU 4500-EXIT
               PERFORM 5000-CHECK-DELQ-HISTORY THRU 5000-EXIT
               PERFORM 5500-CHECK-CUSTOMERS THRU 5500-EXIT
               PERFORM 5700-CHECK-COMPANIES THRU 5700-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, TAKE THE RUN MODE FROM THE
      * COMMAND LINE (NOTHING = CHECK ONLY, FIX = CHECK AND REPAIR)
      * AND OPEN THE FILES.  A MISSING FILE IS NOT CHECKED AND THE
      * RULES THAT NEED IT ARE SKIPPED; THE RUN ENDS AS A WARNING.  A
      * FIX RUN OPENS THE FILES IT REPAIRS I-O AND APPENDS TO INTFIXLG.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "intchk: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "intchk: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "intchk: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           ACCEPT cmd-line FROM COMMAND-LINE
           UNSTRING cmd-line
               DELIMITED BY ALL SPACE
               INTO run-mode
           END-UNSTRING

           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE SPACES TO CHECK-REPORT-REC
           STRING "backUrubu COLLECTIONS - REFERENTIAL INTEGRITY "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC

           EVALUATE run-mode
               WHEN SPACES
                   MOVE "CHECK ONLY - NOTHING CHANGED"
                       TO CHECK-REPORT-REC
               WHEN "FIX"
                   SET ws-fix-run TO TRUE
                   MOVE "FIX RUN - REPAIRS LOGGED ON INTFIXLG"
                       TO CHECK-REPORT-REC
               WHEN OTHER
                   DISPLAY "intchk: RUN MODE " run-mode
                       " NOT RECOGNISED - GIVE FIX OR NOTHING"
                   MOVE 16 TO run-error-level
                   SET ws-nothing-to-do TO TRUE
                   MOVE "RUN MODE NOT RECOGNISED - NOTHING CHECKED"
                       TO CHECK-REPORT-REC
           END-EVALUATE
           WRITE CHECK-REPORT-REC
           IF ws-nothing-to-do
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF ws-fix-run
               OPEN EXTEND FIX-LOG-FILE
               IF ws-fix-log-status = "35"
                       OR ws-fix-log-status = "05"
                   OPEN OUTPUT FIX-LOG-FILE
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF ws-cust-file-status = "00"
               SET ws-cust-open TO TRUE
           ELSE
               DISPLAY "intchk: CUSTMAST NOT PRESENT - CPF DOCUMENTS "
                   "NOT CHECKED AGAINST THE MASTER"
               MOVE 8 TO run-error-level
           END-IF
           OPEN INPUT COMPANY-FILE
           IF ws-comp-file-status = "00"
               SET ws-comp-open TO TRUE
           ELSE
               DISPLAY "intchk: COMPMAST NOT PRESENT - CNPJ DOCUMENTS "
                   "NOT CHECKED AGAINST THE MASTER"
               MOVE 8 TO run-error-level
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status = "00"
               SET ws-item-open TO TRUE
           ELSE
               DISPLAY "intchk: OPENITEM NOT PRESENT - POSITION RULES "
                   "SKIPPED"
               MOVE 8 TO run-error-level
           END-IF
           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           ELSE
               DISPLAY "intchk: WROFF NOT PRESENT - REGISTER RULES "
                   "SKIPPED"
               MOVE 8 TO run-error-level
           END-IF
           OPEN INPUT DUN-HISTORY-FILE
           IF ws-dun-status = "00"
               SET ws-dun-open TO TRUE
           END-IF

           IF ws-fix-run
               OPEN I-O AGREEMENT-FILE
               OPEN I-O DISPUTE-FILE
               OPEN I-O CANDIDATE-FILE
           ELSE
               OPEN INPUT AGREEMENT-FILE
               OPEN INPUT DISPUTE-FILE
               OPEN INPUT CANDIDATE-FILE
           END-IF
           IF ws-agreement-status = "00"
               SET ws-agreement-open TO TRUE
           END-IF
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           END-IF
           IF ws-candidate-status = "00"
               SET ws-candidate-open TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * AGREEMNT - ACTIVE PLANS ONLY; A BROKEN OR COMPLETED PLAN IS
      * HISTORY.
      *================================================================
       2000-CHECK-AGREEMENTS.
           IF NOT ws-agreement-open
               GO TO 2000-EXIT
           END-IF
           MOVE 1 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO AGR-DOC
           START AGREEMENT-FILE KEY IS NOT LESS THAN AGR-DOC
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-CHECK-ONE-AGREEMENT THRU 2100-EXIT
               UNTIL ws-file-eof.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-ONE-AGREEMENT - A PLAN ON A WRITTEN-OFF DOCUMENT
      * (AG01) IS REPAIRABLE AND NOTHING ELSE IS ASKED OF IT; OTHERWISE
      * THE DOCUMENT MUST BE ON ITS MASTER (AG04) AND HAVE A POSITION
      * (AG02) THAT IS NOT ALREADY SETTLED (AG03).
      *----------------------------------------------------------------
       2100-CHECK-ONE-AGREEMENT.
           READ AGREEMENT-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO fs-walked (1)
           IF NOT AGR-ACTIVE
               GO TO 2100-EXIT
           END-IF
           MOVE AGR-DOC TO doc-wanted

           PERFORM 6200-FIND-WRITE-OFF THRU 6200-EXIT
           IF ws-written-off
               MOVE 1 TO rule-ix
               IF ws-fix-run
                   PERFORM 2200-CLOSE-PLAN THRU 2200-EXIT
               END-IF
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 6000-FIND-MASTER THRU 6000-EXIT
           IF NOT ws-master-found
               MOVE 4 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF

           IF NOT ws-item-open
               GO TO 2100-EXIT
           END-IF
           PERFORM 6100-FIND-ITEM THRU 6100-EXIT
           IF NOT ws-item-found
               MOVE 2 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               GO TO 2100-EXIT
           END-IF
           IF OI-SETTLED
               MOVE 3 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CLOSE-PLAN.
           MOVE AGR-STATUS TO old-status
           MOVE 'B' TO AGR-STATUS
           REWRITE AGREEMENT-REC
               INVALID KEY
                   DISPLAY "intchk: CANNOT CLOSE PLAN FOR " AGR-DOC
                       " - STATUS " ws-agreement-status
                   PERFORM 7200-FIX-FAILED THRU 7200-EXIT
                   GO TO 2200-EXIT
           END-REWRITE
           MOVE "AGREEMNT" TO fix-file
           MOVE "STATUS" TO fix-change
           MOVE 'B' TO new-status
           MOVE SPACES TO fix-old-value
           PERFORM 7100-LOG-FIX THRU 7100-EXIT.
       2200-EXIT.
           EXIT.

      *================================================================
      * DISPUTE - OPEN HOLDS ONLY.
      *================================================================
       2500-CHECK-DISPUTES.
           IF NOT ws-dispute-open
               GO TO 2500-EXIT
           END-IF
           MOVE 2 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO DSP-DOC
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-DOC
               INVALID KEY
                   GO TO 2500-EXIT
           END-START
           PERFORM 2600-CHECK-ONE-DISPUTE THRU 2600-EXIT
               UNTIL ws-file-eof.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-CHECK-ONE-DISPUTE - A HOLD ON A WRITTEN-OFF DOCUMENT IS
      * HOLDING NOTHING (DS01, REPAIRABLE); A HOLD ON A DOCUMENT GONE
      * FROM ITS MASTER (DS02) MAY BE A custsync MISTAKE AND IS LEFT
      * FOR THE DESK.
      *----------------------------------------------------------------
       2600-CHECK-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2600-EXIT
           END-READ
           ADD 1 TO fs-walked (2)
           IF NOT DSP-OPEN-HOLD
               GO TO 2600-EXIT
           END-IF
           MOVE DSP-DOC TO doc-wanted

           PERFORM 6200-FIND-WRITE-OFF THRU 6200-EXIT
           IF ws-written-off
               MOVE 5 TO rule-ix
               IF ws-fix-run
                   PERFORM 2700-CLOSE-DISPUTE THRU 2700-EXIT
               END-IF
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               GO TO 2600-EXIT
           END-IF

           PERFORM 6000-FIND-MASTER THRU 6000-EXIT
           IF NOT ws-master-found
               MOVE 6 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2700-CLOSE-DISPUTE.
           MOVE DSP-STATUS TO old-status
           MOVE 'C' TO DSP-STATUS
           MOVE today-date TO DSP-CLOSED-DATE
           REWRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "intchk: CANNOT CLOSE DISPUTE FOR " DSP-DOC
                       " - STATUS " ws-dispute-status
                   PERFORM 7200-FIX-FAILED THRU 7200-EXIT
                   GO TO 2700-EXIT
           END-REWRITE
           MOVE "DISPUTE" TO fix-file
           MOVE "STATUS" TO fix-change
           MOVE 'C' TO new-status
           MOVE SPACES TO fix-old-value
           PERFORM 7100-LOG-FIX THRU 7100-EXIT.
       2700-EXIT.
           EXIT.

      *================================================================
      * WROCAND - PENDING AND APPROVED CANDIDATES MUST STILL HAVE
      * SOMETHING TO WRITE OFF; EXECUTED ONES MUST BE ON THE REGISTER.
      *================================================================
       3000-CHECK-CANDIDATES.
           IF NOT ws-candidate-open
               GO TO 3000-EXIT
           END-IF
           MOVE 3 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO WRO-DOC
           START CANDIDATE-FILE KEY IS NOT LESS THAN WRO-DOC
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-CHECK-ONE-CANDIDATE THRU 3100-EXIT
               UNTIL ws-file-eof.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-ONE-CANDIDATE - AN OPEN CANDIDATE ALREADY ON THE
      * REGISTER (WC02) IS MARKED EXECUTED; ONE WHOSE POSITION HAS
      * SINCE SETTLED (WC01) IS DENIED.  AN OPEN CANDIDATE WITH NO
      * POSITION (WC04) AND AN EXECUTED ONE MISSING FROM THE REGISTER
      * (WC03) GO TO THE DESK.
      *----------------------------------------------------------------
       3100-CHECK-ONE-CANDIDATE.
           READ CANDIDATE-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO fs-walked (3)
           MOVE WRO-DOC TO doc-wanted

           IF WRO-EXECUTED
               PERFORM 6200-FIND-WRITE-OFF THRU 6200-EXIT
               IF ws-register-open AND NOT ws-written-off
                   MOVE 9 TO rule-ix
                   PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF NOT WRO-PENDING AND NOT WRO-APPROVED
               GO TO 3100-EXIT
           END-IF

           PERFORM 6200-FIND-WRITE-OFF THRU 6200-EXIT
           IF ws-written-off
               MOVE 8 TO rule-ix
               IF ws-fix-run
                   MOVE 'X' TO new-status
                   PERFORM 3200-DECIDE-CANDIDATE THRU 3200-EXIT
               END-IF
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           IF NOT ws-item-open
               GO TO 3100-EXIT
           END-IF
           PERFORM 6100-FIND-ITEM THRU 6100-EXIT
           IF NOT ws-item-found
               MOVE 10 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF
           IF OI-SETTLED
               MOVE 7 TO rule-ix
               IF ws-fix-run
                   MOVE 'D' TO new-status
                   PERFORM 3200-DECIDE-CANDIDATE THRU 3200-EXIT
               END-IF
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-DECIDE-CANDIDATE - SETTLE THE CANDIDATE TO new-status AS
      * OF TODAY.  A DENIAL IS SIGNED BY THE INTEGRITY RUN; AN
      * EXECUTION KEEPS THE APPROVER, AS wrorun DOES.
      *----------------------------------------------------------------
       3200-DECIDE-CANDIDATE.
           MOVE WRO-STATUS TO old-status
           MOVE new-status TO WRO-STATUS
           MOVE today-date TO WRO-DECISION-DATE
           IF new-status = 'D'
               MOVE FIX-OPERATOR TO WRO-OPERATOR
           END-IF
           REWRITE WRO-CANDIDATE-REC
               INVALID KEY
                   DISPLAY "intchk: CANNOT UPDATE CANDIDATE " WRO-DOC
                       " - STATUS " ws-candidate-status
                   PERFORM 7200-FIX-FAILED THRU 7200-EXIT
                   GO TO 3200-EXIT
           END-REWRITE
           MOVE "WROCAND" TO fix-file
           MOVE "STATUS" TO fix-change
           MOVE SPACES TO fix-old-value
           PERFORM 7100-LOG-FIX THRU 7100-EXIT.
       3200-EXIT.
           EXIT.

      *================================================================
      * WROFF - EVERY WRITE-OFF MUST HAVE ITS POSITION, MARKED W.
      *================================================================
       3500-CHECK-WRITE-OFFS.
           IF NOT ws-register-open OR NOT ws-item-open
               GO TO 3500-EXIT
           END-IF
           MOVE 4 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO WOF-DOC
           START REGISTER-FILE KEY IS NOT LESS THAN WOF-DOC
               INVALID KEY
                   GO TO 3500-EXIT
           END-START
           PERFORM 3600-CHECK-ONE-WRITE-OFF THRU 3600-EXIT
               UNTIL ws-file-eof.
       3500-EXIT.
           EXIT.

       3600-CHECK-ONE-WRITE-OFF.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO fs-walked (4)
           MOVE WOF-DOC TO doc-wanted

           PERFORM 6100-FIND-ITEM THRU 6100-EXIT
           IF NOT ws-item-found
               MOVE 11 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               GO TO 3600-EXIT
           END-IF
           IF NOT OI-WRITTEN-OFF
               MOVE 12 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      *================================================================
      * OPENITEM - A W POSITION MUST BE ON THE REGISTER, AND EVERY
      * POSITION MUST BELONG TO A DOCUMENT ON ITS MASTER.
      *================================================================
       4000-CHECK-OPEN-ITEMS.
           IF NOT ws-item-open
               GO TO 4000-EXIT
           END-IF
           MOVE 5 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO OI-DOC
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-DOC
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           PERFORM 4100-CHECK-ONE-ITEM THRU 4100-EXIT
               UNTIL ws-file-eof.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO fs-walked (5)
           MOVE OI-DOC TO doc-wanted

           IF OI-WRITTEN-OFF AND ws-register-open
               PERFORM 6200-FIND-WRITE-OFF THRU 6200-EXIT
               IF NOT ws-written-off
                   MOVE 13 TO rule-ix
                   PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
               END-IF
           END-IF

           PERFORM 6000-FIND-MASTER THRU 6000-EXIT
           IF NOT ws-master-found
               MOVE 14 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *================================================================
      * DUNHIST - NOTICE HISTORY MUST BELONG TO A DOCUMENT ON ITS
      * MASTER.
      *================================================================
       4500-CHECK-DUN-HISTORY.
           IF NOT ws-dun-open
               GO TO 4500-EXIT
           END-IF
           MOVE 6 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO DH-DOC
           START DUN-HISTORY-FILE KEY IS NOT LESS THAN DH-DOC
               INVALID KEY
                   GO TO 4500-EXIT
           END-START
           PERFORM 4600-CHECK-ONE-DUN THRU 4600-EXIT
               UNTIL ws-file-eof.
       4500-EXIT.
           EXIT.

       4600-CHECK-ONE-DUN.
           READ DUN-HISTORY-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 4600-EXIT
           END-READ
           ADD 1 TO fs-walked (6)
           MOVE DH-DOC TO doc-wanted

           PERFORM 6000-FIND-MASTER THRU 6000-EXIT
           IF NOT ws-master-found
               MOVE 15 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

      *================================================================
      * DELQHIST - EVERY STREAK MUST BELONG TO A CUSTOMER ON CUSTMAST.
      * A FIX RUN COPIES THE STREAKS IT KEEPS TO DELQWORK AND, WHEN ANY
      * WERE DROPPED, COPIES DELQWORK BACK OVER DELQHIST.
      *================================================================
       5000-CHECK-DELQ-HISTORY.
           IF NOT ws-cust-open
               GO TO 5000-EXIT
           END-IF
           OPEN INPUT DELQ-HISTORY-FILE
           IF ws-delq-status NOT = "00"
               GO TO 5000-EXIT
           END-IF
           MOVE 7 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           IF ws-fix-run
               OPEN OUTPUT DELQ-WORK-FILE
           END-IF
           MOVE 'N' TO ws-file-eof-switch
           PERFORM 5100-CHECK-ONE-STREAK THRU 5100-EXIT
               UNTIL ws-file-eof
           CLOSE DELQ-HISTORY-FILE

           IF NOT ws-fix-run
               GO TO 5000-EXIT
           END-IF
           CLOSE DELQ-WORK-FILE
           IF delq-dropped-count > ZERO
               PERFORM 5200-REWRITE-DELQ-HISTORY THRU 5200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-STREAK.
           READ DELQ-HISTORY-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO fs-walked (7)
           MOVE SPACES TO doc-wanted
           MOVE HIST-CPF TO doc-wanted

           IF HIST-CPF NOT = SPACES
               PERFORM 6000-FIND-MASTER THRU 6000-EXIT
               IF NOT ws-master-found
                   MOVE 16 TO rule-ix
                   IF ws-fix-run
                       PERFORM 5150-DROP-STREAK THRU 5150-EXIT
                   END-IF
                   PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
                   GO TO 5100-EXIT
               END-IF
           END-IF

           IF ws-fix-run
               WRITE DELQ-WORK-REC FROM DELQ-HISTORY-REC
           END-IF.
       5100-EXIT.
           EXIT.

       5150-DROP-STREAK.
           ADD 1 TO delq-dropped-count
           MOVE "DELQHIST" TO fix-file
           MOVE "DELETE" TO fix-change
           MOVE SPACE TO old-status
           MOVE SPACE TO new-status
           MOVE SPACES TO fix-old-value
           STRING "RUN COUNT " DELIMITED BY SIZE
               HIST-RUN-COUNT DELIMITED BY SIZE
               INTO fix-old-value
           PERFORM 7100-LOG-FIX THRU 7100-EXIT.
       5150-EXIT.
           EXIT.

       5200-REWRITE-DELQ-HISTORY.
           OPEN INPUT DELQ-WORK-FILE
           OPEN OUTPUT DELQ-HISTORY-FILE
           IF ws-delq-status NOT = "00"
               DISPLAY "intchk: CANNOT REWRITE DELQHIST - STATUS "
                   ws-delq-status " - STREAKS NOT DROPPED"
               MOVE 16 TO run-error-level
               CLOSE DELQ-WORK-FILE
               GO TO 5200-EXIT
           END-IF
           MOVE 'N' TO ws-file-eof-switch
           PERFORM 5210-COPY-ONE-STREAK THRU 5210-EXIT
               UNTIL ws-file-eof
           CLOSE DELQ-WORK-FILE
           CLOSE DELQ-HISTORY-FILE.
       5200-EXIT.
           EXIT.

       5210-COPY-ONE-STREAK.
           READ DELQ-WORK-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 5210-EXIT
           END-READ
           WRITE DELQ-HISTORY-REC FROM DELQ-WORK-REC.
       5210-EXIT.
           EXIT.

      *================================================================
      * CUSTMAST AND COMPMAST - A DELINQUENT MASTER RECORD MUST HAVE A
      * POSITION ON OPENITEM.
      *================================================================
       5500-CHECK-CUSTOMERS.
           IF NOT ws-cust-open OR NOT ws-item-open
               GO TO 5500-EXIT
           END-IF
           MOVE 8 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO CUST-CPF
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-CPF
               INVALID KEY
                   GO TO 5500-EXIT
           END-START
           PERFORM 5600-CHECK-ONE-CUSTOMER THRU 5600-EXIT
               UNTIL ws-file-eof.
       5500-EXIT.
           EXIT.

       5600-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 5600-EXIT
           END-READ
           ADD 1 TO fs-walked (8)
           IF NOT CUST-DELINQUENT
               GO TO 5600-EXIT
           END-IF
           MOVE SPACES TO doc-wanted
           MOVE CUST-CPF TO doc-wanted
           PERFORM 6100-FIND-ITEM THRU 6100-EXIT
           IF NOT ws-item-found
               MOVE 17 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

       5700-CHECK-COMPANIES.
           IF NOT ws-comp-open OR NOT ws-item-open
               GO TO 5700-EXIT
           END-IF
           MOVE 9 TO file-ix
           MOVE 'Y' TO fs-checked (file-ix)
           MOVE 'N' TO ws-file-eof-switch
           MOVE LOW-VALUES TO COMP-CNPJ
           START COMPANY-FILE KEY IS NOT LESS THAN COMP-CNPJ
               INVALID KEY
                   GO TO 5700-EXIT
           END-START
           PERFORM 5800-CHECK-ONE-COMPANY THRU 5800-EXIT
               UNTIL ws-file-eof.
       5700-EXIT.
           EXIT.

       5800-CHECK-ONE-COMPANY.
           READ COMPANY-FILE NEXT RECORD
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 5800-EXIT
           END-READ
           ADD 1 TO fs-walked (9)
           IF NOT COMP-DELINQUENT
               GO TO 5800-EXIT
           END-IF
           MOVE COMP-CNPJ TO doc-wanted
           PERFORM 6100-FIND-ITEM THRU 6100-EXIT
           IF NOT ws-item-found
               MOVE 18 TO rule-ix
               PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
           END-IF.
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-FIND-MASTER - IS doc-wanted ON ITS MASTER?  A CPF (LAST
      * THREE POSITIONS BLANK) BELONGS ON CUSTMAST, ANYTHING ELSE ON
      * COMPMAST.  WITH THAT MASTER MISSING THE DOCUMENT IS TAKEN AS
      * FOUND - THE RUN HAS ALREADY BEEN FLAGGED A WARNING.
      *----------------------------------------------------------------
       6000-FIND-MASTER.
           SET ws-master-found TO TRUE
           IF doc-wanted (12:3) = SPACES
               MOVE "CUSTMAST" TO master-file-name
               IF NOT ws-cust-open
                   GO TO 6000-EXIT
               END-IF
               MOVE doc-wanted (1:11) TO CUST-CPF
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'N' TO ws-master-found-switch
               END-READ
           ELSE
               MOVE "COMPMAST" TO master-file-name
               IF NOT ws-comp-open
                   GO TO 6000-EXIT
               END-IF
               MOVE doc-wanted TO COMP-CNPJ
               READ COMPANY-FILE
                   INVALID KEY
                       MOVE 'N' TO ws-master-found-switch
               END-READ
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-FIND-ITEM - doc-wanted's POSITION ON OPENITEM, LEFT IN THE
      * RECORD AREA WHEN FOUND.  CALLERS CHECK ws-item-open FIRST.
      *----------------------------------------------------------------
       6100-FIND-ITEM.
           SET ws-item-found TO TRUE
           MOVE doc-wanted TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO ws-item-found-switch
           END-READ.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-FIND-WRITE-OFF - IS doc-wanted ON THE WROFF REGISTER?  NO
      * REGISTER MEANS NOTHING IS TAKEN AS WRITTEN OFF.
      *----------------------------------------------------------------
       6200-FIND-WRITE-OFF.
           MOVE 'N' TO ws-written-off-switch
           IF NOT ws-register-open
               GO TO 6200-EXIT
           END-IF
           MOVE doc-wanted TO WOF-DOC
           READ REGISTER-FILE
               INVALID KEY
                   GO TO 6200-EXIT
           END-READ
           SET ws-written-off TO TRUE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-RAISE-EXCEPTION - WRITE THE INTEXCP LINE FOR rule-ix ON
      * doc-wanted AND COUNT IT: F WHEN THIS RUN REPAIRED IT, R WHEN A
      * FIX RUN WOULD, D WHEN IT NEEDS THE DESK.
      *----------------------------------------------------------------
       7000-RAISE-EXCEPTION.
           MOVE SPACES TO INT-EXCEPTION-REC
           MOVE today-date TO IEX-RUN-DATE
           MOVE rl-id (rule-ix) TO IEX-RULE
           MOVE doc-wanted TO IEX-DOC
           MOVE rl-file (rule-ix) TO IEX-FILE
           MOVE rl-other-file (rule-ix) TO IEX-OTHER-FILE
           IF rl-other-file (rule-ix) = "MASTER"
               MOVE master-file-name TO IEX-OTHER-FILE
           END-IF
           MOVE rl-text (rule-ix) TO IEX-TEXT

           ADD 1 TO exception-count
           ADD 1 TO rs-found (rule-ix)
           EVALUATE TRUE
               WHEN ws-fixed
                   MOVE "F" TO IEX-ACTION
                   ADD 1 TO fixed-count
                   ADD 1 TO rs-fixed (rule-ix)
               WHEN rl-can-fix (rule-ix)
                   MOVE "R" TO IEX-ACTION
                   ADD 1 TO repairable-count
               WHEN OTHER
                   MOVE "D" TO IEX-ACTION
                   ADD 1 TO desk-count
           END-EVALUATE
           WRITE INT-EXCEPTION-REC
           MOVE 'N' TO ws-fixed-switch.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-LOG-FIX - APPEND THE CHANGE JUST APPLIED TO INTFIXLG AND
      * MARK THE EXCEPTION ABOUT TO BE RAISED AS REPAIRED.
      *----------------------------------------------------------------
       7100-LOG-FIX.
           MOVE SPACES TO INT-FIX-REC
           MOVE FUNCTION CURRENT-DATE TO IFX-TIMESTAMP
           MOVE run-id TO IFX-RUN-ID
           MOVE rl-id (rule-ix) TO IFX-RULE
           MOVE doc-wanted TO IFX-DOC
           MOVE fix-file TO IFX-FILE
           MOVE fix-change TO IFX-CHANGE
           MOVE old-status TO IFX-OLD-STATUS
           MOVE new-status TO IFX-NEW-STATUS
           MOVE fix-old-value TO IFX-OLD-VALUE
           WRITE INT-FIX-REC
           SET ws-fixed TO TRUE.
       7100-EXIT.
           EXIT.

       7200-FIX-FAILED.
           ADD 1 TO fix-failed-count
           MOVE 16 TO run-error-level.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-TOTALS - WHAT WAS WALKED, THEN EVERY RULE WITH WHAT
      * IT FOUND AND WHAT WAS REPAIRED.
      *----------------------------------------------------------------
       9100-WRITE-TOTALS.
           MOVE SPACES TO CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC
           PERFORM 9110-WRITE-FILE-LINE THRU 9110-EXIT
               VARYING file-ix FROM 1 BY 1
               UNTIL file-ix > 9
           MOVE SPACES TO CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC FROM ws-heading-line
           PERFORM 9120-WRITE-RULE-LINE THRU 9120-EXIT
               VARYING rule-ix FROM 1 BY 1
               UNTIL rule-ix > RULE-COUNT
           MOVE SPACES TO CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "EXCEPTIONS WRITTEN TO INTEXCP" TO wtl-label
           MOVE exception-count TO wtl-count
           WRITE CHECK-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  REPAIRED THIS RUN (F)" TO wtl-label
           MOVE fixed-count TO wtl-count
           WRITE CHECK-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  REPAIRABLE BY A FIX RUN (R)" TO wtl-label
           MOVE repairable-count TO wtl-count
           WRITE CHECK-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  FOR THE DESK (D)" TO wtl-label
           MOVE desk-count TO wtl-count
           WRITE CHECK-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "REPAIRS THAT FAILED" TO wtl-label
           MOVE fix-failed-count TO wtl-count
           WRITE CHECK-REPORT-REC FROM ws-total-line.
       9100-EXIT.
           EXIT.

       9110-WRITE-FILE-LINE.
           MOVE SPACES TO wfl-note
           MOVE file-label (file-ix) TO wfl-file
           MOVE fs-walked (file-ix) TO wfl-count
           IF fs-checked (file-ix) NOT = 'Y'
               MOVE "NOT CHECKED - FILE MISSING" TO wfl-note
           END-IF
           ADD fs-walked (file-ix) TO records-read
           WRITE CHECK-REPORT-REC FROM ws-file-line.
       9110-EXIT.
           EXIT.

       9120-WRITE-RULE-LINE.
           MOVE rl-id (rule-ix) TO wrl-id
           MOVE rl-file (rule-ix) TO wrl-file
           MOVE rl-other-file (rule-ix) TO wrl-other-file
           MOVE rl-text (rule-ix) TO wrl-text
           MOVE SPACES TO wrl-fixable
           IF rl-can-fix (rule-ix)
               MOVE "YES" TO wrl-fixable
           END-IF
           MOVE rs-found (rule-ix) TO wrl-found
           MOVE rs-fixed (rule-ix) TO wrl-fixed
           WRITE CHECK-REPORT-REC FROM ws-rule-line.
       9120-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT ws-nothing-to-do
               PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
               CLOSE EXCEPTION-FILE
               IF ws-fix-run
                   CLOSE FIX-LOG-FILE
               END-IF
               IF ws-cust-open
                   CLOSE CUSTOMER-FILE
               END-IF
               IF ws-comp-open
                   CLOSE COMPANY-FILE
               END-IF
               IF ws-item-open
                   CLOSE OPEN-ITEM-FILE
               END-IF
               IF ws-register-open
                   CLOSE REGISTER-FILE
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
               IF ws-candidate-open
                   CLOSE CANDIDATE-FILE
               END-IF
           END-IF
           CLOSE CHECK-REPORT-FILE

           IF repairable-count > ZERO OR desk-count > ZERO
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
           END-IF

           MOVE 'E' TO run-ctl-func
           MOVE records-read TO run-in-count
           MOVE exception-count TO run-out-count
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

           DISPLAY "intchk: " exception-count " EXCEPTIONS - "
               fixed-count " REPAIRED, " repairable-count
               " REPAIRABLE, " desk-count " FOR THE DESK, "
               fix-failed-count " REPAIRS FAILED"
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
