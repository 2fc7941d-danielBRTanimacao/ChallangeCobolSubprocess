       IDENTIFICATION DIVISION.
       PROGRAM-ID. agyplace.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - COLLECTION AGENCY
      *                    PLACEMENT.  DOCUMENTS dunstmt HANDED TO
      *                    LEGAL, AND OLD 91+ POSITIONS THE DESK
      *                    CHOOSES NOT TO WRITE OFF YET, WERE EMAILED TO
      *                    THE OUTSIDE AGENCIES AS SPREADSHEETS WITH NO
      *                    RECORD ON OUR SIDE OF WHAT WENT WHERE.  THIS
      *                    RUN TAKES THE DUNLEGAL HANDOFF AND THE DESK'S
      *                    AGYSEL SELECTION LIST, PLACES EVERY DOCUMENT
      *                    THAT STILL HAS AN OPEN BALANCE ON OPENITEM
      *                    AND IS NOT WRITTEN OFF, DISPUTED OR ALREADY
      *                    PLACED, RECORDS IT ON THE PLACEMNT MASTER,
      *                    AND WRITES EACH AGENCY ITS OWN EXTRACT
      *                    (AGYEXcccc) WITH THE NAME OFF THE CUSTOMER OR
      *                    COMPANY MASTER.  A DOCUMENT THE DESK DOES NOT
      *                    NAME AN AGENCY FOR IS DEALT TO THE ACTIVE
      *                    AGENCY ON AGYTAB WITH THE LEAST PLACED SO FAR
      *                    THIS RUN.  ONCE PLACED, dunstmt AND
      *                    backUrubuBatch LEAVE THE DOCUMENT ALONE.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control FOR THE
      *                    BUSINESS DATE AND RUN ID; NOT HELD FOR
      *                    EARLIER STEPS UNLESS OPERATIONS ADD IT TO
      *                    CHAINDEF.  THE PLACED DATE IS THE BUSINESS
      *                    DATE, NOT THE CLOCK.  A DOCUMENT ON THE
      *                    PRESCRIPTION STOP LIST (PRESCRIP STATUS S)
      *                    IS HELD BACK.  RE-PLACING A RECALLED OR PAID
      *                    DOCUMENT NOW COPIES ITS CLOSED PLACEMENT TO
      *                    THE PLCHIST HISTORY FILE BEFORE THE RECORD IS
      *                    REUSED, SO agystmt STILL SEES IT.  A WORK
      *                    FILE THAT CANNOT BE OPENED ENDS THE RUN
      *                    RC 16, AND A LATER WARNING NO LONGER LOWERS
      *                    A SEVERE RUN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO "AGYTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-agency-status.

           SELECT LEGAL-FILE ASSIGN TO "DUNLEGAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-legal-status.

           SELECT SELECT-FILE ASSIGN TO "AGYSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-select-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT REGISTER-FILE ASSIGN TO "WROFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-DOC
               FILE STATUS IS ws-prescrip-status.

           SELECT PLACE-HIST-FILE ASSIGN TO "PLCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-status.

           SELECT WORK-FILE ASSIGN TO "AGYWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGW-KEY
               FILE STATUS IS ws-work-status.

           SELECT EXTRACT-FILE ASSIGN USING extract-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extract-status.

           SELECT PLACE-REPORT-FILE ASSIGN TO "AGYPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
           COPY AGYTAB.

       FD  LEGAL-FILE.
      *----------------------------------------------------------------
      * THE DUNLEGAL HANDOFF RECORD dunstmt WRITES - ONE DOCUMENT PER
      * LINE, THE RUN AFTER ITS FINAL DEMAND WENT UNANSWERED.  dunstmt
      * REWRITES THE FILE EVERY NIGHT, SO THIS RUN MUST FOLLOW THE
      * dunstmt RUN WHOSE HANDOFFS IT IS PLACING.
      *----------------------------------------------------------------
       01  LEGAL-REC.
           05  LGL-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  LGL-NAME            PIC X(30).
           05  FILLER              PIC X(01).
           05  LGL-TOTAL           PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  LGL-FIRST-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  LGL-LAST-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  LGL-NOTICE-COUNT    PIC 9(3).

       FD  SELECT-FILE.
      *----------------------------------------------------------------
      * THE DESK'S SELECTION LIST, FIXED COLUMNS -
      *   SEL-DOC     COLS 1-14   TAX DOCUMENT, UNPUNCTUATED DIGITS
      *                           LEFT-JUSTIFIED.
      *   SEL-AGENCY  COLS 16-19  AGENCY CODE ON AGYTAB; BLANK = DEAL
      *                           IT TO THE LEAST-LOADED ACTIVE
      *                           AGENCY.
      *----------------------------------------------------------------
       01  SELECT-REC.
           05  SEL-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  SEL-AGENCY          PIC X(04).

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  PLACE-HIST-FILE.
           COPY PLACEMNT REPLACING
               ==PLACEMENT-REC== BY ==PLACE-HIST-REC==
               LEADING ==PLC== BY ==PLH==.

       FD  WORK-FILE.
      *----------------------------------------------------------------
      * THE RUN'S PLACEMENTS KEYED BY AGENCY AND DOCUMENT, SO EACH
      * AGENCY'S EXTRACT IS READ BACK IN ONE KEYED PASS.  REBUILT
      * EMPTY EVERY RUN.
      *----------------------------------------------------------------
       01  AGY-WORK-REC.
           05  AGW-KEY.
               10  AGW-AGENCY          PIC X(04).
               10  AGW-DOC             PIC X(14).
           05  AGW-LINE            PIC X(112).

       FD  EXTRACT-FILE.
      *----------------------------------------------------------------
      * AGYEXcccc - ONE AGENCY'S PLACEMENT EXTRACT.  AN H HEADER
      * (AGENCY, NAME, DATE, RUN ID), ONE D LINE PER DOCUMENT PLACED,
      * AND A T TRAILER WITH THE COUNT AND AMOUNT PLACED.
      *   EXT-DOC          TAX DOCUMENT.
      *   EXT-NAME         CUSTOMER OR COMPANY NAME OFF THE MASTER.
      *   EXT-ENTITY       F = PERSON (CPF), J = COMPANY (CNPJ).
      *   EXT-SEGMENT      RISK SEGMENT.
      *   EXT-AMOUNT       OPEN BALANCE PLACED, 9(11)V99.
      *   EXT-CHARGED      TOTAL CHARGED TO DATE, 9(11)V99.
      *   EXT-PAID         TOTAL PAID TO DATE, 9(11)V99.
      *   EXT-LAST-PAY     DATE OF THE LAST PAYMENT; SPACES IF NONE.
      *   EXT-PLACED-DATE  DATE PLACED.
      *   EXT-SOURCE       L = PAST FINAL DEMAND, D = DESK SELECTION.
      *----------------------------------------------------------------
       01  EXTRACT-REC.
           05  EXT-TYPE            PIC X(01).
               88  EXT-HEADER-LINE            VALUE "H".
               88  EXT-DETAIL-LINE            VALUE "D".
               88  EXT-TRAILER-LINE           VALUE "T".
           05  FILLER              PIC X(01).
           05  EXT-DETAIL.
               10  EXT-DOC             PIC X(14).
               10  FILLER              PIC X(01).
               10  EXT-NAME            PIC X(30).
               10  FILLER              PIC X(01).
               10  EXT-ENTITY          PIC X(01).
               10  FILLER              PIC X(01).
               10  EXT-SEGMENT         PIC X(02).
               10  FILLER              PIC X(01).
               10  EXT-AMOUNT          PIC 9(11)V99.
               10  FILLER              PIC X(01).
               10  EXT-CHARGED         PIC 9(11)V99.
               10  FILLER              PIC X(01).
               10  EXT-PAID            PIC 9(11)V99.
               10  FILLER              PIC X(01).
               10  EXT-LAST-PAY        PIC X(08).
               10  FILLER              PIC X(01).
               10  EXT-PLACED-DATE     PIC X(08).
               10  FILLER              PIC X(01).
               10  EXT-SOURCE          PIC X(01).
           05  EXT-HEADER REDEFINES EXT-DETAIL.
               10  EXH-AGENCY          PIC X(04).
               10  FILLER              PIC X(01).
               10  EXH-AGENCY-NAME     PIC X(30).
               10  FILLER              PIC X(01).
               10  EXH-DATE            PIC X(08).
               10  FILLER              PIC X(01).
               10  EXH-RUN-ID          PIC 9(07).
               10  FILLER              PIC X(60).
           05  EXT-TRAILER REDEFINES EXT-DETAIL.
               10  EXT-COUNT           PIC 9(07).
               10  FILLER              PIC X(01).
               10  EXT-TOTAL           PIC 9(13)V99.
               10  FILLER              PIC X(89).

       FD  PLACE-REPORT-FILE.
       01  PLACE-REPORT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       78  AGENCY-TABLE-MAX        VALUE 50.

       01  ws-agency-status        PIC XX VALUE SPACES.
       01  ws-legal-status         PIC XX VALUE SPACES.
       01  ws-select-status        PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-placement-status     PIC XX VALUE SPACES.
       01  ws-register-status      PIC XX VALUE SPACES.
       01  ws-dispute-status       PIC XX VALUE SPACES.
       01  ws-prescrip-status      PIC XX VALUE SPACES.
       01  ws-history-status       PIC XX VALUE SPACES.
       01  ws-work-status          PIC XX VALUE SPACES.
       01  ws-extract-status       PIC XX VALUE SPACES.

       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-work-done-switch PIC X VALUE 'N'.
           88  ws-work-done              VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.
       01  ws-placed-before-switch PIC X VALUE 'N'.
           88  ws-placed-before          VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  extract-file-name   PIC X(12) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * THE DOCUMENT BEING PLACED, WHICHEVER LIST IT CAME FROM.
      *----------------------------------------------------------------
       01  cand-doc            PIC X(14) VALUE SPACES.
       01  cand-agency         PIC X(04) VALUE SPACES.
       01  cand-source         PIC X(01) VALUE SPACE.
       01  cand-note           PIC X(30) VALUE SPACES.
       01  open-balance        PIC S9(11)V99 VALUE ZERO.

       01  legal-read-count    PIC 9(7) VALUE ZERO.
       01  select-read-count   PIC 9(7) VALUE ZERO.
       01  placed-count        PIC 9(7) VALUE ZERO.
       01  placed-amount       PIC 9(13)V99 VALUE ZERO.
       01  already-count       PIC 9(7) VALUE ZERO.
       01  held-count          PIC 9(7) VALUE ZERO.
       01  no-balance-count    PIC 9(7) VALUE ZERO.
       01  refused-count       PIC 9(7) VALUE ZERO.
       01  extract-count       PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * AGENCIES ON AGYTAB AND WHAT EACH HAS BEEN PLACED THIS RUN.
      *----------------------------------------------------------------
       01  agency-count        PIC 9(3) VALUE ZERO.
       01  agy-ix              PIC 9(3) VALUE ZERO.
       01  best-ix             PIC 9(3) VALUE ZERO.
       01  agency-table.
           05  agency-entry OCCURS 50 TIMES.
               10  at-code         PIC X(04).
               10  at-name         PIC X(30).
               10  at-active       PIC X(01).
               10  at-placed-count PIC 9(7).
               10  at-placed-amount PIC 9(13)V99.
               10  at-extract-count PIC 9(7).
               10  at-extract-amount PIC 9(13)V99.

      *----------------------------------------------------------------
      * ONE EXTRACT DETAIL, BUILT AS THE DOCUMENT IS PLACED AND KEPT
      * ON THE WORK FILE UNTIL ITS AGENCY'S EXTRACT IS WRITTEN.
      *----------------------------------------------------------------
       01  place-detail.
           05  pd-doc              PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-name             PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-entity           PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-segment          PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-amount           PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-charged          PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-paid             PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-last-pay         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-placed-date      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  pd-source           PIC X(01).

      *----------------------------------------------------------------
      * CUSTOMER_LOOKUP / COMPANY_LOOKUP ARGUMENTS.
      *----------------------------------------------------------------
       01  cust-found          PIC 9 VALUE ZERO.
       01  cust-status-code    PIC X(01) VALUE SPACES.
       01  cust-name           PIC X(30) VALUE SPACES.
       01  cust-segment        PIC X(02) VALUE "00".
       01  lookup-cpf          PIC X(11) VALUE SPACES.
       01  lookup-func         PIC X(01) VALUE SPACE.

       01  ws-place-line.
           05  wpl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wpl-agency          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wpl-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wpl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wpl-source          PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wpl-note            PIC X(30).

       01  ws-heading-line.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(06) VALUE "AGCY".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(18) VALUE "    AMOUNT PLACED".
           05  FILLER              PIC X(07) VALUE "FROM".
           05  FILLER              PIC X(06) VALUE "RESULT".

       01  ws-agency-line.
           05  FILLER              PIC X(08) VALUE "AGENCY ".
           05  wal-code            PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wal-name            PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wal-count           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wal-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wal-file            PIC X(12).

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "agyplace".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - PLACE THE LEGAL HANDOFFS AND THE DESK'S
      * SELECTIONS, THEN WRITE EACH AGENCY ITS EXTRACT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-PLACE-LEGAL THRU 2000-EXIT
               PERFORM 3000-PLACE-SELECTIONS THRU 3000-EXIT
               PERFORM 5000-WRITE-EXTRACTS THRU 5000-EXIT
                   VARYING agy-ix FROM 1 BY 1
                   UNTIL agy-ix > agency-count
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, LOAD THE AGENCIES AND OPEN
      * THE FILES.  WITHOUT AGYTAB THERE IS NOBODY TO PLACE WITH, AND
      * WITHOUT OPENITEM NO BALANCE TO PLACE, SO THE RUN PLACES
      * NOTHING AND ENDS RC 16 - AS IT DOES WHEN THE AGYWORK WORK FILE
      * OR THE PLCHIST HISTORY CANNOT BE OPENED.  ON A FRESH SYSTEM
      * WHERE PLACEMNT DOES NOT EXIST YET, OPEN I-O FAILS (STATUS 35)
      * INSTEAD OF CREATING IT, SO FALL BACK TO OPEN OUTPUT THEN
      * REOPEN I-O.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "agyplace: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "agyplace: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           DISPLAY "agyplace: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           OPEN OUTPUT PLACE-REPORT-FILE
           MOVE SPACES TO PLACE-REPORT-REC
           STRING "backUrubu COLLECTIONS - AGENCY PLACEMENTS "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO PLACE-REPORT-REC
           WRITE PLACE-REPORT-REC
           MOVE SPACES TO PLACE-REPORT-REC
           WRITE PLACE-REPORT-REC
           WRITE PLACE-REPORT-REC FROM ws-heading-line

           PERFORM 1100-LOAD-AGENCIES THRU 1100-EXIT
           IF agency-count = ZERO
               DISPLAY "agyplace: NO AGENCIES ON AGYTAB - NOTHING "
                   "PLACED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status NOT = "00"
               DISPLAY "agyplace: OPENITEM NOT PRESENT - STATUS "
                   ws-open-item-status " - NOTHING PLACED"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PLACEMENT-FILE
           IF ws-placement-status = "35" OR ws-placement-status = "05"
               OPEN OUTPUT PLACEMENT-FILE
               CLOSE PLACEMENT-FILE
               OPEN I-O PLACEMENT-FILE
           END-IF
           IF ws-placement-status NOT = "00"
               DISPLAY "agyplace: CANNOT OPEN PLACEMNT - STATUS "
                   ws-placement-status " - NOTHING PLACED"
               CLOSE OPEN-ITEM-FILE
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF ws-work-status NOT = "00"
               DISPLAY "agyplace: CANNOT OPEN AGYWORK - STATUS "
                   ws-work-status " - NOTHING PLACED"
               CLOSE OPEN-ITEM-FILE
               CLOSE PLACEMENT-FILE
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND PLACE-HIST-FILE
           IF ws-history-status = "35" OR ws-history-status = "05"
               OPEN OUTPUT PLACE-HIST-FILE
           END-IF
           IF ws-history-status NOT = "00"
               DISPLAY "agyplace: CANNOT OPEN PLCHIST - STATUS "
                   ws-history-status " - NOTHING PLACED"
               CLOSE OPEN-ITEM-FILE
               CLOSE PLACEMENT-FILE
               CLOSE WORK-FILE
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT REGISTER-FILE
           IF ws-register-status = "00"
               SET ws-register-open TO TRUE
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF ws-dispute-status = "00"
               SET ws-dispute-open TO TRUE
           END-IF
           OPEN INPUT PRESCRIPTION-FILE
           IF ws-prescrip-status = "00"
               SET ws-prescrip-open TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-AGENCIES - EVERY AGENCY ON AGYTAB, ACTIVE OR NOT; A
      * DESK SELECTION MAY NAME ONLY AN ACTIVE ONE, AND ONLY ACTIVE
      * ONES ARE DEALT WORK.
      *----------------------------------------------------------------
       1100-LOAD-AGENCIES.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT AGENCY-FILE
           IF ws-agency-status NOT = "00"
               DISPLAY "agyplace: AGYTAB NOT PRESENT - STATUS "
                   ws-agency-status
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

           IF agency-count >= AGENCY-TABLE-MAX
               DISPLAY "agyplace: AGENCY TABLE FULL - " AGT-CODE
                   " NOT LOADED"
               MOVE 8 TO run-error-level
               GO TO 1110-EXIT
           END-IF

           ADD 1 TO agency-count
           MOVE AGT-CODE TO at-code (agency-count)
           MOVE AGT-NAME TO at-name (agency-count)
           MOVE AGT-ACTIVE TO at-active (agency-count)
           MOVE ZERO TO at-placed-count (agency-count)
           MOVE ZERO TO at-placed-amount (agency-count)
           MOVE ZERO TO at-extract-count (agency-count)
           MOVE ZERO TO at-extract-amount (agency-count).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PLACE-LEGAL - EVERY DOCUMENT ON THE DUNLEGAL HANDOFF,
      * DEALT TO AN AGENCY.  NO DUNLEGAL MEANS NOTHING WENT PAST
      * FINAL DEMAND.
      *----------------------------------------------------------------
       2000-PLACE-LEGAL.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT LEGAL-FILE
           IF ws-legal-status NOT = "00"
               DISPLAY "agyplace: DUNLEGAL NOT PRESENT - NO LEGAL "
                   "HANDOFFS TO PLACE"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-PLACE-ONE-LEGAL THRU 2100-EXIT
               UNTIL ws-file-eof
           CLOSE LEGAL-FILE.
       2000-EXIT.
           EXIT.

       2100-PLACE-ONE-LEGAL.
           READ LEGAL-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO legal-read-count

           MOVE LGL-DOC TO cand-doc
           MOVE SPACES TO cand-agency
           MOVE "L" TO cand-source
           PERFORM 4000-PLACE-DOCUMENT THRU 4000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PLACE-SELECTIONS - EVERY DOCUMENT ON THE DESK'S AGYSEL
      * LIST, WITH THE AGENCY THE DESK NAMED OR DEALT WHEN BLANK.
      *----------------------------------------------------------------
       3000-PLACE-SELECTIONS.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT SELECT-FILE
           IF ws-select-status NOT = "00"
               DISPLAY "agyplace: AGYSEL NOT PRESENT - NO DESK "
                   "SELECTIONS TO PLACE"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-PLACE-ONE-SELECTION THRU 3100-EXIT
               UNTIL ws-file-eof
           CLOSE SELECT-FILE.
       3000-EXIT.
           EXIT.

       3100-PLACE-ONE-SELECTION.
           READ SELECT-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO select-read-count

           MOVE SEL-DOC TO cand-doc
           MOVE SEL-AGENCY TO cand-agency
           MOVE "D" TO cand-source
           PERFORM 4000-PLACE-DOCUMENT THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PLACE-DOCUMENT - PLACE cand-doc WITH cand-agency (OR THE
      * AGENCY IT IS DEALT TO).  A WRITTEN-OFF, DISPUTED OR PRESCRIBED
      * DOCUMENT IS HELD BACK, ONE ALREADY WITH AN AGENCY IS LEFT
      * WHERE IT IS, AND ONE WITH NO OPEN BALANCE HAS NOTHING TO
      * PLACE.  A DESK LINE
      * THAT NAMES AN UNKNOWN OR INACTIVE AGENCY, OR A DOCUMENT NO
      * AGENCY CAN TAKE, IS REFUSED AND MAKES THE RUN A WARNING.
      *----------------------------------------------------------------
       4000-PLACE-DOCUMENT.
           IF cand-doc = SPACES
               MOVE "REFUSED - NO DOCUMENT" TO cand-note
               PERFORM 4900-REPORT-REFUSAL THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE ZERO TO best-ix
           IF cand-agency NOT = SPACES
               PERFORM 4100-FIND-AGENCY THRU 4100-EXIT
                   VARYING agy-ix FROM 1 BY 1
                   UNTIL agy-ix > agency-count OR best-ix > ZERO
               IF best-ix = ZERO
                   MOVE "REFUSED - AGENCY NOT ON AGYTAB" TO cand-note
                   PERFORM 4900-REPORT-REFUSAL THRU 4900-EXIT
                   GO TO 4000-EXIT
               END-IF
               IF at-active (best-ix) NOT = "Y"
                   MOVE "REFUSED - AGENCY NOT TAKING WORK"
                       TO cand-note
                   PERFORM 4900-REPORT-REFUSAL THRU 4900-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF

           IF ws-register-open
               MOVE cand-doc TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "HELD - WRITTEN OFF" TO cand-note
                       PERFORM 4950-REPORT-HELD THRU 4950-EXIT
                       GO TO 4000-EXIT
               END-READ
           END-IF

           IF ws-dispute-open
               MOVE cand-doc TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-HOLD
                           MOVE "HELD - UNDER DISPUTE" TO cand-note
                           PERFORM 4950-REPORT-HELD THRU 4950-EXIT
                           GO TO 4000-EXIT
                       END-IF
               END-READ
           END-IF

           IF ws-prescrip-open
               MOVE cand-doc TO PRS-DOC
               READ PRESCRIPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRS-STOPPED
                           MOVE "HELD - PRESCRIBED" TO cand-note
                           PERFORM 4950-REPORT-HELD THRU 4950-EXIT
                           GO TO 4000-EXIT
                       END-IF
               END-READ
           END-IF

           MOVE 'N' TO ws-placed-before-switch
           MOVE cand-doc TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-placed-before TO TRUE
           END-READ
           IF ws-placed-before AND PLC-ACTIVE
               ADD 1 TO already-count
               MOVE SPACES TO ws-place-line
               MOVE cand-doc TO wpl-doc
               MOVE PLC-AGENCY TO wpl-agency
               PERFORM 4800-SOURCE-LABEL THRU 4800-EXIT
               MOVE "ALREADY WITH THE AGENCY" TO wpl-note
               WRITE PLACE-REPORT-REC FROM ws-place-line
               GO TO 4000-EXIT
           END-IF

           MOVE cand-doc TO OI-DOC
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE ZERO TO open-balance
               NOT INVALID KEY
                   COMPUTE open-balance = OI-CHARGED - OI-PAID
                   IF NOT OI-OPEN
                       MOVE ZERO TO open-balance
                   END-IF
           END-READ
           IF open-balance NOT > ZERO
               ADD 1 TO no-balance-count
               MOVE SPACES TO ws-place-line
               MOVE cand-doc TO wpl-doc
               PERFORM 4800-SOURCE-LABEL THRU 4800-EXIT
               MOVE "NOT PLACED - NO OPEN BALANCE" TO wpl-note
               WRITE PLACE-REPORT-REC FROM ws-place-line
               GO TO 4000-EXIT
           END-IF

           IF best-ix = ZERO
               PERFORM 4200-DEAL-AGENCY THRU 4200-EXIT
                   VARYING agy-ix FROM 1 BY 1
                   UNTIL agy-ix > agency-count
               IF best-ix = ZERO
                   MOVE "REFUSED - NO AGENCY TAKING WORK"
                       TO cand-note
                   PERFORM 4900-REPORT-REFUSAL THRU 4900-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF

           PERFORM 4300-LOOKUP-NAME THRU 4300-EXIT
           PERFORM 4400-STORE-PLACEMENT THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

       4100-FIND-AGENCY.
           IF at-code (agy-ix) = cand-agency
               MOVE agy-ix TO best-ix
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-DEAL-AGENCY - THE ACTIVE AGENCY WITH THE LEAST AMOUNT
      * PLACED SO FAR THIS RUN; THE FIRST ON THE TABLE WINS A TIE.
      *----------------------------------------------------------------
       4200-DEAL-AGENCY.
           IF at-active (agy-ix) NOT = "Y"
               GO TO 4200-EXIT
           END-IF
           IF best-ix = ZERO
               MOVE agy-ix TO best-ix
           ELSE
               IF at-placed-amount (agy-ix)
                       < at-placed-amount (best-ix)
                   MOVE agy-ix TO best-ix
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-LOOKUP-NAME.
           MOVE SPACES TO cust-name
           MOVE "00" TO cust-segment
           IF cand-doc (12:3) = SPACES
               MOVE cand-doc (1:11) TO lookup-cpf
               CALL "customer_lookup" USING lookup-func, lookup-cpf,
                   cust-found, cust-status-code, cust-name,
                   cust-segment
           ELSE
               CALL "company_lookup" USING cand-doc, cust-found,
                   cust-status-code, cust-name, cust-segment
           END-IF
           IF cust-segment = SPACES
               MOVE "00" TO cust-segment
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-STORE-PLACEMENT - RECORD THE PLACEMENT ON PLACEMNT (A
      * DOCUMENT RECALLED OR PAID OFF EARLIER IS REWRITTEN AS A FRESH
      * PLACEMENT, ITS CLOSED PLACEMENT GOING TO PLCHIST ONCE THE
      * REWRITE HAS TAKEN), KEEP ITS EXTRACT LINE ON THE WORK FILE AND
      * REPORT IT.
      *----------------------------------------------------------------
       4400-STORE-PLACEMENT.
           IF ws-placed-before
               MOVE PLACEMENT-REC TO PLACE-HIST-REC
           END-IF
           MOVE SPACES TO PLACEMENT-REC
           MOVE cand-doc TO PLC-DOC
           MOVE at-code (best-ix) TO PLC-AGENCY
           MOVE today-date TO PLC-PLACED-DATE
           MOVE open-balance TO PLC-AMOUNT
           MOVE ZERO TO PLC-COLLECTED
           MOVE ZERO TO PLC-COMMISSION
           MOVE "A" TO PLC-STATUS
           IF ws-placed-before
               REWRITE PLACEMENT-REC
                   INVALID KEY
                       MOVE "REFUSED - PLACEMNT NOT UPDATED"
                           TO cand-note
                       PERFORM 4900-REPORT-REFUSAL THRU 4900-EXIT
                       GO TO 4400-EXIT
               END-REWRITE
               WRITE PLACE-HIST-REC
               IF ws-history-status NOT = "00"
                   DISPLAY "agyplace: CANNOT KEEP PRIOR PLACEMENT OF "
                       cand-doc " ON PLCHIST - STATUS "
                       ws-history-status
                   MOVE 16 TO run-error-level
               END-IF
           ELSE
               WRITE PLACEMENT-REC
                   INVALID KEY
                       MOVE "REFUSED - PLACEMNT NOT UPDATED"
                           TO cand-note
                       PERFORM 4900-REPORT-REFUSAL THRU 4900-EXIT
                       GO TO 4400-EXIT
               END-WRITE
           END-IF

           MOVE cand-doc TO pd-doc
           MOVE cust-name TO pd-name
           IF cand-doc (12:3) = SPACES
               MOVE "F" TO pd-entity
           ELSE
               MOVE "J" TO pd-entity
           END-IF
           MOVE cust-segment TO pd-segment
           MOVE open-balance TO pd-amount
           MOVE OI-CHARGED TO pd-charged
           MOVE OI-PAID TO pd-paid
           MOVE OI-LAST-PAY-DATE TO pd-last-pay
           MOVE today-date TO pd-placed-date
           MOVE cand-source TO pd-source

           MOVE at-code (best-ix) TO AGW-AGENCY
           MOVE cand-doc TO AGW-DOC
           MOVE place-detail TO AGW-LINE
           WRITE AGY-WORK-REC
               INVALID KEY
                   DISPLAY "agyplace: CANNOT STORE EXTRACT LINE FOR "
                       cand-doc " - STATUS " ws-work-status
                   IF run-error-level < 8
                       MOVE 8 TO run-error-level
                   END-IF
           END-WRITE

           ADD 1 TO placed-count
           ADD open-balance TO placed-amount
           ADD 1 TO at-placed-count (best-ix)
           ADD open-balance TO at-placed-amount (best-ix)

           MOVE SPACES TO ws-place-line
           MOVE cand-doc TO wpl-doc
           MOVE at-code (best-ix) TO wpl-agency
           MOVE cust-name TO wpl-name
           MOVE open-balance TO wpl-amount
           PERFORM 4800-SOURCE-LABEL THRU 4800-EXIT
           MOVE "PLACED" TO wpl-note
           WRITE PLACE-REPORT-REC FROM ws-place-line.
       4400-EXIT.
           EXIT.

       4800-SOURCE-LABEL.
           IF cand-source = "L"
               MOVE "LEGAL" TO wpl-source
           ELSE
               MOVE "DESK" TO wpl-source
           END-IF.
       4800-EXIT.
           EXIT.

       4900-REPORT-REFUSAL.
           ADD 1 TO refused-count
           IF run-error-level < 8
               MOVE 8 TO run-error-level
           END-IF
           MOVE SPACES TO ws-place-line
           MOVE cand-doc TO wpl-doc
           MOVE cand-agency TO wpl-agency
           PERFORM 4800-SOURCE-LABEL THRU 4800-EXIT
           MOVE cand-note TO wpl-note
           WRITE PLACE-REPORT-REC FROM ws-place-line
           DISPLAY "agyplace: DOCUMENT " cand-doc " " cand-note.
       4900-EXIT.
           EXIT.

       4950-REPORT-HELD.
           ADD 1 TO held-count
           MOVE SPACES TO ws-place-line
           MOVE cand-doc TO wpl-doc
           PERFORM 4800-SOURCE-LABEL THRU 4800-EXIT
           MOVE cand-note TO wpl-note
           WRITE PLACE-REPORT-REC FROM ws-place-line.
       4950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-EXTRACTS - ONE AGENCY'S EXTRACT, AGYEX PLUS ITS
      * CODE, READ BACK OFF THE WORK FILE IN DOCUMENT ORDER BETWEEN AN
      * H HEADER AND A T TRAILER.  AN AGENCY PLACED NOTHING THIS RUN
      * GETS NO FILE.
      *----------------------------------------------------------------
       5000-WRITE-EXTRACTS.
           IF at-placed-count (agy-ix) = ZERO
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO extract-file-name
           STRING "AGYEX" DELIMITED BY SIZE
               at-code (agy-ix) DELIMITED BY SPACE
               INTO extract-file-name
           OPEN OUTPUT EXTRACT-FILE
           IF ws-extract-status NOT = "00"
               DISPLAY "agyplace: CANNOT OPEN " extract-file-name
                   " - STATUS " ws-extract-status
               MOVE 16 TO run-error-level
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO extract-count

           MOVE SPACES TO EXTRACT-REC
           MOVE "H" TO EXT-TYPE
           MOVE at-code (agy-ix) TO EXH-AGENCY
           MOVE at-name (agy-ix) TO EXH-AGENCY-NAME
           MOVE today-date TO EXH-DATE
           MOVE run-id TO EXH-RUN-ID
           WRITE EXTRACT-REC

           MOVE 'N' TO ws-work-done-switch
           MOVE at-code (agy-ix) TO AGW-AGENCY
           MOVE LOW-VALUES TO AGW-DOC
           START WORK-FILE KEY IS NOT LESS THAN AGW-KEY
               INVALID KEY
                   SET ws-work-done TO TRUE
           END-START
           PERFORM 5100-WRITE-EXTRACT-LINE THRU 5100-EXIT
               UNTIL ws-work-done

           MOVE SPACES TO EXTRACT-REC
           MOVE "T" TO EXT-TYPE
           MOVE at-extract-count (agy-ix) TO EXT-COUNT
           MOVE at-extract-amount (agy-ix) TO EXT-TOTAL
           WRITE EXTRACT-REC
           CLOSE EXTRACT-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-EXTRACT-LINE.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET ws-work-done TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF AGW-AGENCY NOT = at-code (agy-ix)
               SET ws-work-done TO TRUE
               GO TO 5100-EXIT
           END-IF

           MOVE AGW-LINE TO place-detail
           MOVE SPACES TO EXTRACT-REC
           MOVE "D" TO EXT-TYPE
           MOVE place-detail TO EXT-DETAIL
           WRITE EXTRACT-REC
           ADD 1 TO at-extract-count (agy-ix)
           ADD pd-amount TO at-extract-amount (agy-ix).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-TOTALS - WHAT EACH AGENCY WAS PLACED AND WHICH FILE
      * IT WENT OUT ON, THEN THE RUN'S COUNTS.
      *----------------------------------------------------------------
       9100-WRITE-TOTALS.
           MOVE SPACES TO PLACE-REPORT-REC
           WRITE PLACE-REPORT-REC
           PERFORM 9110-WRITE-AGENCY-LINE THRU 9110-EXIT
               VARYING agy-ix FROM 1 BY 1
               UNTIL agy-ix > agency-count
           MOVE SPACES TO PLACE-REPORT-REC
           WRITE PLACE-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "LEGAL HANDOFFS READ" TO wtl-label
           MOVE legal-read-count TO wtl-count
           WRITE PLACE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DESK SELECTIONS READ" TO wtl-label
           MOVE select-read-count TO wtl-count
           WRITE PLACE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS PLACED" TO wtl-label
           MOVE placed-count TO wtl-count
           MOVE placed-amount TO wtl-amount
           WRITE PLACE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "ALREADY WITH AN AGENCY" TO wtl-label
           MOVE already-count TO wtl-count
           WRITE PLACE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "HELD - WRITTEN OFF/DISPUTED/PRESCRIBED" TO wtl-label
           MOVE held-count TO wtl-count
           WRITE PLACE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "NO OPEN BALANCE TO PLACE" TO wtl-label
           MOVE no-balance-count TO wtl-count
           WRITE PLACE-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "REFUSED" TO wtl-label
           MOVE refused-count TO wtl-count
           WRITE PLACE-REPORT-REC FROM ws-total-line.
       9100-EXIT.
           EXIT.

       9110-WRITE-AGENCY-LINE.
           IF at-placed-count (agy-ix) = ZERO
               GO TO 9110-EXIT
           END-IF
           MOVE at-code (agy-ix) TO wal-code
           MOVE at-name (agy-ix) TO wal-name
           MOVE at-placed-count (agy-ix) TO wal-count
           MOVE at-placed-amount (agy-ix) TO wal-amount
           MOVE SPACES TO wal-file
           STRING "AGYEX" DELIMITED BY SIZE
               at-code (agy-ix) DELIMITED BY SPACE
               INTO wal-file
           WRITE PLACE-REPORT-REC FROM ws-agency-line.
       9110-EXIT.
           EXIT.

       9999-TERMINATE.
           PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
           CLOSE PLACE-REPORT-FILE
           IF NOT ws-nothing-to-do
               CLOSE OPEN-ITEM-FILE
               CLOSE PLACEMENT-FILE
               CLOSE WORK-FILE
               CLOSE PLACE-HIST-FILE
               IF ws-register-open
                   CLOSE REGISTER-FILE
               END-IF
               IF ws-dispute-open
                   CLOSE DISPUTE-FILE
               END-IF
               IF ws-prescrip-open
                   CLOSE PRESCRIPTION-FILE
               END-IF
           END-IF

           MOVE 'E' TO run-ctl-func
           COMPUTE run-in-count = legal-read-count + select-read-count
           MOVE placed-count TO run-out-count
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

           DISPLAY "agyplace: " placed-count " DOCUMENTS PLACED ON "
               extract-count " AGENCY EXTRACTS, " already-count
               " ALREADY PLACED, " held-count " HELD, "
               no-balance-count " WITH NO BALANCE, " refused-count
               " REFUSED"
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
