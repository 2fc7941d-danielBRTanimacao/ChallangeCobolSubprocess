       IDENTIFICATION DIVISION.
       PROGRAM-ID. gljrnl.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - NIGHTLY GENERAL-LEDGER
      *                    JOURNAL EXTRACT.  ACCOUNTING USED TO REBUILD
      *                    THE MONTH'S ENTRIES BY HAND FROM FEEIFACE,
      *                    REVERSAL, THE cashapp RESULTS AND WROJRNL.
      *                    THIS STEP READS ALL FOUR, TURNS EVERY MONEY
      *                    MOVEMENT DATED INSIDE THE EXTRACT WINDOW
      *                    INTO A BALANCED DEBIT/CREDIT PAIR ON THE
      *                    ACCOUNTS GLMAP GIVES FOR ITS TRANSACTION
      *                    TYPE AND ENTITY TYPE, AND WRITES ONE GLJRNL
      *                    CONTROL BLOCK (HEADER, LINES, TRAILER WITH
      *                    ENTRY/LINE COUNTS AND DEBIT/CREDIT TOTALS).
      *                    GLSUMRPT CARRIES THE PER-SOURCE CONTROL
      *                    TOTALS AND THE SUMMARY BY GL ACCOUNT FOR THE
      *                    CONTROLLER'S SIGN-OFF.  THE WINDOW RUNS FROM
      *                    THE DAY AFTER THE DATE ON GLCTL THROUGH
      *                    TODAY, SO A MISSED NIGHT IS PICKED UP BY
      *                    THE NEXT RUN; GLCTL IS ADVANCED ONLY WHEN
      *                    THE BATCH BALANCED AND EVERY MOVEMENT WAS
      *                    MAPPED.  A MOVEMENT WITH NO MAPPING OR A
      *                    BATCH WHOSE DEBITS AND CREDITS DIFFER ENDS
      *                    THE STEP RC 16.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *                    THE BUSINESS DATE REPLACES THE SYSTEM DATE
      *                    AS TODAY.
      *   2026-10-15  MRS  A REBILL REVERSAL CARRIES ITS FULL DOCUMENT
      *                    IN REV-DOC (IT MAY BE A CNPJ) - JOURNAL IT
      *                    AGAINST THAT, NOT THE 11-WIDE REV-CPF.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFACE-FILE ASSIGN TO "FEEIFACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-interface-file-status.

           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reversal-file-status.

           SELECT ALLOC-FILE ASSIGN TO "OIALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alloc-status.

           SELECT WROJRNL-FILE ASSIGN TO "WROJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-wrojrnl-status.

           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS ws-map-file-status.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-glctl-status.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-status.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "GLSUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-FILE.
           COPY IFACEREC.

       FD  REVERSAL-FILE.
           COPY REVREC.

       FD  ALLOC-FILE.
           COPY OIALLOC.

       FD  WROJRNL-FILE.
      *----------------------------------------------------------------
      * WRITE-OFF JOURNAL LINE AS WRITTEN BY wrorun.
      *----------------------------------------------------------------
       01  WROJRNL-REC.
           05  JRN-DATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  JRN-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  JRN-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  JRN-STREAK          PIC 9(03).
           05  FILLER              PIC X(01).
           05  JRN-OPERATOR        PIC X(03).

       FD  MAP-FILE.
           COPY GLMAP.

       FD  GL-CONTROL-FILE.
      *----------------------------------------------------------------
      * OPTIONAL GL EXTRACT CONTROL RECORD.
      *   GCT-LAST-DATE        COLS 1-8    LAST MOVEMENT DATE ALREADY
      *                                    JOURNALED, YYYYMMDD.  BLANK
      *                                    OR MISSING = EXTRACT TODAY'S
      *                                    MOVEMENTS ONLY.
      *----------------------------------------------------------------
       01  GL-CONTROL-REC.
           05  GCT-LAST-DATE       PIC X(08).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       78  ACCOUNT-TABLE-MAX       VALUE 200.

       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-reversal-file-status PIC XX VALUE SPACES.
       01  ws-alloc-status     PIC XX VALUE SPACES.
       01  ws-wrojrnl-status   PIC XX VALUE SPACES.
       01  ws-map-file-status  PIC XX VALUE SPACES.
       01  ws-glctl-status     PIC XX VALUE SPACES.
       01  ws-journal-status   PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-map-open-switch  PIC X VALUE 'N'.
           88  ws-map-open               VALUE 'Y'.
       01  ws-block-switch     PIC X VALUE 'N'.
           88  ws-block-in-window        VALUE 'Y'.
       01  ws-found-switch     PIC X VALUE 'N'.
           88  ws-found                  VALUE 'Y'.
       01  ws-slot-switch      PIC X VALUE 'N'.
           88  ws-slot-found             VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  last-date           PIC X(08) VALUE SPACES.
       01  from-date           PIC X(08) VALUE SPACES.
       01  thru-date           PIC X(08) VALUE SPACES.
       01  date-num            PIC 9(8) VALUE ZERO.
       01  date-int            PIC 9(8) VALUE ZERO.
       01  block-run-id        PIC 9(7) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * THE MOVEMENT BEING JOURNALED - EACH SOURCE FILLS THESE IN AND
      * PERFORMS 5000-JOURNAL-MOVEMENT.
      *----------------------------------------------------------------
       01  mv-txn-type         PIC X(03) VALUE SPACES.
       01  mv-entity           PIC X(01) VALUE SPACES.
       01  mv-doc              PIC X(14) VALUE SPACES.
       01  mv-amount           PIC 9(11)V99 VALUE ZERO.
       01  mv-value-date       PIC X(08) VALUE SPACES.
       01  mv-run-id           PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * PER-SOURCE CONTROL TOTALS - 1 = FEEIFACE, 2 = REVERSAL,
      * 3 = OIALLOC, 4 = WROJRNL.
      *----------------------------------------------------------------
       01  src-ix              PIC 9 VALUE ZERO.
       01  source-label-consts.
           05  FILLER      PIC X(30) VALUE "FEEIFACE - FEES CHARGED".
           05  FILLER      PIC X(30) VALUE "REVERSAL - FEES REVERSED".
           05  FILLER      PIC X(30) VALUE "OIALLOC - PAYMENTS APPLIED".
           05  FILLER      PIC X(30) VALUE "WROJRNL - WRITE-OFFS".
       01  source-label-table REDEFINES source-label-consts.
           05  source-label        PIC X(30) OCCURS 4 TIMES.

       01  source-stats.
           05  source-entry OCCURS 4 TIMES.
               10  src-read-count      PIC 9(7) VALUE ZERO.
               10  src-window-count    PIC 9(7) VALUE ZERO.
               10  src-window-amount   PIC 9(13)V99 VALUE ZERO.
               10  src-posted-count    PIC 9(7) VALUE ZERO.
               10  src-posted-amount   PIC 9(13)V99 VALUE ZERO.
               10  src-unmapped-count  PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * SUMMARY BY GL ACCOUNT, KEPT IN ACCOUNT ORDER AS ACCOUNTS ARE
      * FIRST SEEN.
      *----------------------------------------------------------------
       01  account-count       PIC 9(3) VALUE ZERO.
       01  account-ix          PIC 9(3) VALUE ZERO.
       01  shift-ix            PIC 9(3) VALUE ZERO.
       01  account-wanted      PIC X(10) VALUE SPACES.
       01  account-table.
           05  account-entry OCCURS 200 TIMES.
               10  at-account      PIC X(10).
               10  at-debits       PIC 9(13)V99.
               10  at-credits      PIC 9(13)V99.
       01  account-net         PIC S9(13)V99 VALUE ZERO.

       01  entry-count         PIC 9(7) VALUE ZERO.
       01  line-count          PIC 9(7) VALUE ZERO.
       01  total-debits        PIC 9(13)V99 VALUE ZERO.
       01  total-credits       PIC 9(13)V99 VALUE ZERO.
       01  unmapped-count      PIC 9(7) VALUE ZERO.
       01  unmapped-amount     PIC 9(13)V99 VALUE ZERO.

       01  ws-unmapped-line.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wul-txn-type        PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wul-entity          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wul-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wul-value-date      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wul-amount          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               "NO GLMAP ENTRY - NOT JOURNALED".

       01  ws-source-heading.
           05  FILLER              PIC X(32) VALUE "SOURCE".
           05  FILLER              PIC X(10) VALUE "      READ".
           05  FILLER              PIC X(10) VALUE "  IN DATES".
           05  FILLER              PIC X(20) VALUE
               "     AMOUNT IN DATES".
           05  FILLER              PIC X(10) VALUE " JOURNALED".
           05  FILLER              PIC X(20) VALUE
               "    AMOUNT JOURNALED".
           05  FILLER              PIC X(10) VALUE "  UNMAPPED".

       01  ws-source-line.
           05  wsl-label           PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wsl-read            PIC ZZZ,ZZZ,ZZ9.
           05  wsl-window          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wsl-window-amount   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  wsl-posted          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wsl-posted-amount   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  wsl-unmapped        PIC ZZZ,ZZZ,ZZ9.

       01  ws-account-heading.
           05  FILLER              PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER              PIC X(20) VALUE
               "              DEBITS".
           05  FILLER              PIC X(20) VALUE
               "             CREDITS".
           05  FILLER              PIC X(21) VALUE
               "                  NET".

       01  ws-account-line.
           05  wal-account         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wal-debits          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wal-credits         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wal-net             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "gljrnl".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - WORK OUT THE WINDOW, JOURNAL EACH SOURCE IN
      * TURN, THEN THE TRAILER, THE REPORT AND THE CONTROL RECORD.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-JOURNAL-FEES THRU 2000-EXIT
               PERFORM 2500-JOURNAL-REVERSALS THRU 2500-EXIT
               PERFORM 3000-JOURNAL-PAYMENTS THRU 3000-EXIT
               PERFORM 3500-JOURNAL-WRITE-OFFS THRU 3500-EXIT
               PERFORM 8000-FINISH-BATCH THRU 8000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE WINDOW ENDS TODAY AND STARTS THE DAY
      * AFTER THE LAST DATE ON GLCTL.  IF GLCTL ALREADY COVERS TODAY
      * THE NIGHT'S JOURNAL HAS BEEN CUT: NOTHING IS OPENED OR
      * REWRITTEN AND THE STEP ENDS RC 8.  WITHOUT GLMAP NO MOVEMENT
      * CAN BE MAPPED, SO THAT IS SEVERE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "gljrnl: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "gljrnl: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "gljrnl: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           MOVE today-date TO from-date
           MOVE today-date TO thru-date

           OPEN INPUT GL-CONTROL-FILE
           IF ws-glctl-status = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       IF GCT-LAST-DATE IS NUMERIC
                           MOVE GCT-LAST-DATE TO last-date
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF

           IF last-date NOT = SPACES
               MOVE last-date TO date-num
               IF FUNCTION INTEGER-OF-DATE(date-num) = 0
                   DISPLAY "gljrnl: GLCTL DATE " last-date
                       " IS NOT A DATE - EXTRACTING TODAY ONLY"
                   MOVE 8 TO run-error-level
               ELSE
                   IF last-date NOT < today-date
                       DISPLAY "gljrnl: MOVEMENTS THROUGH " last-date
                           " ALREADY JOURNALED - NOTHING EXTRACTED"
                       MOVE 8 TO run-error-level
                       SET ws-nothing-to-do TO TRUE
                       GO TO 1000-EXIT
                   END-IF
                   COMPUTE date-int =
                       FUNCTION INTEGER-OF-DATE(date-num) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(date-int) TO date-num
                   MOVE date-num TO from-date
               END-IF
           END-IF

           OPEN INPUT MAP-FILE
           IF ws-map-file-status NOT = "00"
               DISPLAY "gljrnl: CANNOT OPEN GLMAP - STATUS "
                   ws-map-file-status " - NO JOURNAL CUT"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-map-open TO TRUE

           OPEN OUTPUT JOURNAL-FILE
           IF ws-journal-status NOT = "00"
               DISPLAY "gljrnl: CANNOT OPEN GLJRNL - STATUS "
                   ws-journal-status " - NO JOURNAL CUT"
               MOVE 16 TO run-error-level
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO GL-JOURNAL-REC
           SET GLJ-HEADER TO TRUE
           MOVE today-date TO GLJ-HDR-DATE
           MOVE from-date TO GLJ-HDR-FROM
           MOVE thru-date TO GLJ-HDR-THRU
           WRITE GL-JOURNAL-REC

           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO SUMMARY-REPORT-REC
           STRING "backUrubu COLLECTIONS - GL JOURNAL SUMMARY FOR "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               " - MOVEMENTS " DELIMITED BY SIZE
               from-date DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               thru-date DELIMITED BY SIZE
               INTO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           MOVE SPACES TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           MOVE "MOVEMENTS WITH NO ACCOUNT MAPPING" TO
               SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-JOURNAL-FEES - EVERY DETAIL OF A FEEIFACE BLOCK WHOSE
      * HEADER IS DATED INSIDE THE WINDOW IS A FEE CHARGED.
      *----------------------------------------------------------------
       2000-JOURNAL-FEES.
           MOVE 1 TO src-ix
           OPEN INPUT INTERFACE-FILE
           IF ws-interface-file-status NOT = "00"
               DISPLAY "gljrnl: FEEIFACE NOT PRESENT - STATUS "
                   ws-interface-file-status " - NO FEES JOURNALED"
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO ws-eof-switch
           MOVE 'N' TO ws-block-switch
           PERFORM 2100-READ-FEE THRU 2100-EXIT
               UNTIL ws-eof
           CLOSE INTERFACE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-FEE.
           READ INTERFACE-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ

           EVALUATE TRUE
               WHEN IFACE-HEADER
                   MOVE 'N' TO ws-block-switch
                   IF IFACE-HDR-DATE NOT < from-date
                           AND IFACE-HDR-DATE NOT > thru-date
                       SET ws-block-in-window TO TRUE
                       MOVE IFACE-HDR-DATE TO mv-value-date
                       MOVE ZERO TO block-run-id
                       IF IFACE-HDR-RUN-ID IS NUMERIC
                           MOVE IFACE-HDR-RUN-ID TO block-run-id
                       END-IF
                   END-IF
               WHEN IFACE-DETAIL
                   ADD 1 TO src-read-count (src-ix)
                   IF ws-block-in-window
                       MOVE "FEE" TO mv-txn-type
                       MOVE IFACE-DOC TO mv-doc
                       MOVE IFACE-CALC TO mv-amount
                       MOVE block-run-id TO mv-run-id
                       IF IFACE-RUN-ID IS NUMERIC
                               AND IFACE-RUN-ID NOT = ZERO
                           MOVE IFACE-RUN-ID TO mv-run-id
                       END-IF
                       PERFORM 5000-JOURNAL-MOVEMENT THRU 5000-EXIT
                   END-IF
               WHEN IFACE-TRAILER
                   MOVE 'N' TO ws-block-switch
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-JOURNAL-REVERSALS - A REVERSAL IS CARRIED NEGATIVE ON
      * REVERSAL; IT IS JOURNALED AS A POSITIVE REV MOVEMENT DATED BY
      * ITS RUN TIMESTAMP.  A REFUND IS AGAINST THE CPF IN REV-CPF; A
      * REBILL REVERSAL CARRIES ITS FULL DOCUMENT IN REV-DOC.
      *----------------------------------------------------------------
       2500-JOURNAL-REVERSALS.
           MOVE 2 TO src-ix
           OPEN INPUT REVERSAL-FILE
           IF ws-reversal-file-status NOT = "00"
               DISPLAY "gljrnl: REVERSAL NOT PRESENT - STATUS "
                   ws-reversal-file-status " - NO REVERSALS JOURNALED"
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO ws-eof-switch
           PERFORM 2600-READ-REVERSAL THRU 2600-EXIT
               UNTIL ws-eof
           CLOSE REVERSAL-FILE.
       2500-EXIT.
           EXIT.

       2600-READ-REVERSAL.
           READ REVERSAL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2600-EXIT
           END-READ
           ADD 1 TO src-read-count (src-ix)

           IF REV-TIMESTAMP(1:8) < from-date
                   OR REV-TIMESTAMP(1:8) > thru-date
               GO TO 2600-EXIT
           END-IF

           MOVE "REV" TO mv-txn-type
           MOVE REV-CPF TO mv-doc
           IF REV-DOC NOT = SPACES
               MOVE REV-DOC TO mv-doc
           END-IF
           IF REV-AMOUNT < ZERO
               COMPUTE mv-amount = ZERO - REV-AMOUNT
           ELSE
               MOVE REV-AMOUNT TO mv-amount
           END-IF
           MOVE REV-TIMESTAMP(1:8) TO mv-value-date
           MOVE ZERO TO mv-run-id
           IF REV-RUN-ID IS NUMERIC
               MOVE REV-RUN-ID TO mv-run-id
           END-IF
           PERFORM 5000-JOURNAL-MOVEMENT THRU 5000-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-JOURNAL-PAYMENTS - EVERY OIALLOC LINE cashapp POSTED
      * INSIDE THE WINDOW.  PAYMENT LAID AGAINST CHARGES (C, A, U) IS
      * PAY, EXCESS HELD AS A CREDIT (X) IS PEX, CREDIT TAKEN UP BY A
      * LATER CHARGE (K) IS PCR.  THE VALUE DATE IS THE PAYMENT DATE.
      *----------------------------------------------------------------
       3000-JOURNAL-PAYMENTS.
           MOVE 3 TO src-ix
           OPEN INPUT ALLOC-FILE
           IF ws-alloc-status NOT = "00"
               DISPLAY "gljrnl: OIALLOC NOT PRESENT - STATUS "
                   ws-alloc-status " - NO PAYMENTS JOURNALED"
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO ws-eof-switch
           PERFORM 3100-READ-ALLOCATION THRU 3100-EXIT
               UNTIL ws-eof
           CLOSE ALLOC-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ALLOCATION.
           READ ALLOC-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO src-read-count (src-ix)

           IF OIA-POST-DATE < from-date OR OIA-POST-DATE > thru-date
               GO TO 3100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN OIA-CLEARED OR OIA-PARTIAL OR OIA-UNTRACKED
                   MOVE "PAY" TO mv-txn-type
               WHEN OIA-EXCESS
                   MOVE "PEX" TO mv-txn-type
               WHEN OIA-CREDIT-TAKEN
                   MOVE "PCR" TO mv-txn-type
               WHEN OTHER
                   MOVE "???" TO mv-txn-type
           END-EVALUATE

           MOVE OIA-DOC TO mv-doc
           MOVE ZERO TO mv-amount
           IF OIA-APPLIED IS NUMERIC
               MOVE OIA-APPLIED TO mv-amount
           END-IF
           MOVE OIA-PAY-DATE TO mv-value-date
           MOVE ZERO TO mv-run-id
           IF OIA-RUN-ID IS NUMERIC
               MOVE OIA-RUN-ID TO mv-run-id
           END-IF
           PERFORM 5000-JOURNAL-MOVEMENT THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-JOURNAL-WRITE-OFFS - EVERY WROJRNL LINE DATED INSIDE THE
      * WINDOW IS A POSITION WRITTEN OFF.
      *----------------------------------------------------------------
       3500-JOURNAL-WRITE-OFFS.
           MOVE 4 TO src-ix
           OPEN INPUT WROJRNL-FILE
           IF ws-wrojrnl-status NOT = "00"
               DISPLAY "gljrnl: WROJRNL NOT PRESENT - STATUS "
                   ws-wrojrnl-status " - NO WRITE-OFFS JOURNALED"
               GO TO 3500-EXIT
           END-IF

           MOVE 'N' TO ws-eof-switch
           PERFORM 3600-READ-WRITE-OFF THRU 3600-EXIT
               UNTIL ws-eof
           CLOSE WROJRNL-FILE.
       3500-EXIT.
           EXIT.

       3600-READ-WRITE-OFF.
           READ WROJRNL-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO src-read-count (src-ix)

           IF JRN-DATE < from-date OR JRN-DATE > thru-date
               GO TO 3600-EXIT
           END-IF

           MOVE "WRO" TO mv-txn-type
           MOVE JRN-DOC TO mv-doc
           MOVE ZERO TO mv-amount
           IF JRN-AMOUNT IS NUMERIC
               MOVE JRN-AMOUNT TO mv-amount
           END-IF
           MOVE JRN-DATE TO mv-value-date
           MOVE ZERO TO mv-run-id
           PERFORM 5000-JOURNAL-MOVEMENT THRU 5000-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-JOURNAL-MOVEMENT - ONE MOVEMENT FROM THE CURRENT SOURCE.
      * THE ENTITY TYPE COMES FROM THE DOCUMENT (A CPF LEAVES THE LAST
      * THREE POSITIONS BLANK).  A ZERO MOVEMENT IS COUNTED BUT NOT
      * JOURNALED.  A MAPPED MOVEMENT BECOMES ONE ENTRY: A DEBIT LINE
      * AND A CREDIT LINE FOR THE SAME AMOUNT; AN UNMAPPED ONE IS
      * LISTED ON THE REPORT AND MAKES THE RUN SEVERE.
      *----------------------------------------------------------------
       5000-JOURNAL-MOVEMENT.
           ADD 1 TO src-window-count (src-ix)
           ADD mv-amount TO src-window-amount (src-ix)
           IF mv-amount = ZERO
               GO TO 5000-EXIT
           END-IF

           IF mv-doc(12:3) = SPACES
               MOVE "F" TO mv-entity
           ELSE
               MOVE "J" TO mv-entity
           END-IF

           MOVE mv-txn-type TO GLM-TXN-TYPE
           MOVE mv-entity TO GLM-ENTITY
           READ MAP-FILE
               INVALID KEY
                   ADD 1 TO src-unmapped-count (src-ix)
                   ADD 1 TO unmapped-count
                   ADD mv-amount TO unmapped-amount
                   MOVE mv-txn-type TO wul-txn-type
                   MOVE mv-entity TO wul-entity
                   MOVE mv-doc TO wul-doc
                   MOVE mv-value-date TO wul-value-date
                   MOVE mv-amount TO wul-amount
                   WRITE SUMMARY-REPORT-REC FROM ws-unmapped-line
                   GO TO 5000-EXIT
           END-READ

           ADD 1 TO entry-count
           ADD 1 TO src-posted-count (src-ix)
           ADD mv-amount TO src-posted-amount (src-ix)

           MOVE SPACES TO GL-JOURNAL-REC
           SET GLJ-DETAIL TO TRUE
           MOVE entry-count TO GLJ-ENTRY-NO
           MOVE mv-amount TO GLJ-AMOUNT
           MOVE mv-txn-type TO GLJ-TXN-TYPE
           MOVE mv-entity TO GLJ-ENTITY
           MOVE mv-doc TO GLJ-DOC
           MOVE mv-value-date TO GLJ-VALUE-DATE
           MOVE mv-run-id TO GLJ-RUN-ID

           SET GLJ-DEBIT TO TRUE
           MOVE GLM-DEBIT-ACCT TO GLJ-ACCOUNT
           PERFORM 5100-WRITE-LINE THRU 5100-EXIT

           SET GLJ-CREDIT TO TRUE
           MOVE GLM-CREDIT-ACCT TO GLJ-ACCOUNT
           PERFORM 5100-WRITE-LINE THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-WRITE-LINE - WRITE ONE JOURNAL LINE AND CARRY IT TO THE
      * BATCH TOTALS AND THE ACCOUNT SUMMARY.  A LINE THAT CANNOT BE
      * WRITTEN IS LEFT OUT OF THE TOTALS, SO THE BATCH FAILS TO
      * BALANCE AND THE STEP ENDS SEVERE.
      *----------------------------------------------------------------
       5100-WRITE-LINE.
           WRITE GL-JOURNAL-REC
           IF ws-journal-status NOT = "00"
               DISPLAY "gljrnl: CANNOT WRITE GLJRNL - STATUS "
                   ws-journal-status " - ENTRY " GLJ-ENTRY-NO
               MOVE 16 TO run-error-level
               GO TO 5100-EXIT
           END-IF

           ADD 1 TO line-count
           IF GLJ-DEBIT
               ADD GLJ-AMOUNT TO total-debits
           ELSE
               ADD GLJ-AMOUNT TO total-credits
           END-IF

           MOVE GLJ-ACCOUNT TO account-wanted
           PERFORM 6000-ADD-ACCOUNT THRU 6000-EXIT
           IF ws-found
               IF GLJ-DEBIT
                   ADD GLJ-AMOUNT TO at-debits (account-ix)
               ELSE
                   ADD GLJ-AMOUNT TO at-credits (account-ix)
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-ADD-ACCOUNT - FIND account-wanted IN THE SUMMARY TABLE OR
      * SLOT IT IN IN ACCOUNT ORDER; LEAVES account-ix ON THE ENTRY.
      * A FULL TABLE IS REPORTED AND THE ACCOUNT LEFT OFF THE SUMMARY
      * (THE JOURNAL ITSELF IS UNAFFECTED).
      *----------------------------------------------------------------
       6000-ADD-ACCOUNT.
           MOVE 'N' TO ws-found-switch
           MOVE 'N' TO ws-slot-switch
           MOVE ZERO TO account-ix
           PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT
               UNTIL ws-found OR ws-slot-found
               OR account-ix >= account-count
           IF ws-found
               GO TO 6000-EXIT
           END-IF

           IF account-count >= ACCOUNT-TABLE-MAX
               DISPLAY "gljrnl: ACCOUNT TABLE FULL - " account-wanted
                   " LEFT OFF THE SUMMARY"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
               GO TO 6000-EXIT
           END-IF

           ADD 1 TO account-ix
           PERFORM 6200-SHIFT-ENTRY THRU 6200-EXIT
               VARYING shift-ix FROM account-count BY -1
               UNTIL shift-ix < account-ix
           ADD 1 TO account-count
           MOVE account-wanted TO at-account (account-ix)
           MOVE ZERO TO at-debits (account-ix)
           MOVE ZERO TO at-credits (account-ix)
           SET ws-found TO TRUE.
       6000-EXIT.
           EXIT.

       6100-CHECK-ACCOUNT.
           ADD 1 TO account-ix
           IF at-account (account-ix) = account-wanted
               SET ws-found TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF at-account (account-ix) > account-wanted
               SET ws-slot-found TO TRUE
               SUBTRACT 1 FROM account-ix
           END-IF.
       6100-EXIT.
           EXIT.

       6200-SHIFT-ENTRY.
           MOVE account-entry (shift-ix)
               TO account-entry (shift-ix + 1).
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINISH-BATCH - THE TRAILER, THE CONTROL TOTALS BY SOURCE,
      * THE SUMMARY BY ACCOUNT AND THE BALANCE PROOF.  GLCTL MOVES ON
      * TO TODAY ONLY WHEN NOTHING IN THE RUN WAS SEVERE.
      *----------------------------------------------------------------
       8000-FINISH-BATCH.
           MOVE SPACES TO GL-JOURNAL-REC
           SET GLJ-TRAILER TO TRUE
           MOVE entry-count TO GLJ-TRL-ENTRIES
           MOVE line-count TO GLJ-TRL-LINES
           MOVE total-debits TO GLJ-TRL-DEBITS
           MOVE total-credits TO GLJ-TRL-CREDITS
           WRITE GL-JOURNAL-REC
           CLOSE JOURNAL-FILE

           IF unmapped-count = ZERO
               MOVE "  NONE" TO SUMMARY-REPORT-REC
               WRITE SUMMARY-REPORT-REC
           END-IF
           MOVE SPACES TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC FROM ws-source-heading
           PERFORM 8100-PRINT-SOURCE THRU 8100-EXIT
               VARYING src-ix FROM 1 BY 1 UNTIL src-ix > 4

           MOVE SPACES TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC FROM ws-account-heading
           PERFORM 8200-PRINT-ACCOUNT THRU 8200-EXIT
               VARYING account-ix FROM 1 BY 1
               UNTIL account-ix > account-count

           MOVE SPACES TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "JOURNAL ENTRIES" TO wtl-label
           MOVE entry-count TO wtl-count
           WRITE SUMMARY-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "TOTAL DEBITS" TO wtl-label
           MOVE line-count TO wtl-count
           MOVE total-debits TO wtl-amount
           WRITE SUMMARY-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "TOTAL CREDITS" TO wtl-label
           MOVE total-credits TO wtl-amount
           WRITE SUMMARY-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "UNMAPPED MOVEMENTS NOT JOURNALED" TO wtl-label
           MOVE unmapped-count TO wtl-count
           MOVE unmapped-amount TO wtl-amount
           WRITE SUMMARY-REPORT-REC FROM ws-total-line

           MOVE SPACES TO SUMMARY-REPORT-REC
           IF total-debits NOT = total-credits
               MOVE "*** BATCH OUT OF BALANCE - DO NOT POST ***"
                   TO SUMMARY-REPORT-REC
               DISPLAY "gljrnl: JOURNAL OUT OF BALANCE - DEBITS "
                   total-debits " CREDITS " total-credits
               MOVE 16 TO run-error-level
           ELSE
               IF unmapped-count > ZERO
                   MOVE "*** MOVEMENTS UNMAPPED - CORRECT GLMAP, RERUN"
                       TO SUMMARY-REPORT-REC
                   MOVE 16 TO run-error-level
               ELSE
                   MOVE "BATCH IN BALANCE" TO SUMMARY-REPORT-REC
               END-IF
           END-IF
           WRITE SUMMARY-REPORT-REC

           MOVE SPACES TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           MOVE "CONTROLLER SIGN-OFF __________________  DATE ________"
               TO SUMMARY-REPORT-REC
           WRITE SUMMARY-REPORT-REC
           CLOSE SUMMARY-REPORT-FILE

           IF run-error-level < 16
               OPEN OUTPUT GL-CONTROL-FILE
               MOVE SPACES TO GL-CONTROL-REC
               MOVE thru-date TO GCT-LAST-DATE
               WRITE GL-CONTROL-REC
               CLOSE GL-CONTROL-FILE
           ELSE
               DISPLAY "gljrnl: GLCTL NOT ADVANCED - RERUN AFTER "
                   "CORRECTION RE-EXTRACTS " from-date " THRU "
                   thru-date
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-SOURCE.
           MOVE SPACES TO ws-source-line
           MOVE source-label (src-ix) TO wsl-label
           MOVE src-read-count (src-ix) TO wsl-read
           MOVE src-window-count (src-ix) TO wsl-window
           MOVE src-window-amount (src-ix) TO wsl-window-amount
           MOVE src-posted-count (src-ix) TO wsl-posted
           MOVE src-posted-amount (src-ix) TO wsl-posted-amount
           MOVE src-unmapped-count (src-ix) TO wsl-unmapped
           WRITE SUMMARY-REPORT-REC FROM ws-source-line.
       8100-EXIT.
           EXIT.

       8200-PRINT-ACCOUNT.
           MOVE SPACES TO ws-account-line
           MOVE at-account (account-ix) TO wal-account
           MOVE at-debits (account-ix) TO wal-debits
           MOVE at-credits (account-ix) TO wal-credits
           COMPUTE account-net =
               at-debits (account-ix) - at-credits (account-ix)
           MOVE account-net TO wal-net
           WRITE SUMMARY-REPORT-REC FROM ws-account-line.
       8200-EXIT.
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
           COMPUTE run-in-count = entry-count
           COMPUTE run-out-count = line-count
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
           IF ws-map-open
               CLOSE MAP-FILE
           END-IF

           DISPLAY "gljrnl: WINDOW " from-date " THRU " thru-date
               ", " entry-count " ENTRIES, " line-count " LINES, "
               unmapped-count " UNMAPPED"

           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
