      *                    BEFORE THIS CHANGE CANNOT BE RESUMED
      *                    ACROSS IT.  STALE HOLDS ARE CHASED THROUGH
      *                    THE dsprpt AGING REPORT.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    THE RUN ID IS DRAWN THROUGH chain_control,
      *                    WHICH REFUSES THE RUN UNTIL THE EARLIER
      *                    STEPS ARE DONE FOR THE BUSINESS DATE AND
      *                    LOGS THIS ONE ON CHAINLOG.  THE BUSINESS
      *                    DATE IS NOW THE DEFAULT PRICING DATE; A
      *                    BATCHPARM DATE STILL WINS BUT IS CALLED OUT
      *                    WHEN IT DIFFERS.  A RUN ENDING ON A WARNING
      *                    (RC UNDER 16) IS NOW WN ON RUNCTL, NOT ER.
      *   2026-10-15  MRS  PARTITIONED RUN FOR THE NIGHTS THE SINGLE
      *                    STREAM NO LONGER FITS THE WINDOW.  START
      *                    DRAWS THE RUN ID, SPLITS ACCTIN BY THE
      *                    DOCUMENT RANGES ON PARTDEF AND WRITES
      *                    PARTCTL; PART NN PRICES ONE RANGE SIDE BY
      *                    SIDE WITH THE OTHERS, EACH ON ITS OWN
      *                    CHECKPOINT, DUPWORK AND OUTPUT SEGMENTS,
      *                    JOINING THE RUN THROUGH THE NEW RUN_CONTROL
      *                    J REQUEST; MERGE CHECKS EVERY PARTITION
      *                    COMPLETE AND NO DOCUMENT IN TWO OF THEM,
      *                    THEN WRITES THE ONE FEEIFACE BLOCK, EXCPLOG
      *                    AND EODSUMRPT AND ENDS THE RUN.  NO ARGUMENT
      *                    IS THE SINGLE-STREAM RUN, UNCHANGED.  THE
      *                    CHECKPOINT RECORD GREW THE RUN ID, A STATUS
      *                    AND THE FINAL RETURN CODE - AN IN-FLIGHT
      *                    CHECKPOINT FROM BEFORE THIS CHANGE CANNOT BE
      *                    RESUMED ACROSS IT.
      *   2026-10-15  MRS  HONOR COLLECTION AGENCY PLACEMENTS: A
      *                    DOCUMENT agyplace HAS PLACED WITH AN AGENCY
      *                    (ACTIVE ON PLACEMNT) ACCRUES NOTHING WHILE
      *                    THE AGENCY WORKS IT - THE HOLD IS FLAGGED
      *                    ON THE CONSOLE, THE EXCEPTION LOG (AGY) AND
      *                    THE SUMMARY, AND THE COUNT RIDES THE
      *                    CHECKPOINT - AN IN-FLIGHT CHECKPOINT FROM
      *                    BEFORE THIS CHANGE CANNOT BE RESUMED
      *                    ACROSS IT.
      *   2026-10-15  MRS  HONOR THE PRESCRIPTION STOP LIST prescmon
      *                    KEEPS: A DOCUMENT WHOSE DEBT HAS PRESCRIBED
      *                    (PRESCRIP STATUS S) ACCRUES NOTHING - THE
      *                    DEBT IS PAST THE LEGAL COLLECTION LIMIT.
      *                    THE SKIP IS FLAGGED ON THE CONSOLE, THE
      *                    EXCEPTION LOG (PRS) AND THE SUMMARY, AND
      *                    THE COUNT RIDES THE CHECKPOINT - AN
      *                    IN-FLIGHT CHECKPOINT FROM BEFORE THIS
      *                    CHANGE CANNOT BE RESUMED ACROSS IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT SUMMARY-FILE ASSIGN TO "EODSUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTART-FILE ASSIGN USING ckpt-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-restart-file-status.

           SELECT INTERFACE-FILE ASSIGN USING iface-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-interface-file-status.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-file-status.

           SELECT DUP-REPORT-FILE ASSIGN USING dup-report-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dup-report-status.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-file-status.

           SELECT DAYSEX-REPORT-FILE
               ASSIGN USING daysex-report-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-daysex-report-status.

           SELECT CAP-REPORT-FILE ASSIGN USING cap-report-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cap-report-status.

           SELECT EXCP-FILE ASSIGN USING excp-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excp-log-status.

               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT DUP-WORK-FILE ASSIGN USING dupwork-file-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUPW-DOC
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-DOC
               FILE STATUS IS ws-prescrip-status.

           SELECT PART-DEF-FILE ASSIGN TO "PARTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-partdef-status.

           SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-partctl-status.

           SELECT SEG-IFACE-FILE ASSIGN USING seg-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-seg-iface-status.

           SELECT SEG-TEXT-FILE ASSIGN USING seg-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seg-status.

           SELECT SEG-DUP-FILE ASSIGN USING seg-file-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGD-DOC
               FILE STATUS IS ws-segdup-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  CKPT-CAPPED-COUNT       PIC 9(7).
           05  CKPT-WRO-SKIP-COUNT     PIC 9(7).
           05  CKPT-DSP-HOLD-COUNT     PIC 9(7).
           05  CKPT-AGY-HOLD-COUNT     PIC 9(7).
           05  CKPT-PRS-SKIP-COUNT     PIC 9(7).
           05  CKPT-BUCKET-STATS.
               10  CKPT-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  CKPT-BUCKET-COUNT   PIC 9(7).
                   15  CKPT-BUCKET-AMOUNT  PIC 9(9)V99.
           05  CKPT-RUN-ID             PIC 9(7).
           05  CKPT-STATUS             PIC X(01).
               88  CKPT-COMPLETE                  VALUE 'C'.
           05  CKPT-FINAL-RC           PIC 9(2).

       FD  INTERFACE-FILE.
           COPY IFACEREC.
       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  PART-DEF-FILE.
           COPY PARTDEF.

       FD  PART-CTL-FILE.
           COPY PARTCTL.

      *----------------------------------------------------------------
      * MERGE-STEP READERS FOR THE PARTITION SEGMENTS - A FEEIFACE
      * SEGMENT, A TEXT SEGMENT (EXCEPTION LOG OR REPORT) AND A
      * PARTITION'S DUPWORK, WHOSE DOCUMENT KEY IS ALL THE MERGE USES.
      *----------------------------------------------------------------
       FD  SEG-IFACE-FILE.
       01  SEG-IFACE-REC           PIC X(38).

       FD  SEG-TEXT-FILE.
       01  SEG-TEXT-REC            PIC X(132).

       FD  SEG-DUP-FILE.
       01  SEGD-RECORD.
           05  SEGD-DOC            PIC X(14).
           05  FILLER              PIC X(21).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * CHECKPOINT-INTERVAL IS 1 - FEEIFACE IS WRITTEN FOR EVERY
       01  ws-disputed-switch  PIC X VALUE 'N'.
           88  ws-disputed               VALUE 'Y'.
       01  dsp-hold-count      PIC 9(7) VALUE ZERO.
       01  ws-placement-status PIC XX VALUE SPACES.
       01  ws-placement-open-switch PIC X VALUE 'N'.
           88  ws-placement-open         VALUE 'Y'.
       01  ws-agency-placed-switch PIC X VALUE 'N'.
           88  ws-agency-placed          VALUE 'Y'.
       01  agy-hold-count      PIC 9(7) VALUE ZERO.
       01  ws-prescrip-status  PIC XX VALUE SPACES.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.
       01  ws-prescribed-switch PIC X VALUE 'N'.
           88  ws-prescribed             VALUE 'Y'.
       01  prs-skip-count      PIC 9(7) VALUE ZERO.

       01  ws-cap-report-status PIC XX VALUE SPACES.
       01  ws-excp-log-status  PIC XX VALUE SPACES.

       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "backUrubuBatch".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * PARTITIONED RUN - SEE 0100-READ-COMMAND-LINE.  THE FILES A
      * PARTITION WRITES ARE NAMED AT RUN TIME: THE SINGLE-STREAM RUN
      * AND THE MERGE STEP USE THE USUAL NAMES BELOW, A PARTITION
      * SWAPS IN ITS OWN SEGMENT NAMES (A SIX-CHARACTER PREFIX PLUS
      * THE PARTITION NUMBER, E.G. FEESEG03) IN 4000-JOIN-PARTITION.
      *----------------------------------------------------------------
       78  PARTITION-MAX           VALUE 20.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  cmd-verb            PIC X(10) VALUE SPACES.
       01  cmd-part            PIC X(02) VALUE SPACES.
       01  run-shape-flag      PIC X(01) VALUE 'W'.
           88  part-start-mode           VALUE 'S'.
           88  part-mode                 VALUE 'P'.
           88  part-merge-mode           VALUE 'M'.

       01  ckpt-file-name      PIC X(12) VALUE "ACCTCKPT".
       01  iface-file-name     PIC X(12) VALUE "FEEIFACE".
       01  dupwork-file-name   PIC X(12) VALUE "DUPWORK".
       01  excp-file-name      PIC X(12) VALUE "EXCPLOG".
       01  dup-report-name     PIC X(12) VALUE "DUPRPT".
       01  daysex-report-name  PIC X(12) VALUE "DAYSEXRPT".
       01  cap-report-name     PIC X(12) VALUE "CAPRPT".
       01  seg-file-name       PIC X(12) VALUE SPACES.
       01  seg-prefix          PIC X(06) VALUE SPACES.

       01  ws-partdef-status   PIC XX VALUE SPACES.
       01  ws-partctl-status   PIC XX VALUE SPACES.
       01  ws-seg-status       PIC XX VALUE SPACES.
       01  ws-seg-iface-status PIC XX VALUE SPACES.
       01  ws-segdup-status    PIC XX VALUE SPACES.
       01  ws-in-range-switch  PIC X VALUE 'N'.
           88  ws-in-range               VALUE 'Y'.
       01  ws-placed-switch    PIC X VALUE 'N'.
           88  ws-placed                 VALUE 'Y'.
       01  ws-partdef-eof-switch PIC X VALUE 'N'.
           88  ws-partdef-eof            VALUE 'Y'.
       01  ws-partctl-eof-switch PIC X VALUE 'N'.
           88  ws-partctl-eof            VALUE 'Y'.
       01  ws-partctl-loaded-switch PIC X VALUE 'N'.
           88  ws-partctl-loaded         VALUE 'Y'.
       01  ws-part-done-switch PIC X VALUE 'N'.
           88  ws-part-done              VALUE 'Y'.
       01  ws-seg-eof-switch   PIC X VALUE 'N'.
           88  ws-seg-eof                VALUE 'Y'.
       01  ws-seg-trailer-switch PIC X VALUE 'N'.
           88  ws-seg-trailer            VALUE 'Y'.

       01  part-no             PIC 9(02) VALUE ZERO.
       01  part-count          PIC 9(02) VALUE ZERO.
       01  part-ix             PIC 9(02) VALUE ZERO.
       01  part-suffix-n       PIC 9(02) VALUE ZERO.
       01  part-suffix REDEFINES part-suffix-n PIC X(02).
       01  part-low-doc        PIC X(14) VALUE LOW-VALUES.
       01  part-high-doc       PIC X(14) VALUE HIGH-VALUES.
       01  part-expect-count   PIC 9(7) VALUE ZERO.
       01  part-error-count    PIC 9(3) VALUE ZERO.
       01  part-bad-count      PIC 9(3) VALUE ZERO.
       01  merged-part-rc      PIC S9(4) VALUE ZERO.
       01  acct-total-count    PIC 9(7) VALUE ZERO.
       01  unassigned-count    PIC 9(7) VALUE ZERO.
       01  cross-dup-count     PIC 9(7) VALUE ZERO.
       01  start-pricing-date  PIC X(08) VALUE SPACES.
       01  seg-detail-count    PIC 9(7) VALUE ZERO.
       01  seg-hash-total      PIC 9(13)V99 VALUE ZERO.
       01  seg-bad-count       PIC 9(3) VALUE ZERO.
       01  expect-iface-count  PIC 9(7) VALUE ZERO.
       01  expect-iface-hash   PIC 9(13)V99 VALUE ZERO.
       01  ckpt-status-w       PIC X(01) VALUE 'R'.
       01  ckpt-final-rc-w     PIC 9(2) VALUE ZERO.

       01  part-table.
           05  part-entry OCCURS 20 TIMES.
               10  pt-low-raw      PIC X(14).
               10  pt-high-raw     PIC X(14).
               10  pt-low          PIC X(14).
               10  pt-high         PIC X(14).
               10  pt-expect       PIC 9(7).

      *----------------------------------------------------------------
      * run-error-level LATCHES MID-RUN ERROR CONDITIONS (TABLE FULL,
      * OVERFLOW) INSTEAD OF SETTING RETURN-CODE ON THE SPOT - EVERY
      *----------------------------------------------------------------
      * 0000-MAINLINE - PRICE EVERY ACCOUNT ON THE ACCOUNTS FILE IN A
      * SINGLE JOB STEP, THEN WRITE THE END-OF-DAY SUMMARY REPORT.
      * THE START AND MERGE STEPS OF A PARTITIONED RUN END INSIDE
      * 3000 AND 5000; A PARTITION PRICES ITS RANGE THROUGH THE SAME
      * LOOP AS THE SINGLE STREAM.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0100-READ-COMMAND-LINE THRU 0100-EXIT
           IF part-start-mode
               PERFORM 3000-START-PARTITIONS THRU 3000-EXIT
           END-IF
           IF part-merge-mode
               PERFORM 5000-MERGE-PARTITIONS THRU 5000-EXIT
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 0100-READ-COMMAND-LINE - NO ARGUMENT IS THE ORDINARY SINGLE-
      * STREAM RUN.  A PARTITIONED RUN IS THREE KINDS OF STEP -
      *   START    DRAW THE RUN ID, CHECK PARTDEF AGAINST ACCTIN AND
      *            WRITE PARTCTL FOR THE PARTITIONS.
      *   PART NN  PRICE PARTITION NN OF THE RUN.  THE PARTITIONS RUN
      *            SIDE BY SIDE, EACH ON ITS OWN CHECKPOINT, DUPWORK
      *            AND OUTPUT SEGMENTS, AND EACH RESTARTS ON ITS OWN.
      *   MERGE    ONCE EVERY PARTITION IS COMPLETE, BUILD THE ONE
      *            FEEIFACE BLOCK, EXCPLOG AND EODSUMRPT AND END THE
      *            RUN.
      *----------------------------------------------------------------
       0100-READ-COMMAND-LINE.
           ACCEPT cmd-line FROM COMMAND-LINE
           IF cmd-line = SPACES
               GO TO 0100-EXIT
           END-IF

           UNSTRING cmd-line DELIMITED BY ALL SPACE
               INTO cmd-verb, cmd-part
           MOVE FUNCTION UPPER-CASE(cmd-verb) TO cmd-verb
           EVALUATE cmd-verb
               WHEN "START"
                   SET part-start-mode TO TRUE
               WHEN "MERGE"
                   SET part-merge-mode TO TRUE
               WHEN "PART"
                   IF cmd-part (2:1) = SPACE
                       MOVE cmd-part (1:1) TO cmd-part (2:1)
                       MOVE "0" TO cmd-part (1:1)
                   END-IF
                   IF cmd-part IS NOT NUMERIC OR cmd-part = "00"
                       DISPLAY "backUrubuBatch: PART NEEDS A PARTITION "
                           "NUMBER - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE cmd-part TO part-no
                   SET part-mode TO TRUE
               WHEN OTHER
                   DISPLAY "backUrubuBatch: UNKNOWN ARGUMENT " cmd-verb
                       " - START, PART NN OR MERGE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       0100-EXIT.
           EXIT.

       1000-INITIALIZE.
           IF part-mode
               PERFORM 4000-JOIN-PARTITION THRU 4000-EXIT
           ELSE
               PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT
           END-IF

           PERFORM 1050-READ-PARMS THRU 1050-EXIT
           IF part-mode
               PERFORM 4100-CHECK-PARTITION-PARMS THRU 4100-EXIT
           END-IF

           IF NOT simulate-mode
               PERFORM 1100-CHECK-RESTART THRU 1100-EXIT
           PERFORM 1065-OPEN-DUP-WORK THRU 1065-EXIT

           PERFORM 1070-LOAD-HOLIDAYS THRU 1070-EXIT
           IF NOT part-mode
               PERFORM 1075-CHECK-CALENDAR-COVERAGE THRU 1075-EXIT
           END-IF
           PERFORM 1080-OPEN-MASTERS THRU 1080-EXIT
           PERFORM 1085-OPEN-AGREEMENTS THRU 1085-EXIT
           PERFORM 1086-OPEN-PRESCRIPTIONS THRU 1086-EXIT
           PERFORM 1087-OPEN-WRITE-OFFS THRU 1087-EXIT
           PERFORM 1088-OPEN-DISPUTES THRU 1088-EXIT
           PERFORM 1089-OPEN-PLACEMENTS THRU 1089-EXIT

           IF dup-consolidate-mode
               PERFORM 1300-PRESCAN-DUPLICATES THRU 1300-EXIT
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1010-START-RUN-CONTROL - DRAW THE RUN ID THROUGH chain_control,
      * WHICH REFUSES THE RUN WHILE ANOTHER IS LIVE OR THE EARLIER
      * CHAIN STEPS ARE NOT DONE FOR THE BUSINESS DATE.
      *----------------------------------------------------------------
       1010-START-RUN-CONTROL.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "backUrubuBatch: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "backUrubuBatch: EARLIER CHAIN STEPS NOT "
                   "FINISHED FOR BUSINESS DATE " bus-date
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "backUrubuBatch: RUN " run-id " STARTED, BUSINESS "
               "DATE " bus-date.
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-READ-PARMS - PICK UP THE OPTIONAL RUN PARAMETERS.  THE
      * PRICING DATE DRIVES EFFECTIVE-DATED RATE RESOLUTION; A LATE
      * RERUN OF A PRIOR DAY STAGES THAT DAY'S DATE ON BATCHPARM AND
      * PRICES WITH THE RATE THAT APPLIED THEN.  ABSENT OR BLANK MEANS
      * PRICE AS OF THE BUSINESS DATE (TODAY WHEN THERE IS NO BUSDATE).
      *----------------------------------------------------------------
       1050-READ-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO pricing-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO pricing-date
           END-IF

           OPEN INPUT PARM-FILE
           IF ws-parm-file-status = "00"
                           MOVE PARM-PRICING-DATE TO pricing-date
                           DISPLAY "backUrubuBatch: PRICING AS OF "
                               pricing-date " PER BATCHPARM"
                           IF bus-date NOT = SPACES
                                   AND pricing-date NOT = bus-date
                               DISPLAY "backUrubuBatch: *** BATCHPARM "
                                   "DATE DIFFERS FROM BUSINESS DATE "
                                   bus-date " ***"
                           END-IF
                       END-IF
                       IF PARM-DUP-MODE = 'C'
                           MOVE 'C' TO dup-mode-flag
                   IF run-error-level < 8
                       MOVE 8 TO run-error-level
                   END-IF
                   IF NOT part-mode
                       MOVE 16 TO excp-severity-w
                       MOVE "TBF" TO excp-reason-w
                       MOVE SPACES TO excp-doc-w
                       MOVE "HOLIDAY TABLE FULL - DATE IGNORED"
                           TO excp-detail-w
                       PERFORM 7600-LOG-EXCEPTION THRU 7600-EXIT
                   END-IF
               ELSE
                   ADD 1 TO holiday-count
                   MOVE HOLIDAY-REC TO holiday-date (holiday-count)
       1085-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1086-OPEN-PRESCRIPTIONS - OPEN THE PRESCRIPTION STOP LIST FOR
      * THE RUN.  NO FILE JUST MEANS NOTHING HAS PRESCRIBED YET.
      *----------------------------------------------------------------
       1086-OPEN-PRESCRIPTIONS.
           OPEN INPUT PRESCRIPTION-FILE
           IF ws-prescrip-status = "00"
               SET ws-prescrip-open TO TRUE
           END-IF.
       1086-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1087-OPEN-WRITE-OFFS - OPEN THE WROFF WRITE-OFF REGISTER FOR
      * THE RUN.  NO FILE JUST MEANS NOTHING HAS EVER BEEN WRITTEN
       1088-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1089-OPEN-PLACEMENTS - OPEN THE AGENCY PLACEMENT MASTER FOR THE
      * RUN.  NO FILE JUST MEANS NOTHING HAS EVER BEEN PLACED.
      *----------------------------------------------------------------
       1089-OPEN-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE
           IF ws-placement-status = "00"
               SET ws-placement-open TO TRUE
           END-IF.
       1089-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1090-CLOSE-MASTERS - END-OF-RUN COUNTERPART OF 1080, 1085,
      * 1086, 1087, 1088 AND 1089.
      *----------------------------------------------------------------
       1090-CLOSE-MASTERS.
           IF ws-agreement-open
               CLOSE DISPUTE-FILE
               MOVE 'N' TO ws-dispute-open-switch
           END-IF
           IF ws-placement-open
               CLOSE PLACEMENT-FILE
               MOVE 'N' TO ws-placement-open-switch
           END-IF
           IF ws-prescrip-open
               CLOSE PRESCRIPTION-FILE
               MOVE 'N' TO ws-prescrip-open-switch
           END-IF

           MOVE 'C' TO lookup-func
           CALL "customer_lookup" USING lookup-func, cpf-digited,
      * PICK UP THE LAST RECORD NUMBER IT COMMITTED, ALONG WITH THE
      * COUNTS AND TOTALS THAT WERE RUNNING AS OF THAT CHECKPOINT, SO
      * THE END-OF-DAY SUMMARY STILL COVERS THE WHOLE DAY AFTER A
      * RESTART, NOT JUST THE RECORDS PROCESSED SINCE RESUMING.  A
      * PARTITION ONLY RESUMES ITS OWN RUN'S CHECKPOINT - ONE LEFT BY
      * AN EARLIER RUN IS IGNORED - AND A PARTITION ALREADY COMPLETE
      * FOR THIS RUN HAS NOTHING LEFT TO DO.
      *----------------------------------------------------------------
       1100-CHECK-RESTART.
           MOVE ZERO TO ws-restart-count
           IF ws-restart-file-status = "00"
               READ RESTART-FILE
                   NOT AT END
                       IF part-mode AND CKPT-RUN-ID NOT = run-id
                           DISPLAY "backUrubuBatch: CHECKPOINT FROM "
                               "RUN " CKPT-RUN-ID " IGNORED - "
                               "PARTITION " part-suffix
                               " STARTS FRESH"
                       ELSE
                           PERFORM 1110-RESUME-CHECKPOINT
                               THRU 1110-EXIT
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF

           IF ws-part-done
               DISPLAY "backUrubuBatch: PARTITION " part-suffix
                   " ALREADY COMPLETE FOR RUN " run-id
                   " - NOTHING TO DO"
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-RESUME-CHECKPOINT.
           IF part-mode AND CKPT-COMPLETE
               SET ws-part-done TO TRUE
               GO TO 1110-EXIT
           END-IF
           MOVE CKPT-LAST-REC-NUM TO ws-restart-count
           MOVE CKPT-ACCEPT-COUNT TO accept-count
           MOVE CKPT-REJECT-COUNT TO reject-count
           MOVE CKPT-RANGE-REJECT-COUNT
               TO range-reject-count
           MOVE CKPT-TOTAL-AMOUNT TO total-amount
           MOVE CKPT-DUP-CONSOL-COUNT TO dup-consol-count
           MOVE CKPT-DUP-DIVERT-COUNT TO dup-divert-count
           MOVE CKPT-IFACE-COUNT TO iface-detail-count
           MOVE CKPT-IFACE-HASH TO iface-hash-total
           MOVE CKPT-DAYSEX-COUNT
               TO days-exception-count
           MOVE CKPT-AGR-SUPPRESS-COUNT
               TO agr-suppress-count
           MOVE CKPT-CAPPED-COUNT TO capped-count
           MOVE CKPT-WRO-SKIP-COUNT TO wro-skip-count
           MOVE CKPT-DSP-HOLD-COUNT TO dsp-hold-count
           MOVE CKPT-AGY-HOLD-COUNT TO agy-hold-count
           MOVE CKPT-PRS-SKIP-COUNT TO prs-skip-count
           MOVE CKPT-BUCKET-STATS TO bucket-stats.
       1110-EXIT.
           EXIT.

       1200-SKIP-TO-RESTART.
           DISPLAY "backUrubuBatch: RESUMING AFTER RECORD "
               ws-restart-count
           EXIT.

       1310-PRESCAN-READ.
           MOVE 'N' TO ws-in-range-switch
           PERFORM 1315-PRESCAN-READ-ONE THRU 1315-EXIT
               UNTIL ws-prescan-eof OR ws-in-range.
       1310-EXIT.
           EXIT.

       1315-PRESCAN-READ-ONE.
           READ ACCOUNTS-FILE
               AT END
                   SET ws-prescan-eof TO TRUE
                   GO TO 1315-EXIT
           END-READ
           IF NOT part-mode
               SET ws-in-range TO TRUE
               GO TO 1315-EXIT
           END-IF
           IF ACCT-DOCUMENT OF ACCT-RECORD NOT < part-low-doc
                   AND ACCT-DOCUMENT OF ACCT-RECORD NOT > part-high-doc
               SET ws-in-range TO TRUE
           END-IF.
       1315-EXIT.
           EXIT.

       1320-PRESCAN-TALLY.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ACCOUNT - NEXT ACCOUNT FOR THIS RUN.  A PARTITION
      * SEES ONLY THE DOCUMENTS IN ITS OWN RANGE, SO ITS RECORD COUNT,
      * CHECKPOINT AND RESTART SKIP ALL RUN OVER THAT RANGE ALONE.
      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
           MOVE 'N' TO ws-in-range-switch
           PERFORM 2110-READ-ONE-ACCOUNT THRU 2110-EXIT
               UNTIL ws-eof OR ws-in-range.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-ACCOUNT.
           READ ACCOUNTS-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF NOT part-mode
               SET ws-in-range TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF ACCT-DOCUMENT OF ACCT-RECORD NOT < part-low-doc
                   AND ACCT-DOCUMENT OF ACCT-RECORD NOT > part-high-doc
               SET ws-in-range TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
               GO TO 2500-EXIT
           END-IF

           PERFORM 2531-CHECK-PRESCRIPTION THRU 2531-EXIT
           IF ws-prescribed
               ADD 1 TO prs-skip-count
               DISPLAY "backUrubuBatch: DOCUMENT " cnpj-digited
                   " HAS PRESCRIBED - ACCOUNT SKIPPED"
               MOVE 04 TO excp-severity-w
               MOVE "PRS" TO excp-reason-w
               MOVE cnpj-digited TO excp-doc-w
               MOVE "DEBT PRESCRIBED - NOT PRICED" TO excp-detail-w
               PERFORM 7600-LOG-EXCEPTION THRU 7600-EXIT
               GO TO 2500-EXIT
           END-IF

           PERFORM 2533-CHECK-DISPUTE THRU 2533-EXIT
           IF ws-disputed
               ADD 1 TO dsp-hold-count
               GO TO 2500-EXIT
           END-IF

           PERFORM 2537-CHECK-PLACEMENT THRU 2537-EXIT
           IF ws-agency-placed
               ADD 1 TO agy-hold-count
               DISPLAY "backUrubuBatch: DOCUMENT " cnpj-digited
                   " IS PLACED WITH AGENCY " PLC-AGENCY
                   " - ACCRUAL HELD"
               MOVE 04 TO excp-severity-w
               MOVE "AGY" TO excp-reason-w
               MOVE cnpj-digited TO excp-doc-w
               MOVE SPACES TO excp-detail-w
               STRING "PLACED WITH AGENCY " PLC-AGENCY
                   " - ACCRUAL HELD" DELIMITED BY SIZE
                   INTO excp-detail-w
               PERFORM 7600-LOG-EXCEPTION THRU 7600-EXIT
               GO TO 2500-EXIT
           END-IF

           PERFORM 2535-CHECK-WRITE-OFF THRU 2535-EXIT
           IF ws-written-off
               ADD 1 TO wro-skip-count
       2530-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2531-CHECK-PRESCRIPTION - A DOCUMENT ON THE PRESCRIPTION STOP
      * LIST (PRESCRIP STATUS S) IS PAST THE LEGAL COLLECTION LIMIT;
      * ACCRUING ON IT ONLY ADDS TO WHAT CANNOT BE COLLECTED.
      *----------------------------------------------------------------
       2531-CHECK-PRESCRIPTION.
           MOVE 'N' TO ws-prescribed-switch
           IF NOT ws-prescrip-open
               GO TO 2531-EXIT
           END-IF

           MOVE cnpj-digited TO PRS-DOC
           READ PRESCRIPTION-FILE
               INVALID KEY
                   GO TO 2531-EXIT
           END-READ

           IF PRS-STOPPED
               SET ws-prescribed TO TRUE
           END-IF.
       2531-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2533-CHECK-DISPUTE - A DOCUMENT WITH AN OPEN DISPUTE ON THE
      * HOLD FILE ACCRUES NOTHING WHILE THE FEE IS CONTESTED - THE
       2533-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2537-CHECK-PLACEMENT - A DOCUMENT ACTIVELY PLACED WITH A
      * COLLECTION AGENCY ACCRUES NOTHING WHILE THE AGENCY WORKS IT;
      * THE AGENCY WAS GIVEN THE BALANCE AS IT STOOD AT PLACEMENT.
      * ACCRUAL RESUMES ONCE agyrecall BRINGS THE DOCUMENT BACK.
      *----------------------------------------------------------------
       2537-CHECK-PLACEMENT.
           MOVE 'N' TO ws-agency-placed-switch
           IF NOT ws-placement-open
               GO TO 2537-EXIT
           END-IF

           MOVE cnpj-digited TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   GO TO 2537-EXIT
           END-READ

           IF PLC-ACTIVE
               SET ws-agency-placed TO TRUE
           END-IF.
       2537-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2535-CHECK-WRITE-OFF - A DOCUMENT ON THE WROFF REGISTER IS A
      * CLOSED POSITION; ACCRUING ON IT IS EXACTLY WHAT THE WRITE-OFF
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-START-PARTITIONS - START STEP OF A PARTITIONED RUN.  THE
      * RUN ID IS DRAWN HERE THROUGH chain_control, SO THE CHAIN GATE
      * AND THE ONE-RUN-AT-A-TIME GUARD COVER THE WHOLE PARTITIONED
      * RUN EXACTLY AS THEY COVER A SINGLE-STREAM ONE.  THE RUN-LEVEL
      * CHECKS (HOLIDAY TABLE AND CALENDAR COVERAGE) ARE MADE ONCE,
      * HERE, AND LOGGED ON THE EXCPSG00 SEGMENT.  PARTDEF IS CHECKED
      * AND EVERY ACCTIN RECORD PLACED IN ITS PARTITION BEFORE PARTCTL
      * IS WRITTEN - A DOCUMENT OUTSIDE EVERY RANGE WOULD NEVER BE
      * PRICED, SO THE RUN IS REFUSED INSTEAD.  A STARTED RUN IS LEFT
      * RN FOR THE PARTITIONS TO JOIN.
      *----------------------------------------------------------------
       3000-START-PARTITIONS.
           PERFORM 1010-START-RUN-CONTROL THRU 1010-EXIT
           PERFORM 1050-READ-PARMS THRU 1050-EXIT
           IF simulate-mode
               DISPLAY "backUrubuBatch: A SIMULATION IS NOT RUN "
                   "PARTITIONED - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
               STOP RUN
           END-IF

           MOVE "EXCPSG00" TO excp-file-name
           PERFORM 1060-OPEN-EXCP-LOG THRU 1060-EXIT
           PERFORM 1070-LOAD-HOLIDAYS THRU 1070-EXIT
           PERFORM 1075-CHECK-CALENDAR-COVERAGE THRU 1075-EXIT

           PERFORM 3100-LOAD-PARTDEF THRU 3100-EXIT
           IF part-error-count = ZERO
               PERFORM 3200-COUNT-PARTITIONS THRU 3200-EXIT
           END-IF
           IF part-error-count > ZERO
               DISPLAY "backUrubuBatch: PARTITIONED RUN " run-id
                   " REFUSED - " part-error-count
                   " PARTDEF PROBLEMS, SEE ABOVE"
               IF ws-excp-open
                   CLOSE EXCP-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
               STOP RUN
           END-IF

           PERFORM 3300-WRITE-PARTCTL THRU 3300-EXIT
           IF ws-excp-open
               CLOSE EXCP-FILE
           END-IF

           DISPLAY "backUrubuBatch: PARTITIONED RUN " run-id
               " STARTED - " part-count " PARTITIONS OVER "
               acct-total-count " ACCOUNTS.  RUN PART 01 THROUGH "
               part-count ", THEN MERGE"
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOAD-PARTDEF - LOAD AND CHECK THE PARTITION RANGES:
      * NUMBERED 01 UP IN ORDER, NO MORE THAN PARTITION-MAX, EACH
      * RANGE THE RIGHT WAY ROUND AND STARTING ABOVE THE ONE BEFORE
      * IT.  BLANK LINES ARE SKIPPED.
      *----------------------------------------------------------------
       3100-LOAD-PARTDEF.
           MOVE ZERO TO part-count
           MOVE ZERO TO part-error-count
           OPEN INPUT PART-DEF-FILE
           IF ws-partdef-status NOT = "00"
               DISPLAY "backUrubuBatch: PARTDEF NOT PRESENT - NO "
                   "PARTITIONS DEFINED"
               ADD 1 TO part-error-count
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO ws-partdef-eof-switch
           PERFORM 3110-READ-PARTDEF THRU 3110-EXIT
           PERFORM 3120-CHECK-PARTDEF-LINE THRU 3120-EXIT
               UNTIL ws-partdef-eof
           CLOSE PART-DEF-FILE

           IF part-count = ZERO
               DISPLAY "backUrubuBatch: PARTDEF HAS NO PARTITIONS"
               ADD 1 TO part-error-count
           END-IF.
       3100-EXIT.
           EXIT.

       3110-READ-PARTDEF.
           READ PART-DEF-FILE
               AT END
                   SET ws-partdef-eof TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

       3120-CHECK-PARTDEF-LINE.
           IF PART-DEF-REC NOT = SPACES
               PERFORM 3130-ADD-PARTITION THRU 3130-EXIT
           END-IF
           PERFORM 3110-READ-PARTDEF THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

       3130-ADD-PARTITION.
           IF PTD-PART IS NOT NUMERIC
               DISPLAY "backUrubuBatch: PARTDEF PARTITION NUMBER "
                   PTD-PART " IS NOT NUMERIC"
               ADD 1 TO part-error-count
               GO TO 3130-EXIT
           END-IF
           MOVE PTD-PART TO part-suffix-n
           IF part-count >= PARTITION-MAX
               DISPLAY "backUrubuBatch: PARTDEF PARTITION " part-suffix
                   " - NO MORE THAN 20 PARTITIONS"
               ADD 1 TO part-error-count
               GO TO 3130-EXIT
           END-IF
           IF part-suffix-n NOT = part-count + 1
               DISPLAY "backUrubuBatch: PARTDEF PARTITION " part-suffix
                   " OUT OF SEQUENCE - NUMBER THEM 01 UP IN ORDER"
               ADD 1 TO part-error-count
               GO TO 3130-EXIT
           END-IF

           ADD 1 TO part-count
           MOVE part-count TO part-ix
           MOVE PTD-LOW-DOC TO pt-low-raw (part-ix)
           MOVE PTD-HIGH-DOC TO pt-high-raw (part-ix)
           MOVE ZERO TO pt-expect (part-ix)
           PERFORM 3140-RESOLVE-RANGE THRU 3140-EXIT

           IF pt-low (part-ix) > pt-high (part-ix)
               DISPLAY "backUrubuBatch: PARTDEF PARTITION " part-suffix
                   " LOW DOCUMENT IS ABOVE ITS HIGH DOCUMENT"
               ADD 1 TO part-error-count
           END-IF
           IF part-ix > 1
               IF pt-low (part-ix) NOT > pt-high (part-ix - 1)
                   DISPLAY "backUrubuBatch: PARTDEF PARTITION "
                       part-suffix " OVERLAPS THE PARTITION BEFORE IT"
                   ADD 1 TO part-error-count
               END-IF
           END-IF.
       3130-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3140-RESOLVE-RANGE - A BLANK END OF A RANGE IS OPEN: LOW-VALUES
      * BELOW, HIGH-VALUES ABOVE.  THE RAW VALUES ARE KEPT FOR PARTCTL.
      *----------------------------------------------------------------
       3140-RESOLVE-RANGE.
           MOVE pt-low-raw (part-ix) TO pt-low (part-ix)
           IF pt-low-raw (part-ix) = SPACES
               MOVE LOW-VALUES TO pt-low (part-ix)
           END-IF
           MOVE pt-high-raw (part-ix) TO pt-high (part-ix)
           IF pt-high-raw (part-ix) = SPACES
               MOVE HIGH-VALUES TO pt-high (part-ix)
           END-IF.
       3140-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-COUNT-PARTITIONS - PLACE EVERY ACCTIN RECORD IN ITS
      * PARTITION.  THE COUNTS GO ON PARTCTL AND EACH PARTITION IS
      * HELD TO ITS COUNT AT MERGE TIME.
      *----------------------------------------------------------------
       3200-COUNT-PARTITIONS.
           MOVE ZERO TO acct-total-count
           MOVE ZERO TO unassigned-count
           OPEN INPUT ACCOUNTS-FILE
           MOVE 'N' TO ws-prescan-eof-switch
           PERFORM 1076-READ-FOR-COVERAGE THRU 1076-EXIT
           PERFORM 3210-PLACE-ACCOUNT THRU 3210-EXIT
               UNTIL ws-prescan-eof
           CLOSE ACCOUNTS-FILE

           IF unassigned-count > ZERO
               DISPLAY "backUrubuBatch: " unassigned-count
                   " ACCTIN RECORDS FALL OUTSIDE EVERY PARTDEF RANGE"
               ADD 1 TO part-error-count
           END-IF.
       3200-EXIT.
           EXIT.

       3210-PLACE-ACCOUNT.
           ADD 1 TO acct-total-count
           MOVE 'N' TO ws-placed-switch
           PERFORM 3220-TRY-PARTITION THRU 3220-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count OR ws-placed
           IF NOT ws-placed
               ADD 1 TO unassigned-count
               DISPLAY "backUrubuBatch: DOCUMENT "
                   ACCT-DOCUMENT OF ACCT-RECORD
                   " IS IN NO PARTDEF RANGE"
           END-IF
           PERFORM 1076-READ-FOR-COVERAGE THRU 1076-EXIT.
       3210-EXIT.
           EXIT.

       3220-TRY-PARTITION.
           IF ACCT-DOCUMENT OF ACCT-RECORD NOT < pt-low (part-ix)
                   AND ACCT-DOCUMENT OF ACCT-RECORD
                       NOT > pt-high (part-ix)
               ADD 1 TO pt-expect (part-ix)
               SET ws-placed TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-WRITE-PARTCTL - THE H RECORD FOR THE RUN AND A P RECORD
      * PER PARTITION.  A START THAT CANNOT WRITE IT HAS STARTED
      * NOTHING THE PARTITIONS COULD JOIN, SO THE RUN IS ENDED.
      *----------------------------------------------------------------
       3300-WRITE-PARTCTL.
           OPEN OUTPUT PART-CTL-FILE
           IF ws-partctl-status NOT = "00"
               DISPLAY "backUrubuBatch: CANNOT WRITE PARTCTL - STATUS "
                   ws-partctl-status " - RUN REFUSED"
               IF ws-excp-open
                   CLOSE EXCP-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
               STOP RUN
           END-IF

           MOVE SPACES TO PART-CTL-REC
           SET PTC-HEADER TO TRUE
           MOVE run-id TO PTC-RUN-ID
           MOVE bus-date TO PTC-BUS-DATE
           MOVE pricing-date TO PTC-PRICING-DATE
           MOVE part-count TO PTC-PART-COUNT
           MOVE acct-total-count TO PTC-ACCT-COUNT
           MOVE ws-coverage-warn-switch TO PTC-COVERAGE-FLAG
           MOVE FUNCTION CURRENT-DATE TO PTC-START-TS
           WRITE PART-CTL-REC

           PERFORM 3310-WRITE-PARTCTL-LINE THRU 3310-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count
           CLOSE PART-CTL-FILE.
       3300-EXIT.
           EXIT.

       3310-WRITE-PARTCTL-LINE.
           MOVE SPACES TO PART-CTL-REC
           SET PTC-PARTITION TO TRUE
           MOVE part-ix TO PTC-PART
           MOVE pt-low-raw (part-ix) TO PTC-LOW-DOC
           MOVE pt-high-raw (part-ix) TO PTC-HIGH-DOC
           MOVE pt-expect (part-ix) TO PTC-EXPECT-COUNT
           WRITE PART-CTL-REC
           DISPLAY "backUrubuBatch: PARTITION " PTC-PART " "
               PTC-LOW-DOC " THRU " PTC-HIGH-DOC " - "
               PTC-EXPECT-COUNT " ACCOUNTS".
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-JOIN-PARTITION - PARTITION STEP: PICK UP THE RUN ID, THE
      * DATES AND THIS PARTITION'S RANGE FROM PARTCTL, JOIN THE RUN ON
      * THE LEDGER, AND POINT THE CHECKPOINT, DUPWORK, EXCEPTION LOG,
      * FEEIFACE AND REPORT FILES AT THIS PARTITION'S OWN SEGMENTS
      * (ACCTCKNN, DUPWRKNN, EXCPSGNN, FEESEGNN, DUPRPTNN, DAYSEXNN,
      * CAPRPTNN) SO PARTITIONS RUNNING SIDE BY SIDE NEVER SHARE A
      * FILE.  DUPLICATES NEED NO SHARED FILE EITHER: EVERY
      * OCCURRENCE OF A DOCUMENT FALLS IN THE SAME RANGE.
      *----------------------------------------------------------------
       4000-JOIN-PARTITION.
           PERFORM 4010-READ-PARTCTL THRU 4010-EXIT
           IF NOT ws-partctl-loaded
               DISPLAY "backUrubuBatch: NO PARTCTL - RUN START BEFORE "
                   "ANY PARTITION - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF part-no > part-count
               DISPLAY "backUrubuBatch: RUN " run-id " HAS "
                   part-count " PARTITIONS - PARTITION " part-no
                   " REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 4050-JOIN-LEDGER-RUN THRU 4050-EXIT
           IF run-final = "JF"
               DISPLAY "backUrubuBatch: RUN " run-id " IS NOT RUNNING "
                   "- PARTITION " part-no " REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE pt-low (part-no) TO part-low-doc
           MOVE pt-high (part-no) TO part-high-doc
           MOVE pt-expect (part-no) TO part-expect-count

           MOVE part-no TO part-ix
           MOVE "ACCTCK" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO ckpt-file-name
           MOVE "DUPWRK" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO dupwork-file-name
           MOVE "EXCPSG" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO excp-file-name
           MOVE "FEESEG" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO iface-file-name
           MOVE "DUPRPT" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO dup-report-name
           MOVE "DAYSEX" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO daysex-report-name
           MOVE "CAPRPT" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO cap-report-name

           DISPLAY "backUrubuBatch: PARTITION " part-suffix " OF "
               part-count " FOR RUN " run-id ", DOCUMENTS "
               pt-low-raw (part-no) " THRU " pt-high-raw (part-no)
               ", " part-expect-count " ACCOUNTS".
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4010-READ-PARTCTL - LOAD THE RUN'S CONTROL FILE INTO THE
      * PARTITION TABLE.  ws-partctl-loaded STAYS OFF WHEN THERE IS NO
      * PARTCTL OR IT HAS NO H RECORD.
      *----------------------------------------------------------------
       4010-READ-PARTCTL.
           MOVE 'N' TO ws-partctl-loaded-switch
           MOVE ZERO TO part-count
           OPEN INPUT PART-CTL-FILE
           IF ws-partctl-status NOT = "00"
               GO TO 4010-EXIT
           END-IF

           MOVE 'N' TO ws-partctl-eof-switch
           PERFORM 4015-READ-PARTCTL-LINE THRU 4015-EXIT
               UNTIL ws-partctl-eof
           CLOSE PART-CTL-FILE.
       4010-EXIT.
           EXIT.

       4015-READ-PARTCTL-LINE.
           READ PART-CTL-FILE
               AT END
                   SET ws-partctl-eof TO TRUE
                   GO TO 4015-EXIT
           END-READ

           IF PTC-HEADER
               MOVE PTC-RUN-ID TO run-id
               MOVE PTC-BUS-DATE TO bus-date
               MOVE PTC-PRICING-DATE TO start-pricing-date
               MOVE PTC-PART-COUNT TO part-count
               MOVE PTC-ACCT-COUNT TO acct-total-count
               IF PTC-COVERAGE-WARNED
                   SET ws-coverage-warned TO TRUE
               END-IF
               SET ws-partctl-loaded TO TRUE
           END-IF

           IF PTC-PARTITION AND PTC-PART > ZERO
                   AND PTC-PART NOT > PARTITION-MAX
               MOVE PTC-PART TO part-ix
               MOVE PTC-LOW-DOC TO pt-low-raw (part-ix)
               MOVE PTC-HIGH-DOC TO pt-high-raw (part-ix)
               MOVE PTC-EXPECT-COUNT TO pt-expect (part-ix)
               PERFORM 3140-RESOLVE-RANGE THRU 3140-EXIT
           END-IF.
       4015-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4020-BUILD-SEGMENT-NAME - seg-prefix PLUS PARTITION part-ix,
      * E.G. FEESEG03, INTO seg-file-name.
      *----------------------------------------------------------------
       4020-BUILD-SEGMENT-NAME.
           MOVE part-ix TO part-suffix-n
           MOVE SPACES TO seg-file-name
           STRING seg-prefix DELIMITED BY SIZE
               part-suffix DELIMITED BY SIZE
               INTO seg-file-name.
       4020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-JOIN-LEDGER-RUN - ASK RUN_CONTROL WHETHER THE RUN ON
      * PARTCTL IS STILL RUNNING; run-final COMES BACK JF WHEN IT IS
      * NOT (ENDED, OR RELEASED WITH runrel).
      *----------------------------------------------------------------
       4050-JOIN-LEDGER-RUN.
           MOVE 'J' TO run-ctl-func
           MOVE SPACES TO run-final
           CALL "run_control" USING run-ctl-func, run-ctl-program,
               run-id, run-in-count, run-out-count, run-final.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-PARTITION-PARMS - A PARTITION TAKES ITS DUPLICATE
      * MODE, TOLERANCE AND CAP FROM BATCHPARM LIKE ANY RUN, BUT EVERY
      * PARTITION PRICES AS OF THE DATE THE START STEP RESOLVED, OR
      * THE PARTITIONS OF ONE RUN COULD PRICE ON DIFFERENT DAYS.
      *----------------------------------------------------------------
       4100-CHECK-PARTITION-PARMS.
           IF simulate-mode
               DISPLAY "backUrubuBatch: A SIMULATION IS NOT RUN "
                   "PARTITIONED - PARTITION REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF pricing-date NOT = start-pricing-date
               DISPLAY "backUrubuBatch: *** PRICING DATE "
                   pricing-date " DIFFERS FROM " start-pricing-date
                   " SET AT START - PRICING AS OF " start-pricing-date
                   " ***"
               MOVE start-pricing-date TO pricing-date
               COMPUTE pricing-day-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(pricing-date))
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4900-END-PARTITION - A PARTITION DOES NOT END THE RUN OR WRITE
      * THE SUMMARY.  IT CLOSES ITS FEEIFACE SEGMENT WITH ITS OWN
      * TRAILER AND LEAVES ITS CHECKPOINT IN PLACE, MARKED COMPLETE
      * WITH ITS FINAL RETURN CODE - THAT RECORD IS WHAT THE MERGE
      * STEP ADDS UP.  A PARTITION THAT DID NOT READ THE NUMBER OF
      * ACCOUNTS THE START STEP COUNTED IN ITS RANGE (ACCTIN CHANGED
      * UNDER THE RUN) ENDS SEVERE.
      *----------------------------------------------------------------
       4900-END-PARTITION.
           PERFORM 2450-WRITE-IFACE-TRAILER THRU 2450-EXIT

           CLOSE ACCOUNTS-FILE
           CLOSE INTERFACE-FILE
           CLOSE DUP-REPORT-FILE
           CLOSE DAYSEX-REPORT-FILE
           CLOSE CAP-REPORT-FILE
           CLOSE DUP-WORK-FILE
           IF ws-excp-open
               CLOSE EXCP-FILE
           END-IF

           MOVE RETURN-CODE TO saved-return-code
           IF run-error-level > saved-return-code
               MOVE run-error-level TO saved-return-code
           END-IF
           IF rec-count NOT = part-expect-count
               DISPLAY "backUrubuBatch: *** PARTITION " part-suffix
                   " READ " rec-count " ACCOUNTS BUT START COUNTED "
                   part-expect-count " - ACCTIN CHANGED UNDER THE "
                   "RUN ***"
               MOVE 16 TO saved-return-code
           END-IF

           MOVE 'C' TO ckpt-status-w
           MOVE saved-return-code TO ckpt-final-rc-w
           PERFORM 8200-WRITE-CHECKPOINT THRU 8200-EXIT

           PERFORM 9100-DISPLAY-RUN-TOTALS THRU 9100-EXIT
           DISPLAY "backUrubuBatch: PARTITION " part-suffix " OF RUN "
               run-id " COMPLETE - MERGE WHEN EVERY PARTITION IS DONE"
           MOVE saved-return-code TO RETURN-CODE
           STOP RUN.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-MERGE-PARTITIONS - MERGE STEP OF A PARTITIONED RUN.  IT
      * WILL NOT MERGE UNTIL EVERY PARTITION'S CHECKPOINT SHOWS IT
      * COMPLETE FOR THIS RUN WITH THE ACCOUNT COUNT THE START STEP
      * GAVE IT; UNTIL THEN THE RUN STAYS RN SO A MISSING PARTITION
      * CAN STILL BE RUN OR RESTARTED AND THE MERGE TRIED AGAIN.  THEN
      * THE EXCEPTION SEGMENTS BECOME ONE EXCPLOG, THE PARTITIONS'
      * DOCUMENTS ARE CHECKED AGAINST EACH OTHER (A DOCUMENT IN TWO
      * PARTITIONS WOULD POST TWICE, SO NOTHING IS POSTED AND THE RUN
      * ENDS ER), THE FEEIFACE SEGMENTS BECOME ONE H/D/T BLOCK HELD TO
      * THE PARTITION CHECKPOINTS, THE DUPRPT, DAYSEXRPT AND CAPRPT
      * SEGMENTS ARE JOINED, AND ONE EODSUMRPT IS WRITTEN FROM THE
      * SUMMED CHECKPOINT TOTALS - THE SAME FIGURES A SINGLE-STREAM
      * RUN OVER THE SAME ACCTIN GIVES.  THE RUN IS THEN ENDED ON
      * RUNCTL AND CHAINLOG LIKE ANY OTHER.
      *----------------------------------------------------------------
       5000-MERGE-PARTITIONS.
           PERFORM 4010-READ-PARTCTL THRU 4010-EXIT
           IF NOT ws-partctl-loaded
               DISPLAY "backUrubuBatch: NO PARTCTL - NOTHING TO MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4050-JOIN-LEDGER-RUN THRU 4050-EXIT
           IF run-final = "JF"
               DISPLAY "backUrubuBatch: RUN " run-id " IS NOT RUNNING "
                   "- NOTHING TO MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE start-pricing-date TO pricing-date
           DISPLAY "backUrubuBatch: MERGING " part-count
               " PARTITIONS OF RUN " run-id

           MOVE ZERO TO part-bad-count
           PERFORM 5100-CHECK-PARTITION THRU 5100-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count
           IF part-bad-count > ZERO
               DISPLAY "backUrubuBatch: " part-bad-count
                   " PARTITIONS NOT READY - MERGE REFUSED, RUN "
                   run-id " LEFT RUNNING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF merged-part-rc > run-error-level
               MOVE merged-part-rc TO run-error-level
           END-IF

           OPEN OUTPUT EXCP-FILE
           IF ws-excp-log-status = "00"
               SET ws-excp-open TO TRUE
           ELSE
               DISPLAY "backUrubuBatch: CANNOT OPEN EXCPLOG - STATUS "
                   ws-excp-log-status " - EXCEPTIONS ON CONSOLE ONLY"
           END-IF
           MOVE "EXCPSG" TO seg-prefix
           PERFORM 5500-COPY-TEXT-SEGMENT THRU 5500-EXIT
               VARYING part-ix FROM 0 BY 1
               UNTIL part-ix > part-count

           PERFORM 5200-CHECK-CROSS-PARTITION THRU 5200-EXIT
           IF part-bad-count > ZERO
               DISPLAY "backUrubuBatch: MERGE REFUSED, RUN " run-id
                   " LEFT RUNNING"
               IF ws-excp-open
                   CLOSE EXCP-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF cross-dup-count > ZERO
               DISPLAY "backUrubuBatch: *** " cross-dup-count
                   " DOCUMENTS PRICED IN MORE THAN ONE PARTITION - "
                   "NOTHING POSTED, RUN " run-id " ENDED IN ERROR ***"
               IF ws-excp-open
                   CLOSE EXCP-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
               STOP RUN
           END-IF

           PERFORM 5300-MERGE-IFACE THRU 5300-EXIT
           PERFORM 5400-MERGE-REPORTS THRU 5400-EXIT
           IF ws-excp-open
               CLOSE EXCP-FILE
           END-IF
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT

           IF run-error-level < 16
               PERFORM 5600-CLEAR-PARTITION-CKPT THRU 5600-EXIT
                   VARYING part-ix FROM 1 BY 1
                   UNTIL part-ix > part-count
           END-IF

           MOVE ZERO TO RETURN-CODE
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           PERFORM 9100-DISPLAY-RUN-TOTALS THRU 9100-EXIT
           DISPLAY "backUrubuBatch: RUN " run-id " MERGED FROM "
               part-count " PARTITIONS"
           STOP RUN.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-CHECK-PARTITION - READ PARTITION part-ix'S CHECKPOINT.
      * ONE THAT IS COMPLETE FOR THIS RUN AND COVERS THE COUNT START
      * GAVE IT IS ADDED INTO THE RUN TOTALS; ANYTHING ELSE HOLDS THE
      * MERGE.
      *----------------------------------------------------------------
       5100-CHECK-PARTITION.
           MOVE "ACCTCK" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO ckpt-file-name
           OPEN INPUT RESTART-FILE
           IF ws-restart-file-status NOT = "00"
               DISPLAY "backUrubuBatch: PARTITION " part-suffix
                   " HAS NOT RUN - NO " ckpt-file-name
               ADD 1 TO part-bad-count
               GO TO 5100-EXIT
           END-IF

           READ RESTART-FILE
               AT END
                   MOVE ZERO TO CKPT-RUN-ID
                   MOVE SPACE TO CKPT-STATUS
           END-READ

           EVALUATE TRUE
               WHEN CKPT-RUN-ID NOT = run-id
                       OR NOT CKPT-COMPLETE
                   DISPLAY "backUrubuBatch: PARTITION " part-suffix
                       " NOT COMPLETE FOR RUN " run-id
                   ADD 1 TO part-bad-count
               WHEN CKPT-LAST-REC-NUM NOT = pt-expect (part-ix)
                   DISPLAY "backUrubuBatch: PARTITION " part-suffix
                       " READ " CKPT-LAST-REC-NUM " ACCOUNTS, START "
                       "COUNTED " pt-expect (part-ix)
                       " - ACCTIN CHANGED UNDER THE RUN, RELEASE IT "
                       "WITH runrel AND START AGAIN"
                   ADD 1 TO part-bad-count
               WHEN OTHER
                   PERFORM 5110-ADD-PARTITION-TOTALS THRU 5110-EXIT
           END-EVALUATE

           CLOSE RESTART-FILE.
       5100-EXIT.
           EXIT.

       5110-ADD-PARTITION-TOTALS.
           ADD CKPT-LAST-REC-NUM TO rec-count
           ADD CKPT-ACCEPT-COUNT TO accept-count
           ADD CKPT-REJECT-COUNT TO reject-count
           ADD CKPT-RANGE-REJECT-COUNT TO range-reject-count
           ADD CKPT-TOTAL-AMOUNT TO total-amount
           ADD CKPT-DUP-CONSOL-COUNT TO dup-consol-count
           ADD CKPT-DUP-DIVERT-COUNT TO dup-divert-count
           ADD CKPT-IFACE-COUNT TO iface-detail-count
           ADD CKPT-IFACE-HASH TO iface-hash-total
           ADD CKPT-DAYSEX-COUNT TO days-exception-count
           ADD CKPT-AGR-SUPPRESS-COUNT TO agr-suppress-count
           ADD CKPT-CAPPED-COUNT TO capped-count
           ADD CKPT-WRO-SKIP-COUNT TO wro-skip-count
           ADD CKPT-DSP-HOLD-COUNT TO dsp-hold-count
           ADD CKPT-AGY-HOLD-COUNT TO agy-hold-count
           ADD CKPT-PRS-SKIP-COUNT TO prs-skip-count
           PERFORM 5115-ADD-BUCKET THRU 5115-EXIT
               VARYING bucket-ix FROM 1 BY 1
               UNTIL bucket-ix > 4
           IF CKPT-FINAL-RC > merged-part-rc
               MOVE CKPT-FINAL-RC TO merged-part-rc
           END-IF.
       5110-EXIT.
           EXIT.

       5115-ADD-BUCKET.
           ADD CKPT-BUCKET-COUNT (bucket-ix)
               TO bucket-count (bucket-ix)
           ADD CKPT-BUCKET-AMOUNT (bucket-ix)
               TO bucket-amount (bucket-ix).
       5115-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-CHECK-CROSS-PARTITION - WALK EVERY PARTITION'S DUPWORK
      * (ALL THE DOCUMENTS IT SAW) INTO ONE RUN-WIDE DUPWORK.  A
      * DOCUMENT ALREADY THERE FROM AN EARLIER PARTITION WAS PRICED ON
      * BOTH SIDES - THE RANGES ARE CHECKED AT START SO IT SHOULD
      * NEVER HAPPEN, AND IF IT DOES IT MUST NOT POST.
      *----------------------------------------------------------------
       5200-CHECK-CROSS-PARTITION.
           MOVE ZERO TO cross-dup-count
           OPEN OUTPUT DUP-WORK-FILE
           CLOSE DUP-WORK-FILE
           OPEN I-O DUP-WORK-FILE
           IF ws-dupwork-status NOT = "00"
               DISPLAY "backUrubuBatch: CANNOT OPEN DUPWORK - STATUS "
                   ws-dupwork-status " - PARTITIONS CANNOT BE CHECKED "
                   "FOR SHARED DOCUMENTS"
               ADD 1 TO part-bad-count
               GO TO 5200-EXIT
           END-IF

           PERFORM 5210-LOAD-PARTITION-DOCS THRU 5210-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count
           CLOSE DUP-WORK-FILE.
       5200-EXIT.
           EXIT.

       5210-LOAD-PARTITION-DOCS.
           MOVE "DUPWRK" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           OPEN INPUT SEG-DUP-FILE
           IF ws-segdup-status NOT = "00"
               DISPLAY "backUrubuBatch: " seg-file-name " NOT PRESENT "
                   "- PARTITION " part-suffix " DOCUMENTS CANNOT BE "
                   "CHECKED"
               ADD 1 TO part-bad-count
               GO TO 5210-EXIT
           END-IF

           MOVE 'N' TO ws-seg-eof-switch
           MOVE LOW-VALUES TO SEGD-DOC
           START SEG-DUP-FILE KEY IS NOT LESS THAN SEGD-DOC
               INVALID KEY
                   SET ws-seg-eof TO TRUE
           END-START
           PERFORM 5220-CHECK-PARTITION-DOC THRU 5220-EXIT
               UNTIL ws-seg-eof
           CLOSE SEG-DUP-FILE.
       5210-EXIT.
           EXIT.

       5220-CHECK-PARTITION-DOC.
           READ SEG-DUP-FILE NEXT RECORD
               AT END
                   SET ws-seg-eof TO TRUE
                   GO TO 5220-EXIT
           END-READ

           MOVE SEGD-DOC TO dup-doc-wanted
           PERFORM 2310-FIND-DUP-DOC THRU 2310-EXIT
           IF ws-dup-found
               ADD 1 TO cross-dup-count
               DISPLAY "backUrubuBatch: *** DOCUMENT " SEGD-DOC
                   " IN PARTITION " part-suffix
                   " WAS ALSO IN AN EARLIER PARTITION ***"
               MOVE 16 TO excp-severity-w
               MOVE "DUP" TO excp-reason-w
               MOVE SEGD-DOC TO excp-doc-w
               MOVE "DOCUMENT IN MORE THAN ONE PARTITION"
                   TO excp-detail-w
               PERFORM 7600-LOG-EXCEPTION THRU 7600-EXIT
           ELSE
               PERFORM 2320-ADD-DUP-DOC THRU 2320-EXIT
           END-IF.
       5220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-MERGE-IFACE - ONE H HEADER FOR THE RUN, EVERY PARTITION'S
      * D DETAILS IN PARTITION ORDER, ONE T TRAILER OVER THE LOT.
      * EACH SEGMENT MUST CARRY THE RUN'S HEADER AND A TRAILER THAT
      * BALANCES ITS OWN DETAILS, AND THE WHOLE BLOCK MUST BALANCE TO
      * THE PARTITION CHECKPOINTS - OTHERWISE THE RUN ENDS SEVERE AND
      * IFACEVERF HOLDS THE BLOCK BACK FROM POSTING.
      *----------------------------------------------------------------
       5300-MERGE-IFACE.
           MOVE iface-detail-count TO expect-iface-count
           MOVE iface-hash-total TO expect-iface-hash
           MOVE ZERO TO iface-detail-count
           MOVE ZERO TO iface-hash-total
           MOVE ZERO TO seg-bad-count

           OPEN OUTPUT INTERFACE-FILE
           PERFORM 2400-WRITE-IFACE-HEADER THRU 2400-EXIT
           PERFORM 5310-COPY-IFACE-SEGMENT THRU 5310-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count
           PERFORM 2450-WRITE-IFACE-TRAILER THRU 2450-EXIT
           CLOSE INTERFACE-FILE

           IF iface-detail-count NOT = expect-iface-count
                   OR iface-hash-total NOT = expect-iface-hash
               DISPLAY "backUrubuBatch: *** FEEIFACE SEGMENTS HOLD "
                   iface-detail-count " DETAILS BUT THE PARTITION "
                   "CHECKPOINTS SAY " expect-iface-count " ***"
               ADD 1 TO seg-bad-count
           END-IF
           IF seg-bad-count > ZERO
               MOVE 16 TO run-error-level
               MOVE 16 TO excp-severity-w
               MOVE "PRT" TO excp-reason-w
               MOVE SPACES TO excp-doc-w
               MOVE "FEEIFACE SEGMENTS DO NOT BALANCE"
                   TO excp-detail-w
               PERFORM 7600-LOG-EXCEPTION THRU 7600-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

       5310-COPY-IFACE-SEGMENT.
           MOVE "FEESEG" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           OPEN INPUT SEG-IFACE-FILE
           IF ws-seg-iface-status NOT = "00"
               DISPLAY "backUrubuBatch: *** " seg-file-name
                   " NOT PRESENT - PARTITION " part-suffix
                   " FEES MISSING FROM FEEIFACE ***"
               ADD 1 TO seg-bad-count
               GO TO 5310-EXIT
           END-IF

           MOVE ZERO TO seg-detail-count
           MOVE ZERO TO seg-hash-total
           MOVE 'N' TO ws-seg-eof-switch
           MOVE 'N' TO ws-seg-trailer-switch
           PERFORM 5320-COPY-IFACE-RECORD THRU 5320-EXIT
               UNTIL ws-seg-eof
           CLOSE SEG-IFACE-FILE

           IF NOT ws-seg-trailer
               DISPLAY "backUrubuBatch: *** " seg-file-name
                   " HAS NO TRAILER - SEGMENT TRUNCATED ***"
               ADD 1 TO seg-bad-count
           END-IF
           ADD seg-detail-count TO iface-detail-count
           ADD seg-hash-total TO iface-hash-total.
       5310-EXIT.
           EXIT.

       5320-COPY-IFACE-RECORD.
           READ SEG-IFACE-FILE INTO IFACE-RECORD
               AT END
                   SET ws-seg-eof TO TRUE
                   GO TO 5320-EXIT
           END-READ

           EVALUATE TRUE
               WHEN IFACE-DETAIL
                   ADD 1 TO seg-detail-count
                   ADD IFACE-CALC TO seg-hash-total
                   WRITE IFACE-RECORD
               WHEN IFACE-HEADER
                   IF IFACE-HDR-RUN-ID NOT = run-id
                       DISPLAY "backUrubuBatch: *** " seg-file-name
                           " BELONGS TO RUN " IFACE-HDR-RUN-ID " ***"
                       ADD 1 TO seg-bad-count
                   END-IF
               WHEN IFACE-TRAILER
                   SET ws-seg-trailer TO TRUE
                   IF IFACE-TRL-COUNT NOT = seg-detail-count
                           OR IFACE-TRL-HASH NOT = seg-hash-total
                       DISPLAY "backUrubuBatch: *** " seg-file-name
                           " TRAILER DOES NOT BALANCE ITS DETAILS ***"
                       ADD 1 TO seg-bad-count
                   END-IF
           END-EVALUATE.
       5320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5400-MERGE-REPORTS - JOIN THE PARTITIONS' DUPRPT, DAYSEXRPT
      * AND CAPRPT SEGMENTS, IN PARTITION ORDER, INTO THE USUAL FILES.
      *----------------------------------------------------------------
       5400-MERGE-REPORTS.
           OPEN OUTPUT DUP-REPORT-FILE
           OPEN OUTPUT DAYSEX-REPORT-FILE
           OPEN OUTPUT CAP-REPORT-FILE

           MOVE "DUPRPT" TO seg-prefix
           PERFORM 5500-COPY-TEXT-SEGMENT THRU 5500-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count
           MOVE "DAYSEX" TO seg-prefix
           PERFORM 5500-COPY-TEXT-SEGMENT THRU 5500-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count
           MOVE "CAPRPT" TO seg-prefix
           PERFORM 5500-COPY-TEXT-SEGMENT THRU 5500-EXIT
               VARYING part-ix FROM 1 BY 1
               UNTIL part-ix > part-count

           CLOSE DUP-REPORT-FILE
           CLOSE DAYSEX-REPORT-FILE
           CLOSE CAP-REPORT-FILE.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-COPY-TEXT-SEGMENT - COPY ONE LINE-SEQUENTIAL SEGMENT
      * (seg-prefix PLUS PARTITION part-ix) ONTO THE FILE THAT PREFIX
      * BELONGS TO.  A SEGMENT THAT IS NOT THERE HAD NOTHING TO SAY.
      *----------------------------------------------------------------
       5500-COPY-TEXT-SEGMENT.
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           OPEN INPUT SEG-TEXT-FILE
           IF ws-seg-status NOT = "00"
               GO TO 5500-EXIT
           END-IF

           MOVE 'N' TO ws-seg-eof-switch
           PERFORM 5510-COPY-TEXT-LINE THRU 5510-EXIT
               UNTIL ws-seg-eof
           CLOSE SEG-TEXT-FILE.
       5500-EXIT.
           EXIT.

       5510-COPY-TEXT-LINE.
           READ SEG-TEXT-FILE
               AT END
                   SET ws-seg-eof TO TRUE
                   GO TO 5510-EXIT
           END-READ

           EVALUATE seg-prefix
               WHEN "EXCPSG"
                   IF ws-excp-open
                       MOVE SEG-TEXT-REC TO EXCP-RECORD
                       WRITE EXCP-RECORD
                   END-IF
               WHEN "DUPRPT"
                   MOVE SEG-TEXT-REC TO DUP-REPORT-REC
                   WRITE DUP-REPORT-REC
               WHEN "DAYSEX"
                   MOVE SEG-TEXT-REC TO DAYSEX-REPORT-REC
                   WRITE DAYSEX-REPORT-REC
               WHEN "CAPRPT"
                   MOVE SEG-TEXT-REC TO CAP-REPORT-REC
                   WRITE CAP-REPORT-REC
           END-EVALUATE.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5600-CLEAR-PARTITION-CKPT - THE RUN IS MERGED, SO RESET
      * PARTITION part-ix'S CHECKPOINT FOR THE NEXT PARTITIONED RUN.
      *----------------------------------------------------------------
       5600-CLEAR-PARTITION-CKPT.
           MOVE "ACCTCK" TO seg-prefix
           PERFORM 4020-BUILD-SEGMENT-NAME THRU 4020-EXIT
           MOVE seg-file-name TO ckpt-file-name
           PERFORM 8300-CLEAR-CHECKPOINT THRU 8300-EXIT.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7600-LOG-EXCEPTION - ONE STRUCTURED EXCPLOG RECORD FOR THE
      * EVENT THE CALLER JUST ANNOUNCED ON THE CONSOLE.  CALLERS SET
               STOP RUN
           END-IF

           IF part-mode
               PERFORM 4900-END-PARTITION THRU 4900-EXIT
           END-IF

           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT

           PERFORM 2450-WRITE-IFACE-TRAILER THRU 2450-EXIT
           END-IF
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           PERFORM 8300-CLEAR-CHECKPOINT THRU 8300-EXIT
           PERFORM 9100-DISPLAY-RUN-TOTALS THRU 9100-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.

       9100-DISPLAY-RUN-TOTALS.
           DISPLAY "backUrubuBatch: " rec-count " ACCOUNTS READ, "
               reject-count " REJECTED (BAD DOCUMENT), "
               range-reject-count " REJECTED (OUT OF RANGE), "
               agr-suppress-count " PLAN SUPPRESSED, "
               capped-count " FEES CAPPED, "
               wro-skip-count " WRITTEN-OFF SKIPPED, "
               dsp-hold-count " DISPUTED HELD, "
               agy-hold-count " AGENCY HELD, "
               prs-skip-count " PRESCRIBED SKIPPED".
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-END-RUN-CONTROL - COMPLETE THE RUN'S LEDGER RECORD WITH
      * WHAT WAS READ AND WRITTEN AND WHETHER THE RUN ENDED CLEAN (OK),
      * ON A WARNING THAT DOES NOT HOLD THE CHAIN (WN) OR SEVERE (ER),
      * AND THE CHAINLOG ENTRY FOR THE BUSINESS DATE WITH IT.  A
      * PARTITION LEAVES THE RUN RUNNING - THE MERGE STEP ENDS IT.
      * RETURN-CODE IS SAVED AROUND THE CALL AND RESTORED AFTER -
      * CONTROL RETURNING FROM A CALLED PROGRAM REPLACES THE CALLER'S
      * RETURN-CODE WITH THE CALLEE'S, WHICH WOULD TURN AN ERROR EXIT
           IF run-error-level > saved-return-code
               MOVE run-error-level TO saved-return-code
           END-IF
           IF part-mode
               MOVE saved-return-code TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           MOVE 'E' TO run-ctl-func
           MOVE rec-count TO run-in-count
           MOVE accept-count TO run-out-count
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
           MOVE run-id TO wdl-count
           WRITE SUMMARY-REC FROM ws-detail-line

           IF part-merge-mode
               MOVE SPACES TO ws-detail-line
               MOVE "PARTITIONS MERGED" TO wdl-label
               MOVE part-count TO wdl-count
               WRITE SUMMARY-REC FROM ws-detail-line
           END-IF

           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE dsp-hold-count TO wdl-count
           WRITE SUMMARY-REC FROM ws-detail-line

           MOVE SPACES TO ws-detail-line
           MOVE "AGENCY PLACED - ACCRUAL HELD" TO wdl-label
           MOVE agy-hold-count TO wdl-count
           WRITE SUMMARY-REC FROM ws-detail-line

           MOVE SPACES TO ws-detail-line
           MOVE "PRESCRIBED - SKIPPED (PRESCRIP)" TO wdl-label
           MOVE prs-skip-count TO wdl-count
           WRITE SUMMARY-REC FROM ws-detail-line

           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC

      *----------------------------------------------------------------
      * 8200-WRITE-CHECKPOINT - COMMIT THE CURRENT RECORD NUMBER, PLUS
      * THE COUNTS AND TOTALS RUNNING AS OF THIS RECORD, SO A RESTART
      * PICKS THE SUMMARY BACK UP WHERE THIS RUN LEFT OFF.  THE RUN ID
      * AND STATUS (R = RUNNING, C = PARTITION COMPLETE) TELL THE
      * MERGE STEP WHOSE FIGURES THEY ARE AND WHETHER THEY ARE FINAL.
      *----------------------------------------------------------------
       8200-WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           MOVE capped-count TO CKPT-CAPPED-COUNT
           MOVE wro-skip-count TO CKPT-WRO-SKIP-COUNT
           MOVE dsp-hold-count TO CKPT-DSP-HOLD-COUNT
           MOVE agy-hold-count TO CKPT-AGY-HOLD-COUNT
           MOVE prs-skip-count TO CKPT-PRS-SKIP-COUNT
           MOVE bucket-stats TO CKPT-BUCKET-STATS
           MOVE run-id TO CKPT-RUN-ID
           MOVE ckpt-status-w TO CKPT-STATUS
           MOVE ckpt-final-rc-w TO CKPT-FINAL-RC
           WRITE CKPT-REC
           CLOSE RESTART-FILE.
       8200-EXIT.
           MOVE ZERO TO CKPT-CAPPED-COUNT
           MOVE ZERO TO CKPT-WRO-SKIP-COUNT
           MOVE ZERO TO CKPT-DSP-HOLD-COUNT
           MOVE ZERO TO CKPT-AGY-HOLD-COUNT
           MOVE ZERO TO CKPT-PRS-SKIP-COUNT
           MOVE ZERO TO CKPT-BUCKET-STATS
           MOVE ZERO TO CKPT-RUN-ID
           MOVE SPACE TO CKPT-STATUS
           MOVE ZERO TO CKPT-FINAL-RC
           WRITE CKPT-REC
           CLOSE RESTART-FILE.
       8300-EXIT.
