       IDENTIFICATION DIVISION.
       PROGRAM-ID. agyrecall.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - COLLECTION AGENCY RECALL.
      *                    TAKES BACK EVERY ACTIVE PLACEMENT ON PLACEMNT
      *                    THAT HAS BEEN WITH ITS AGENCY LONGER THAN THE
      *                    AGENCY'S TERM ON AGYTAB (AGE), HAS COME UNDER
      *                    AN OPEN DISPUTE (DSP), HAS SINCE BEEN WRITTEN
      *                    OFF (WOF) OR SETTLED OUTSIDE THE AGENCY
      *                    (PAY), OR THAT THE DESK LISTS ON AGYRCL
      *                    (DSK).  A RECALLED PLACEMENT IS MARKED R WITH
      *                    THE DATE AND REASON, SO dunstmt AND
      *                    backUrubuBatch PICK THE DOCUMENT UP AGAIN,
      *                    AND GOES ON THE AGYRCOUT RECALL NOTICE FILE
      *                    FOR THE AGENCIES TO STOP WORKING IT.
      *   2026-10-15  MRS  SIGNS ON THROUGH chain_control FOR THE
      *                    BUSINESS DATE AND RUN ID; NOT HELD FOR
      *                    EARLIER STEPS UNLESS OPERATIONS ADD IT TO
      *                    CHAINDEF.  THE RECALL DATE AND DAYS OUT ARE
      *                    TAKEN FROM THE BUSINESS DATE, NOT THE CLOCK.
      *                    A PLACEMENT WHOSE DOCUMENT HAS GONE ONTO THE
      *                    PRESCRIPTION STOP LIST (PRESCRIP STATUS S) IS
      *                    RECALLED AS PRS - THE AGENCY MAY NOT GO ON
      *                    COLLECTING A PRESCRIBED DEBT.  A DESK
      *                    ENTRY NOT PLACED NO LONGER LOWERS A SEVERE
      *                    RUN TO A WARNING.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO "AGYTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-agency-status.

           SELECT DESK-FILE ASSIGN TO "AGYRCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-desk-status.

           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-DOC
               FILE STATUS IS ws-placement-status.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-open-item-status.

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

           SELECT NOTICE-FILE ASSIGN TO "AGYRCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECALL-REPORT-FILE ASSIGN TO "AGYRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
           COPY AGYTAB.

       FD  DESK-FILE.
      *----------------------------------------------------------------
      * THE DESK'S RECALL LIST - ONE TAX DOCUMENT PER LINE, COLS 1-14,
      * UNPUNCTUATED DIGITS LEFT-JUSTIFIED.
      *----------------------------------------------------------------
       01  DESK-REC.
           05  DSK-DOC             PIC X(14).

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  REGISTER-FILE.
           COPY WROFF.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  NOTICE-FILE.
      *----------------------------------------------------------------
      * ONE LINE PER PLACEMENT RECALLED THIS RUN, FOR THE AGENCY -
      *   RCL-AGENCY       AGENCY CODE.
      *   RCL-DOC          TAX DOCUMENT.
      *   RCL-REASON       AGE, DSP, WOF, PAY, PRS OR DSK (SEE
      *                    PLACEMNT).
      *   RCL-PLACED-DATE  DATE PLACED.
      *   RCL-RECALL-DATE  DATE RECALLED.
      *   RCL-AMOUNT       AMOUNT PLACED, 9(11)V99.
      *   RCL-COLLECTED    COLLECTED BY THE AGENCY, 9(11)V99.
      *----------------------------------------------------------------
       01  NOTICE-REC.
           05  RCL-AGENCY          PIC X(04).
           05  FILLER              PIC X(01).
           05  RCL-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  RCL-REASON          PIC X(03).
           05  FILLER              PIC X(01).
           05  RCL-PLACED-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  RCL-RECALL-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  RCL-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  RCL-COLLECTED       PIC 9(11)V99.

       FD  RECALL-REPORT-FILE.
       01  RECALL-REPORT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       78  AGENCY-TABLE-MAX        VALUE 50.
       78  DEFAULT-MAX-DAYS        VALUE 180.

       01  ws-agency-status        PIC XX VALUE SPACES.
       01  ws-desk-status          PIC XX VALUE SPACES.
       01  ws-placement-status     PIC XX VALUE SPACES.
       01  ws-open-item-status     PIC XX VALUE SPACES.
       01  ws-register-status      PIC XX VALUE SPACES.
       01  ws-dispute-status       PIC XX VALUE SPACES.
       01  ws-prescrip-status      PIC XX VALUE SPACES.

       01  ws-file-eof-switch  PIC X VALUE 'N'.
           88  ws-file-eof               VALUE 'Y'.
       01  ws-placement-eof-switch PIC X VALUE 'N'.
           88  ws-placement-eof          VALUE 'Y'.
       01  ws-nothing-to-do-switch PIC X VALUE 'N'.
           88  ws-nothing-to-do          VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-dispute-open-switch PIC X VALUE 'N'.
           88  ws-dispute-open           VALUE 'Y'.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  today-date-n        PIC 9(08) VALUE ZERO.
       01  today-day-int       PIC 9(07) VALUE ZERO.
       01  placed-date-n       PIC 9(08) VALUE ZERO.
       01  placed-day-int      PIC 9(07) VALUE ZERO.
       01  days-out            PIC S9(07) VALUE ZERO.
       01  max-days            PIC 9(03) VALUE ZERO.
       01  recall-reason       PIC X(03) VALUE SPACES.
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  active-count        PIC 9(7) VALUE ZERO.
       01  desk-read-count     PIC 9(7) VALUE ZERO.
       01  desk-miss-count     PIC 9(7) VALUE ZERO.
       01  recall-count        PIC 9(7) VALUE ZERO.
       01  recall-amount       PIC 9(13)V99 VALUE ZERO.
       01  age-count           PIC 9(7) VALUE ZERO.
       01  dispute-count       PIC 9(7) VALUE ZERO.
       01  writeoff-count      PIC 9(7) VALUE ZERO.
       01  settled-count       PIC 9(7) VALUE ZERO.
       01  prescribed-count    PIC 9(7) VALUE ZERO.
       01  desk-count          PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * AGENCIES ON AGYTAB WITH THEIR TERMS AND WHAT WAS RECALLED.
      *----------------------------------------------------------------
       01  agency-count        PIC 9(3) VALUE ZERO.
       01  agy-ix              PIC 9(3) VALUE ZERO.
       01  found-ix            PIC 9(3) VALUE ZERO.
       01  agency-table.
           05  agency-entry OCCURS 50 TIMES.
               10  at-code         PIC X(04).
               10  at-name         PIC X(30).
               10  at-max-days     PIC 9(03).
               10  at-recall-count PIC 9(7).
               10  at-recall-amount PIC 9(13)V99.

       01  ws-recall-line.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-agency          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-placed-date     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-days            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-collected       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-note            PIC X(40).

       01  ws-heading-line.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(06) VALUE "AGCY".
           05  FILLER              PIC X(10) VALUE "PLACED".
           05  FILLER              PIC X(09) VALUE "     DAYS".
           05  FILLER              PIC X(18) VALUE "    AMOUNT PLACED".
           05  FILLER              PIC X(18) VALUE "        COLLECTED".
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

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *----------------------------------------------------------------
      * RUN_CONTROL ARGUMENTS - RUNCTL LEDGER ENTRY FOR THIS RUN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "agyrecall".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - THE DESK'S RECALLS FIRST, THEN ONE PASS OVER
      * THE PLACEMENT MASTER FOR EVERYTHING ELSE THAT MUST COME BACK.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ws-nothing-to-do
               PERFORM 2000-DESK-RECALLS THRU 2000-EXIT
               PERFORM 2900-START-WALK THRU 2900-EXIT
               PERFORM 3000-WALK-PLACEMENTS THRU 3000-EXIT
                   UNTIL ws-placement-eof
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - DRAW THE RUN ID, LOAD THE AGENCY TERMS AND
      * OPEN THE FILES.  WITHOUT PLACEMNT THERE IS NOTHING OUT TO
      * RECALL.  WITHOUT AGYTAB EVERY AGENCY IS HELD TO 180 DAYS;
      * WITHOUT OPENITEM, WROFF, PRESCRIP OR DISPUTE THOSE TESTS ARE
      * SKIPPED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "agyrecall: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "agyrecall: EARLIER CHAIN STEPS NOT FINISHED "
                   "FOR BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           MOVE today-date TO today-date-n
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(today-date-n)
           DISPLAY "agyrecall: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           OPEN OUTPUT RECALL-REPORT-FILE
           MOVE SPACES TO RECALL-REPORT-REC
           STRING "backUrubu COLLECTIONS - AGENCY RECALLS "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE SPACES TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC FROM ws-heading-line

           PERFORM 1100-LOAD-AGENCIES THRU 1100-EXIT

           OPEN I-O PLACEMENT-FILE
           IF ws-placement-status NOT = "00"
               DISPLAY "agyrecall: PLACEMNT NOT PRESENT - STATUS "
                   ws-placement-status " - NOTHING TO RECALL"
               SET ws-nothing-to-do TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT NOTICE-FILE

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status = "00"
               SET ws-item-open TO TRUE
           ELSE
               DISPLAY "agyrecall: OPENITEM NOT PRESENT - SETTLED "
                   "POSITIONS NOT RECALLED"
               MOVE 8 TO run-error-level
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

       1100-LOAD-AGENCIES.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT AGENCY-FILE
           IF ws-agency-status NOT = "00"
               DISPLAY "agyrecall: AGYTAB NOT PRESENT - EVERY AGENCY "
                   "HELD TO " DEFAULT-MAX-DAYS " DAYS"
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

           IF agency-count >= AGENCY-TABLE-MAX
               DISPLAY "agyrecall: AGENCY TABLE FULL - " AGT-CODE
                   " HELD TO " DEFAULT-MAX-DAYS " DAYS"
               MOVE 8 TO run-error-level
               GO TO 1110-EXIT
           END-IF

           ADD 1 TO agency-count
           MOVE AGT-CODE TO at-code (agency-count)
           MOVE AGT-NAME TO at-name (agency-count)
           MOVE DEFAULT-MAX-DAYS TO at-max-days (agency-count)
           IF AGT-MAX-DAYS IS NUMERIC AND AGT-MAX-DAYS > ZERO
               MOVE AGT-MAX-DAYS TO at-max-days (agency-count)
           END-IF
           MOVE ZERO TO at-recall-count (agency-count)
           MOVE ZERO TO at-recall-amount (agency-count).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-DESK-RECALLS - EVERY DOCUMENT ON THE DESK'S AGYRCL LIST.
      * A DOCUMENT NOT ACTIVELY PLACED IS LISTED AND MAKES THE RUN A
      * WARNING.  NO AGYRCL MEANS THE DESK RECALLS NOTHING TODAY.
      *----------------------------------------------------------------
       2000-DESK-RECALLS.
           MOVE 'N' TO ws-file-eof-switch
           OPEN INPUT DESK-FILE
           IF ws-desk-status NOT = "00"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-DESK-RECALL-ONE THRU 2100-EXIT
               UNTIL ws-file-eof
           CLOSE DESK-FILE.
       2000-EXIT.
           EXIT.

       2100-DESK-RECALL-ONE.
           READ DESK-FILE
               AT END
                   SET ws-file-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF DSK-DOC = SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO desk-read-count

           MOVE DSK-DOC TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   MOVE SPACES TO PLC-STATUS
           END-READ
           IF NOT PLC-ACTIVE
               ADD 1 TO desk-miss-count
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
               MOVE SPACES TO ws-recall-line
               MOVE DSK-DOC TO wrl-doc
               MOVE "DESK RECALL - NOT ACTIVELY PLACED" TO wrl-note
               WRITE RECALL-REPORT-REC FROM ws-recall-line
               GO TO 2100-EXIT
           END-IF

           PERFORM 4100-FIND-AGENCY THRU 4100-EXIT
           PERFORM 4200-DAYS-OUT THRU 4200-EXIT
           MOVE "DSK" TO recall-reason
           PERFORM 5000-RECALL-PLACEMENT THRU 5000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-START-WALK - BACK TO THE FIRST PLACEMENT ON FILE; THE DESK
      * RECALLS HAVE LEFT THE FILE POSITIONED WHEREVER THEY READ LAST.
      *----------------------------------------------------------------
       2900-START-WALK.
           MOVE LOW-VALUES TO PLC-DOC
           START PLACEMENT-FILE KEY IS NOT LESS THAN PLC-DOC
               INVALID KEY
                   SET ws-placement-eof TO TRUE
           END-START.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WALK-PLACEMENTS - ONE PLACEMENT IN DOCUMENT ORDER.  ONLY
      * ACTIVE ONES ARE TESTED: WRITTEN OFF, THEN SETTLED, THEN
      * PRESCRIBED, THEN UNDER DISPUTE, THEN OUT PAST THE AGENCY'S
      * TERM - THE FIRST THAT APPLIES IS THE REASON RECORDED.
      *----------------------------------------------------------------
       3000-WALK-PLACEMENTS.
           READ PLACEMENT-FILE NEXT RECORD
               AT END
                   SET ws-placement-eof TO TRUE
                   GO TO 3000-EXIT
           END-READ

           IF NOT PLC-ACTIVE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO active-count

           PERFORM 4100-FIND-AGENCY THRU 4100-EXIT
           PERFORM 4200-DAYS-OUT THRU 4200-EXIT
           MOVE SPACES TO recall-reason

           IF ws-register-open
               MOVE PLC-DOC TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "WOF" TO recall-reason
               END-READ
           END-IF

           IF recall-reason = SPACES AND ws-item-open
               MOVE PLC-DOC TO OI-DOC
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-SETTLED OR OI-PAID NOT < OI-CHARGED
                           MOVE "PAY" TO recall-reason
                       END-IF
               END-READ
           END-IF

           IF recall-reason = SPACES AND ws-prescrip-open
               MOVE PLC-DOC TO PRS-DOC
               READ PRESCRIPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRS-STOPPED
                           MOVE "PRS" TO recall-reason
                       END-IF
               END-READ
           END-IF

           IF recall-reason = SPACES AND ws-dispute-open
               MOVE PLC-DOC TO DSP-DOC
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-HOLD
                           MOVE "DSP" TO recall-reason
                       END-IF
               END-READ
           END-IF

           IF recall-reason = SPACES AND days-out > max-days
               MOVE "AGE" TO recall-reason
           END-IF

           IF recall-reason NOT = SPACES
               PERFORM 5000-RECALL-PLACEMENT THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-FIND-AGENCY - THE PLACEMENT'S AGENCY ON THE TABLE AND ITS
      * TERM; AN AGENCY NO LONGER ON AGYTAB IS HELD TO THE DEFAULT.
      *----------------------------------------------------------------
       4100-FIND-AGENCY.
           MOVE ZERO TO found-ix
           PERFORM 4110-MATCH-AGENCY THRU 4110-EXIT
               VARYING agy-ix FROM 1 BY 1
               UNTIL agy-ix > agency-count OR found-ix > ZERO
           IF found-ix = ZERO
               MOVE DEFAULT-MAX-DAYS TO max-days
           ELSE
               MOVE at-max-days (found-ix) TO max-days
           END-IF.
       4100-EXIT.
           EXIT.

       4110-MATCH-AGENCY.
           IF at-code (agy-ix) = PLC-AGENCY
               MOVE agy-ix TO found-ix
           END-IF.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-DAYS-OUT - CALENDAR DAYS SINCE THE PLACEMENT DATE; A
      * PLACEMENT WITH NO USABLE DATE COUNTS AS OUT PAST ANY TERM.
      *----------------------------------------------------------------
       4200-DAYS-OUT.
           MOVE 999 TO days-out
           IF PLC-PLACED-DATE NOT NUMERIC
               GO TO 4200-EXIT
           END-IF
           MOVE PLC-PLACED-DATE TO placed-date-n
           COMPUTE placed-day-int =
               FUNCTION INTEGER-OF-DATE(placed-date-n)
           IF placed-day-int = ZERO
               GO TO 4200-EXIT
           END-IF
           COMPUTE days-out = today-day-int - placed-day-int.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-RECALL-PLACEMENT - MARK THE PLACEMENT RECALLED WITH
      * recall-reason, TELL THE AGENCY ON AGYRCOUT AND REPORT IT.
      *----------------------------------------------------------------
       5000-RECALL-PLACEMENT.
           MOVE "R" TO PLC-STATUS
           MOVE today-date TO PLC-CLOSED-DATE
           MOVE recall-reason TO PLC-RECALL-REASON
           REWRITE PLACEMENT-REC
               INVALID KEY
                   DISPLAY "agyrecall: CANNOT UPDATE PLACEMNT FOR "
                       PLC-DOC " - STATUS " ws-placement-status
                   MOVE 16 TO run-error-level
                   GO TO 5000-EXIT
           END-REWRITE

           MOVE SPACES TO NOTICE-REC
           MOVE PLC-AGENCY TO RCL-AGENCY
           MOVE PLC-DOC TO RCL-DOC
           MOVE recall-reason TO RCL-REASON
           MOVE PLC-PLACED-DATE TO RCL-PLACED-DATE
           MOVE today-date TO RCL-RECALL-DATE
           MOVE PLC-AMOUNT TO RCL-AMOUNT
           MOVE PLC-COLLECTED TO RCL-COLLECTED
           WRITE NOTICE-REC

           ADD 1 TO recall-count
           ADD PLC-AMOUNT TO recall-amount
           IF found-ix > ZERO
               ADD 1 TO at-recall-count (found-ix)
               ADD PLC-AMOUNT TO at-recall-amount (found-ix)
           END-IF

           MOVE SPACES TO ws-recall-line
           MOVE PLC-DOC TO wrl-doc
           MOVE PLC-AGENCY TO wrl-agency
           MOVE PLC-PLACED-DATE TO wrl-placed-date
           MOVE days-out TO wrl-days
           MOVE PLC-AMOUNT TO wrl-amount
           MOVE PLC-COLLECTED TO wrl-collected
           EVALUATE recall-reason
               WHEN "AGE"
                   ADD 1 TO age-count
                   MOVE "RECALLED - PAST AGENCY TERM" TO wrl-note
               WHEN "DSP"
                   ADD 1 TO dispute-count
                   MOVE "RECALLED - UNDER DISPUTE" TO wrl-note
               WHEN "WOF"
                   ADD 1 TO writeoff-count
                   MOVE "RECALLED - WRITTEN OFF" TO wrl-note
               WHEN "PAY"
                   ADD 1 TO settled-count
                   MOVE "RECALLED - SETTLED OUTSIDE AGENCY"
                       TO wrl-note
               WHEN "PRS"
                   ADD 1 TO prescribed-count
                   MOVE "RECALLED - PRESCRIBED" TO wrl-note
               WHEN OTHER
                   ADD 1 TO desk-count
                   MOVE "RECALLED - DESK REQUEST" TO wrl-note
           END-EVALUATE
           WRITE RECALL-REPORT-REC FROM ws-recall-line.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-TOTALS - WHAT CAME BACK FROM EACH AGENCY AND WHY.
      *----------------------------------------------------------------
       9100-WRITE-TOTALS.
           MOVE SPACES TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           PERFORM 9110-WRITE-AGENCY-LINE THRU 9110-EXIT
               VARYING agy-ix FROM 1 BY 1
               UNTIL agy-ix > agency-count
           MOVE SPACES TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "ACTIVE PLACEMENTS EXAMINED" TO wtl-label
           MOVE active-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "PLACEMENTS RECALLED" TO wtl-label
           MOVE recall-count TO wtl-count
           MOVE recall-amount TO wtl-amount
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  PAST AGENCY TERM" TO wtl-label
           MOVE age-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  UNDER DISPUTE" TO wtl-label
           MOVE dispute-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  WRITTEN OFF" TO wtl-label
           MOVE writeoff-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  SETTLED OUTSIDE THE AGENCY" TO wtl-label
           MOVE settled-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  PRESCRIBED" TO wtl-label
           MOVE prescribed-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "  DESK REQUEST" TO wtl-label
           MOVE desk-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "DESK RECALLS NOT ACTIVELY PLACED" TO wtl-label
           MOVE desk-miss-count TO wtl-count
           WRITE RECALL-REPORT-REC FROM ws-total-line.
       9100-EXIT.
           EXIT.

       9110-WRITE-AGENCY-LINE.
           IF at-recall-count (agy-ix) = ZERO
               GO TO 9110-EXIT
           END-IF
           MOVE at-code (agy-ix) TO wal-code
           MOVE at-name (agy-ix) TO wal-name
           MOVE at-recall-count (agy-ix) TO wal-count
           MOVE at-recall-amount (agy-ix) TO wal-amount
           WRITE RECALL-REPORT-REC FROM ws-agency-line.
       9110-EXIT.
           EXIT.

       9999-TERMINATE.
           PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
           CLOSE RECALL-REPORT-FILE
           IF NOT ws-nothing-to-do
               CLOSE PLACEMENT-FILE
               CLOSE NOTICE-FILE
               IF ws-item-open
                   CLOSE OPEN-ITEM-FILE
               END-IF
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
           COMPUTE run-in-count = active-count + desk-read-count
           MOVE recall-count TO run-out-count
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

           DISPLAY "agyrecall: " recall-count " PLACEMENTS RECALLED - "
               age-count " PAST TERM, " dispute-count " DISPUTED, "
               writeoff-count " WRITTEN OFF, " settled-count
               " SETTLED, " prescribed-count " PRESCRIBED, "
               desk-count " BY THE DESK"
           MOVE run-error-level TO RETURN-CODE
           STOP RUN.
       9999-EXIT.
           EXIT.
