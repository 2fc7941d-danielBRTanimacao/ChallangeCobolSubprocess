       IDENTIFICATION DIVISION.
       PROGRAM-ID. burret.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - APPLIES THE CREDIT
      *                    BUREAU'S RETURN FILE (BURRET, THE BUROUT
      *                    LAYOUT ECHOED BACK WITH A RETURN CODE PER
      *                    DETAIL) TO THE BURLIST FILE burlist KEEPS.
      *                    AN ACCEPTED INCLUSION MARKS THE DOCUMENT
      *                    LISTED, A REJECTED ONE GOES TO THE DESK AS
      *                    R; AN ACCEPTED EXCLUSION MARKS IT EXCLUDED,
      *                    A REJECTED ONE IS PUT BACK TO L SO TONIGHT'S
      *                    burlist SENDS IT AGAIN AGAINST ITS ORIGINAL
      *                    DEADLINE.  EVERY RECORD APPLIED OR REFUSED
      *                    GOES ON THE BURRTRPT REPORT, AND A TRAILER
      *                    COUNT THAT DOES NOT MATCH THE DETAILS FAILS
      *                    THE STEP.
      *   2026-10-15  MRS  THE TRAILER COUNT AND AMOUNT TOTAL ARE NOW
      *                    CHECKED IN A FIRST PASS OVER BURRET BEFORE
      *                    ANY DETAIL IS APPLIED - A FILE CUT SHORT IN
      *                    TRANSFER LEAVES BURLIST UNTOUCHED INSTEAD OF
      *                    HALF UPDATED.  SIGNS ON THROUGH chain_control
      *                    AND TAKES THE BUSINESS DATE AS TODAY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "BURRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-return-file-status.

           SELECT LISTING-FILE ASSIGN TO "BURLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUR-DOC
               FILE STATUS IS ws-listing-status.

           SELECT RETURN-REPORT-FILE ASSIGN TO "BURRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
           COPY BURXFER.

       FD  LISTING-FILE.
           COPY BURLIST.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-REC       PIC X(90).

       WORKING-STORAGE SECTION.
       01  ws-return-file-status PIC XX VALUE SPACES.
       01  ws-listing-status   PIC XX VALUE SPACES.

       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-list-open-switch PIC X VALUE 'N'.
           88  ws-list-open              VALUE 'Y'.
       01  ws-trailer-seen-switch PIC X VALUE 'N'.
           88  ws-trailer-seen           VALUE 'Y'.
       01  ws-return-open-switch PIC X VALUE 'N'.
           88  ws-return-open            VALUE 'Y'.
       01  ws-control-ok-switch PIC X VALUE 'N'.
           88  ws-control-ok             VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  return-date         PIC X(08) VALUE SPACES.

       01  detail-count        PIC 9(7) VALUE ZERO.
       01  trailer-count       PIC 9(7) VALUE ZERO.
       01  trailer-amount      PIC 9(13)V99 VALUE ZERO.
       01  check-count         PIC 9(7) VALUE ZERO.
       01  check-amount        PIC 9(13)V99 VALUE ZERO.
       01  amount-display      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  amount-display-2    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  listed-count        PIC 9(5) VALUE ZERO.
       01  rejected-count      PIC 9(5) VALUE ZERO.
       01  excluded-count      PIC 9(5) VALUE ZERO.
       01  resend-count        PIC 9(5) VALUE ZERO.
       01  unmatched-count     PIC 9(5) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  ws-report-line.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-action          PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-code            PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-note            PIC X(40).

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE AND RUNCTL RUN ID.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "burret".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - APPLY EVERY DETAIL ON THE RETURN FILE TO ITS
      * LISTING AND CLOSE WITH THE COUNTS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-RETURN THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - NO RETURN FILE IS A QUIET NIGHT (THE BUREAU
      * HAD NOTHING TO SAY); NO BURLIST WITH A RETURN FILE IN HAND IS
      * A FAILURE - THE ANSWERS WOULD BE LOST.  A RETURN FILE WHOSE
      * TRAILER DOES NOT BALANCE IS NOT APPLIED AT ALL.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count,
               run-final
           IF run-final = "CF"
               DISPLAY "burret: A PRIOR RUN IS STILL MARKED RUNNING "
                   "ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "burret: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF
           MOVE today-date TO return-date
           DISPLAY "burret: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           OPEN OUTPUT RETURN-REPORT-FILE
           MOVE SPACES TO RETURN-REPORT-REC
           MOVE "backUrubu COLLECTIONS - CREDIT BUREAU RETURN"
               TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC
           MOVE SPACES TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC

           OPEN INPUT RETURN-FILE
           IF ws-return-file-status NOT = "00"
               DISPLAY "burret: BURRET NOT PRESENT - STATUS "
                   ws-return-file-status " - NOTHING TO APPLY"
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-CHECK-CONTROL-BLOCK THRU 1500-EXIT
           CLOSE RETURN-FILE
           IF NOT ws-control-ok
               MOVE 16 TO run-error-level
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RETURN-FILE
           SET ws-return-open TO TRUE

           OPEN I-O LISTING-FILE
           IF ws-listing-status NOT = "00"
               DISPLAY "burret: CANNOT OPEN BURLIST - STATUS "
                   ws-listing-status " - RETURN FILE NOT APPLIED"
               MOVE 16 TO run-error-level
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-list-open TO TRUE

           PERFORM 2100-READ-RETURN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-CHECK-CONTROL-BLOCK - READ BURRET THROUGH ONCE, COUNTING
      * AND TOTALLING THE DETAILS AGAINST THE TRAILER.  A MISSING
      * TRAILER, OR A COUNT OR TOTAL THAT DOES NOT MATCH, MEANS THE
      * FILE WAS CUT SHORT IN TRANSFER - THE BUREAU MUST RESEND IT.
      *----------------------------------------------------------------
       1500-CHECK-CONTROL-BLOCK.
           MOVE 'N' TO ws-eof-switch
           PERFORM 1550-TALLY-RETURN THRU 1550-EXIT
               UNTIL ws-eof
           MOVE 'N' TO ws-eof-switch
           IF NOT ws-trailer-seen
               DISPLAY "burret: BURRET HAS NO TRAILER - NOTHING "
                   "APPLIED - ASK THE BUREAU TO RESEND"
               GO TO 1500-EXIT
           END-IF
           IF trailer-count NOT = check-count
                   OR trailer-amount NOT = check-amount
               MOVE trailer-amount TO amount-display
               MOVE check-amount TO amount-display-2
               DISPLAY "burret: BURRET TRAILER " trailer-count
                   " DETAILS / " amount-display " DOES NOT MATCH "
                   check-count " / " amount-display-2
               DISPLAY "burret: NOTHING APPLIED - ASK THE BUREAU "
                   "TO RESEND"
               GO TO 1500-EXIT
           END-IF
           SET ws-control-ok TO TRUE.
       1500-EXIT.
           EXIT.

       1550-TALLY-RETURN.
           READ RETURN-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 1550-EXIT
           END-READ
           EVALUATE TRUE
               WHEN BXF-DETAIL
                   ADD 1 TO check-count
                   IF BXF-AMOUNT IS NUMERIC
                       ADD BXF-AMOUNT TO check-amount
                   END-IF
               WHEN BXF-TRAILER
                   SET ws-trailer-seen TO TRUE
                   MOVE ZERO TO trailer-count
                   MOVE ZERO TO trailer-amount
                   IF BXF-TRL-COUNT IS NUMERIC
                       MOVE BXF-TRL-COUNT TO trailer-count
                   END-IF
                   IF BXF-TRL-AMOUNT IS NUMERIC
                       MOVE BXF-TRL-AMOUNT TO trailer-amount
                   END-IF
           END-EVALUATE.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-RETURN - ONE RECORD OFF THE RETURN FILE.  THE
      * HEADER DATE IS THE BUREAU'S PROCESSING DATE AND BECOMES THE
      * LISTED / EXCLUDED DATE; THE TRAILER WAS BALANCED BY
      * 1500-CHECK-CONTROL-BLOCK BEFORE THE FIRST DETAIL.
      *----------------------------------------------------------------
       2000-APPLY-RETURN.
           EVALUATE TRUE
               WHEN BXF-HEADER
                   IF BXF-HDR-DATE IS NUMERIC
                       MOVE BXF-HDR-DATE TO return-date
                   END-IF
               WHEN BXF-DETAIL
                   ADD 1 TO detail-count
                   PERFORM 3000-APPLY-DETAIL THRU 3000-EXIT
               WHEN BXF-TRAILER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "burret: UNKNOWN RECORD TYPE '"
                       BXF-REC-TYPE "' ON BURRET - IGNORED"
           END-EVALUATE

           PERFORM 2100-READ-RETURN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-RETURN.
           READ RETURN-FILE
               AT END
                   SET ws-eof TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-DETAIL - MATCH THE ANSWER TO ITS LISTING.  AN
      * ANSWER FOR A DOCUMENT NOT ON BURLIST, OR FOR AN ACTION THE
      * LISTING IS NOT WAITING ON, IS REPORTED AND LEFT ALONE.
      *----------------------------------------------------------------
       3000-APPLY-DETAIL.
           MOVE SPACES TO ws-report-line
           MOVE BXF-DOC TO wrl-doc
           MOVE BXF-RETURN-CODE TO wrl-code
           MOVE BXF-AMOUNT TO wrl-amount
           IF BXF-INCLUDE
               MOVE "INCLUDE" TO wrl-action
           ELSE
               MOVE "EXCLUDE" TO wrl-action
           END-IF

           MOVE BXF-DOC TO BUR-DOC
           READ LISTING-FILE
               INVALID KEY
                   ADD 1 TO unmatched-count
                   MOVE "** NOT ON BURLIST - NOT APPLIED **"
                       TO wrl-note
                   GO TO 3000-WRITE
           END-READ

           MOVE BXF-RETURN-CODE TO BUR-RETURN-CODE

           EVALUATE TRUE
               WHEN BXF-INCLUDE AND BUR-INCLUSION-SENT
                   IF BXF-RETURN-CODE = "00"
                       MOVE 'L' TO BUR-STATUS
                       MOVE return-date TO BUR-LISTED-DATE
                       ADD 1 TO listed-count
                       MOVE "LISTED" TO wrl-note
                   ELSE
                       MOVE 'R' TO BUR-STATUS
                       ADD 1 TO rejected-count
                       MOVE "** INCLUSION REJECTED - DESK REVIEW **"
                           TO wrl-note
                   END-IF
               WHEN BXF-EXCLUDE AND BUR-EXCLUSION-SENT
                   IF BXF-RETURN-CODE = "00"
                       MOVE 'X' TO BUR-STATUS
                       MOVE return-date TO BUR-EXCLUDED-DATE
                       ADD 1 TO excluded-count
                       MOVE "EXCLUDED" TO wrl-note
                   ELSE
                       MOVE 'L' TO BUR-STATUS
                       ADD 1 TO resend-count
                       MOVE "** EXCLUSION REJECTED - RESENT TONIGHT **"
                           TO wrl-note
                   END-IF
               WHEN OTHER
                   ADD 1 TO unmatched-count
                   MOVE "** LISTING NOT AWAITING THIS ANSWER **"
                       TO wrl-note
                   GO TO 3000-WRITE
           END-EVALUATE

           REWRITE BUREAU-LISTING-REC
               INVALID KEY
                   DISPLAY "burret: REWRITE FAILED FOR " BUR-DOC
                       " - STATUS " ws-listing-status
                   MOVE 16 TO run-error-level
           END-REWRITE.

       3000-WRITE.
           WRITE RETURN-REPORT-REC FROM ws-report-line.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - CLOSE WITH THE COUNTS.
      *----------------------------------------------------------------
       9999-TERMINATE.
           IF ws-return-open
               CLOSE RETURN-FILE
           END-IF
           IF ws-list-open
               CLOSE LISTING-FILE
           END-IF

           MOVE SPACES TO RETURN-REPORT-REC
           WRITE RETURN-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "RETURN DETAILS READ" TO wtl-label
           MOVE detail-count TO wtl-count
           WRITE RETURN-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "INCLUSIONS CONFIRMED - LISTED" TO wtl-label
           MOVE listed-count TO wtl-count
           WRITE RETURN-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "INCLUSIONS REJECTED" TO wtl-label
           MOVE rejected-count TO wtl-count
           WRITE RETURN-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "EXCLUSIONS CONFIRMED" TO wtl-label
           MOVE excluded-count TO wtl-count
           WRITE RETURN-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "EXCLUSIONS REJECTED - TO RESEND" TO wtl-label
           MOVE resend-count TO wtl-count
           WRITE RETURN-REPORT-REC FROM ws-total-line
           MOVE SPACES TO ws-total-line
           MOVE "NOT MATCHED TO A WAITING LISTING" TO wtl-label
           MOVE unmatched-count TO wtl-count
           WRITE RETURN-REPORT-REC FROM ws-total-line
           CLOSE RETURN-REPORT-FILE

           DISPLAY "burret: " detail-count " RETURNS, " listed-count
               " LISTED, " rejected-count " REJECTED, "
               excluded-count " EXCLUDED, " resend-count
               " TO RESEND, " unmatched-count " UNMATCHED"

           IF run-error-level < 8
                   AND (rejected-count > 0 OR resend-count > 0
                        OR unmatched-count > 0)
               MOVE 8 TO run-error-level
           END-IF
           MOVE 'E' TO run-ctl-func
           MOVE detail-count TO run-in-count
           COMPUTE run-out-count = listed-count + rejected-count
               + excluded-count + resend-count
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
