       IDENTIFICATION DIVISION.
       PROGRAM-ID. oiagetb.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - MONTH-END AGED TRIAL
      *                    BALANCE.  WALKS OPENITEM AND, FOR EACH
      *                    POSITION, THE STILL-OPEN CHARGES cashapp
      *                    KEEPS ON OIDETAIL, AGEING EACH CHARGE FROM
      *                    ITS CHARGE DATE PLUS THE PAYMENT TERMS
      *                    (AGECTL, DEFAULT 10 DAYS) INTO CURRENT,
      *                    1-30, 31-60, 61-90 AND 91+ BRACKETS.  ONE
      *                    LINE PER DOCUMENT AND GRAND TOTALS, EACH
      *                    PROVED AGAINST THE OPENITEM BALANCE; A
      *                    DOCUMENT WHOSE DETAIL DOES NOT ADD UP IS
      *                    FLAGGED AND THE RUN ENDS RC 8.
      *   2026-10-15  MRS  AGES TO THE BUSINESS DATE ON BUSDATE, AS
      *                    chainrpt DOES, SO A RUN AFTER MIDNIGHT OR A
      *                    RERUN NEXT DAY STILL AGES TO THE MONTH-END
      *                    DATE; THE CLOCK ONLY WHEN BUSDATE IS ABSENT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-DOC
               FILE STATUS IS ws-item-status.

           SELECT DETAIL-FILE ASSIGN TO "OIDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OID-KEY
               FILE STATUS IS ws-detail-status.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bus-date-status.

           SELECT AGE-CONTROL-FILE ASSIGN TO "AGECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-agectl-status.

           SELECT AGED-REPORT-FILE ASSIGN TO "AGETBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  DETAIL-FILE.
           COPY OIDETAIL.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  AGE-CONTROL-FILE.
      *----------------------------------------------------------------
      * OPTIONAL AGED TRIAL BALANCE CONTROL RECORD.
      *   ACT-TERMS-DAYS       COLS 1-3    CALENDAR DAYS A CHARGE IS
      *                                    CURRENT AFTER ITS CHARGE
      *                                    DATE; BLANK = 10.
      *----------------------------------------------------------------
       01  AGE-CONTROL-REC.
           05  ACT-TERMS-DAYS      PIC X(03).

       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       78  DEFAULT-TERMS-DAYS      VALUE 10.

       01  ws-item-status      PIC XX VALUE SPACES.
       01  ws-detail-status    PIC XX VALUE SPACES.
       01  ws-agectl-status    PIC XX VALUE SPACES.
       01  ws-bus-date-status  PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-item-open-switch PIC X VALUE 'N'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-detail-open-switch PIC X VALUE 'N'.
           88  ws-detail-open            VALUE 'Y'.
       01  ws-detail-done-switch PIC X VALUE 'N'.
           88  ws-detail-done            VALUE 'Y'.

       01  terms-days          PIC 9(3) VALUE DEFAULT-TERMS-DAYS.
       01  today-date          PIC X(08) VALUE SPACES.
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  charge-date-num     PIC 9(8) VALUE ZERO.
       01  charge-day-int      PIC 9(8) VALUE ZERO.
       01  charge-age          PIC S9(5) VALUE ZERO.
       01  run-error-level     PIC S9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * BRACKET AMOUNTS - 1 = CURRENT, 2 = 1-30, 3 = 31-60,
      * 4 = 61-90, 5 = 91 AND OVER.
      *----------------------------------------------------------------
       01  bracket-ix          PIC 9 VALUE ZERO.
       01  doc-brackets.
           05  doc-bracket     PIC 9(11)V99 OCCURS 5 TIMES.
       01  total-brackets.
           05  total-bracket   PIC 9(13)V99 OCCURS 5 TIMES.
       01  doc-detail-open     PIC 9(11)V99 VALUE ZERO.
       01  doc-item-open       PIC 9(11)V99 VALUE ZERO.
       01  total-detail-open   PIC 9(13)V99 VALUE ZERO.
       01  total-item-open     PIC 9(13)V99 VALUE ZERO.
       01  total-difference    PIC S9(13)V99 VALUE ZERO.

       01  item-read-count     PIC 9(7) VALUE ZERO.
       01  written-off-count   PIC 9(7) VALUE ZERO.
       01  listed-count        PIC 9(7) VALUE ZERO.
       01  charge-count        PIC 9(7) VALUE ZERO.
       01  out-of-balance-count PIC 9(7) VALUE ZERO.

       01  ws-heading-line.
           05  FILLER              PIC X(16) VALUE "DOCUMENT".
           05  FILLER              PIC X(15) VALUE "        CURRENT".
           05  FILLER              PIC X(15) VALUE "           1-30".
           05  FILLER              PIC X(15) VALUE "          31-60".
           05  FILLER              PIC X(15) VALUE "          61-90".
           05  FILLER              PIC X(15) VALUE "            91+".
           05  FILLER              PIC X(17) VALUE
               "    DETAIL TOTAL".
           05  FILLER              PIC X(17) VALUE
               "   OPENITEM OPEN".

       01  ws-report-line.
           05  wrl-doc             PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wrl-bracket         PIC ZZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-detail-open     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-item-open       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-flag            PIC X(01).

       01  ws-bracket-total-line.
           05  wbl-label           PIC X(40) VALUE SPACES.
           05  wbl-amount          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  ws-total-line.
           05  wtl-label           PIC X(40) VALUE SPACES.
           05  wtl-count           PIC ZZZ,ZZ9 VALUE ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  wtl-amount          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - ONE PASS OF OPENITEM, EACH POSITION AGED FROM
      * ITS OPEN CHARGES, THEN THE BRACKET TOTALS AND THE PROOF.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-POSITION THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

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
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(today-date))
           INITIALIZE total-brackets

           OPEN INPUT AGE-CONTROL-FILE
           IF ws-agectl-status = "00"
               READ AGE-CONTROL-FILE
                   NOT AT END
                       IF ACT-TERMS-DAYS IS NUMERIC
                           MOVE ACT-TERMS-DAYS TO terms-days
                       END-IF
               END-READ
               CLOSE AGE-CONTROL-FILE
           END-IF

           OPEN OUTPUT AGED-REPORT-FILE
           MOVE SPACES TO AGED-REPORT-REC
           STRING "backUrubu COLLECTIONS - AGED TRIAL BALANCE AS OF "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               " - TERMS " DELIMITED BY SIZE
               terms-days DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO AGED-REPORT-REC
           WRITE AGED-REPORT-REC
           MOVE SPACES TO AGED-REPORT-REC
           WRITE AGED-REPORT-REC
           WRITE AGED-REPORT-REC FROM ws-heading-line

           OPEN INPUT DETAIL-FILE
           IF ws-detail-status = "00"
               SET ws-detail-open TO TRUE
           ELSE
               DISPLAY "oiagetb: OIDETAIL NOT PRESENT - STATUS "
                   ws-detail-status " - NO CHARGE DETAIL TO AGE"
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-item-status NOT = "00"
               DISPLAY "oiagetb: OPENITEM NOT PRESENT - STATUS "
                   ws-item-status " - NO POSITIONS TO AGE"
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-item-open TO TRUE

           MOVE LOW-VALUES TO OI-DOC
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-DOC
           IF ws-item-status NOT = "00"
               SET ws-eof TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-AGE-ONE-POSITION - A WRITTEN-OFF POSITION IS OFF THE
      * LEDGER AND IS SKIPPED.  OTHERWISE THE OPENITEM BALANCE (ZERO
      * ONCE SETTLED, NEVER BELOW ZERO WHILE A CREDIT IS HELD) IS SET
      * AGAINST THE SUM OF THE DOCUMENT'S OPEN CHARGES BY BRACKET.
      *----------------------------------------------------------------
       2000-AGE-ONE-POSITION.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO item-read-count

           IF OI-WRITTEN-OFF
               ADD 1 TO written-off-count
               GO TO 2000-EXIT
           END-IF

           MOVE ZERO TO doc-item-open
           IF OI-OPEN AND OI-CHARGED > OI-PAID
               COMPUTE doc-item-open = OI-CHARGED - OI-PAID
           END-IF

           INITIALIZE doc-brackets
           MOVE ZERO TO doc-detail-open
           IF ws-detail-open
               MOVE 'N' TO ws-detail-done-switch
               MOVE LOW-VALUES TO OID-KEY
               MOVE OI-DOC TO OID-DOC
               START DETAIL-FILE KEY IS NOT LESS THAN OID-KEY
                   INVALID KEY
                       SET ws-detail-done TO TRUE
               END-START
               PERFORM 2100-AGE-ONE-CHARGE THRU 2100-EXIT
                   UNTIL ws-detail-done
           END-IF

           IF doc-item-open = ZERO AND doc-detail-open = ZERO
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO listed-count
           ADD doc-item-open TO total-item-open
           ADD doc-detail-open TO total-detail-open
           MOVE SPACES TO ws-report-line
           MOVE OI-DOC TO wrl-doc
           PERFORM 2200-MOVE-BRACKET THRU 2200-EXIT
               VARYING bracket-ix FROM 1 BY 1 UNTIL bracket-ix > 5
           MOVE doc-detail-open TO wrl-detail-open
           MOVE doc-item-open TO wrl-item-open
           IF doc-detail-open NOT = doc-item-open
               MOVE "*" TO wrl-flag
               ADD 1 TO out-of-balance-count
           END-IF
           WRITE AGED-REPORT-REC FROM ws-report-line.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-AGE-ONE-CHARGE - NEXT DETAIL RECORD OF THE DOCUMENT; A
      * CHARGE STILL OPEN IS AGED FROM ITS CHARGE DATE PLUS TERMS.  A
      * CHARGE DATE THAT IS NOT A DATE IS TAKEN AS 91+.
      *----------------------------------------------------------------
       2100-AGE-ONE-CHARGE.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET ws-detail-done TO TRUE
                   GO TO 2100-EXIT
           END-READ

           IF OID-DOC NOT = OI-DOC
               SET ws-detail-done TO TRUE
               GO TO 2100-EXIT
           END-IF

           IF OID-OPEN = ZERO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO charge-count

           MOVE 5 TO bracket-ix
           IF OID-CHARGE-DATE IS NUMERIC
               MOVE OID-CHARGE-DATE TO charge-date-num
               COMPUTE charge-day-int =
                   FUNCTION INTEGER-OF-DATE(charge-date-num)
               COMPUTE charge-age =
                   today-day-int - charge-day-int - terms-days
               EVALUATE TRUE
                   WHEN charge-age NOT > 0
                       MOVE 1 TO bracket-ix
                   WHEN charge-age NOT > 30
                       MOVE 2 TO bracket-ix
                   WHEN charge-age NOT > 60
                       MOVE 3 TO bracket-ix
                   WHEN charge-age NOT > 90
                       MOVE 4 TO bracket-ix
                   WHEN OTHER
                       MOVE 5 TO bracket-ix
               END-EVALUATE
           END-IF

           ADD OID-OPEN TO doc-bracket(bracket-ix)
           ADD OID-OPEN TO total-bracket(bracket-ix)
           ADD OID-OPEN TO doc-detail-open.
       2100-EXIT.
           EXIT.

       2200-MOVE-BRACKET.
           MOVE doc-bracket(bracket-ix) TO wrl-bracket(bracket-ix).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - BRACKET TOTALS, THE DETAIL TOTAL AGAINST THE
      * OPENITEM TOTAL, AND RC 8 IF ANY DOCUMENT IS OUT OF BALANCE.
      *----------------------------------------------------------------
       9999-TERMINATE.
           MOVE SPACES TO AGED-REPORT-REC
           WRITE AGED-REPORT-REC

           MOVE SPACES TO ws-bracket-total-line
           MOVE "TOTAL CURRENT" TO wbl-label
           MOVE total-bracket(1) TO wbl-amount
           WRITE AGED-REPORT-REC FROM ws-bracket-total-line

           MOVE SPACES TO ws-bracket-total-line
           MOVE "TOTAL 1-30 DAYS" TO wbl-label
           MOVE total-bracket(2) TO wbl-amount
           WRITE AGED-REPORT-REC FROM ws-bracket-total-line

           MOVE SPACES TO ws-bracket-total-line
           MOVE "TOTAL 31-60 DAYS" TO wbl-label
           MOVE total-bracket(3) TO wbl-amount
           WRITE AGED-REPORT-REC FROM ws-bracket-total-line

           MOVE SPACES TO ws-bracket-total-line
           MOVE "TOTAL 61-90 DAYS" TO wbl-label
           MOVE total-bracket(4) TO wbl-amount
           WRITE AGED-REPORT-REC FROM ws-bracket-total-line

           MOVE SPACES TO ws-bracket-total-line
           MOVE "TOTAL 91 DAYS AND OVER" TO wbl-label
           MOVE total-bracket(5) TO wbl-amount
           WRITE AGED-REPORT-REC FROM ws-bracket-total-line

           MOVE SPACES TO AGED-REPORT-REC
           WRITE AGED-REPORT-REC

           MOVE SPACES TO ws-total-line
           MOVE "DOCUMENTS WITH A BALANCE - DETAIL TOTAL" TO wtl-label
           MOVE listed-count TO wtl-count
           MOVE total-detail-open TO wtl-amount
           WRITE AGED-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "OPEN CHARGES AGED" TO wtl-label
           MOVE charge-count TO wtl-count
           WRITE AGED-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "OPENITEM OPEN BALANCE" TO wtl-label
           MOVE item-read-count TO wtl-count
           MOVE total-item-open TO wtl-amount
           WRITE AGED-REPORT-REC FROM ws-total-line

           COMPUTE total-difference =
               total-detail-open - total-item-open
           MOVE SPACES TO ws-total-line
           MOVE "DIFFERENCE - DOCUMENTS OUT OF BALANCE" TO wtl-label
           MOVE out-of-balance-count TO wtl-count
           MOVE total-difference TO wtl-amount
           WRITE AGED-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "WRITTEN-OFF POSITIONS NOT AGED" TO wtl-label
           MOVE written-off-count TO wtl-count
           WRITE AGED-REPORT-REC FROM ws-total-line

           CLOSE AGED-REPORT-FILE
           IF ws-detail-open
               CLOSE DETAIL-FILE
           END-IF
           IF ws-item-open
               CLOSE OPEN-ITEM-FILE
           END-IF

           DISPLAY "oiagetb: " item-read-count " POSITIONS, "
               listed-count " WITH A BALANCE, " charge-count
               " OPEN CHARGES, " out-of-balance-count
               " OUT OF BALANCE"

           IF out-of-balance-count > 0 AND run-error-level < 8
               MOVE 8 TO run-error-level
           END-IF
           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
