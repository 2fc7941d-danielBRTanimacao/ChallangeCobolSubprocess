      *                    NOTICE HISTORY DOES NOT ADVANCE - MAILING A
      *                    CUSTOMER WHO HAS FORMALLY DISPUTED THE FEE
      *                    IS WHAT THE HOLD EXISTS TO STOP.
      *   2026-10-15  MRS  ISSUE A BOLETO WITH EVERY STATEMENT PRINTED:
      *                    THE NEXT OUR-NUMBER OFF BOLCTL, THE TOTAL
      *                    DUE, A DUE DATE MATCHING THE NOTICE WORDING
      *                    (10 BUSINESS DAYS ON A FIRST NOTICE, 5 ON
      *                    THE LATER ONES, COUNTED AGAINST HOLCAL) AND
      *                    THE DIGITABLE LINE ARE PRINTED UNDER THE
      *                    TOTAL, THE BOLETO IS REGISTERED ON THE
      *                    BOLETO FILE, AND THE BANK'S REGISTRATION
      *                    (REMESSA) FILE GOES OUT ON BOLREM.  cashapp
      *                    MATCHES THE BANK'S RETURN BY OUR-NUMBER.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *                    THE BUSINESS DATE REPLACES THE SYSTEM DATE
      *                    AS TODAY.
      *   2026-10-15  MRS  HONOR COLLECTION AGENCY PLACEMENTS: A
      *                    DOCUMENT agyplace HAS PLACED WITH AN AGENCY
      *                    (ACTIVE ON PLACEMNT) GETS NO STATEMENT AND
      *                    NO BOLETO, AND ITS NOTICE HISTORY DOES NOT
      *                    ADVANCE - THE AGENCY DOES THE CHASING UNTIL
      *                    agyrecall BRINGS THE DOCUMENT BACK.
      *   2026-10-15  MRS  HONOR THE PRESCRIPTION STOP LIST prescmon
      *                    KEEPS: A DOCUMENT WHOSE DEBT HAS PRESCRIBED
      *                    (PRESCRIP STATUS S) GETS NO STATEMENT AND
      *                    NO BOLETO, AND IS NEVER HANDED TO LEGAL -
      *                    THE DEBT CAN NO LONGER BE COLLECTED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
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

           SELECT LEGAL-FILE ASSIGN TO "DUNLEGAL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOL-OUR-NUMBER
               FILE STATUS IS ws-boleto-status.

           SELECT REMESSA-FILE ASSIGN TO "BOLREM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOLETO-CONTROL-FILE ASSIGN TO "BOLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bolctl-status.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-FILE.
       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  PLACEMENT-FILE.
           COPY PLACEMNT.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       FD  HISTORY-FILE.
      *----------------------------------------------------------------
      * ONE RECORD PER DOCUMENT THAT HAS EVER BEEN DUNNED, KEYED BY
           05  FILLER              PIC X(01).
           05  LGL-NOTICE-COUNT    PIC 9(3).

       FD  BOLETO-FILE.
           COPY BOLETO.

       FD  REMESSA-FILE.
           COPY BOLXFER.

       FD  BOLETO-CONTROL-FILE.
      *----------------------------------------------------------------
      * SINGLE BOLETO CONTROL RECORD, FIXED COLUMNS - READ AT START,
      * WRITTEN BACK AT END OF JOB WITH THE LAST OUR-NUMBER ISSUED.
      *   BCT-LAST-OUR-NUMBER  COLS 1-11   LAST OUR-NUMBER ALLOCATED;
      *                                    BLANK = NONE YET.
      *   BCT-BANK             COLS 13-15  BANK CODE; BLANK = 001.
      *   BCT-AGENCY           COLS 17-20  COLLECTING AGENCY; BLANK =
      *                                    0001.
      *   BCT-CARTEIRA         COLS 22-23  COLLECTION PORTFOLIO
      *                                    (CARTEIRA); BLANK = 09.
      *   BCT-ACCOUNT          COLS 25-31  COLLECTION ACCOUNT; BLANK =
      *                                    0000001.
      *   BCT-GRACE-DAYS       COLS 33-35  DAYS PAST DUE BEFORE bolexp
      *                                    CALLS A BOLETO EXPIRED -
      *                                    CARRIED THROUGH UNCHANGED.
      *----------------------------------------------------------------
       01  BOLETO-CONTROL-REC.
           05  BCT-LAST-OUR-NUMBER PIC X(11).
           05  FILLER              PIC X(01).
           05  BCT-BANK            PIC X(03).
           05  FILLER              PIC X(01).
           05  BCT-AGENCY          PIC X(04).
           05  FILLER              PIC X(01).
           05  BCT-CARTEIRA        PIC X(02).
           05  FILLER              PIC X(01).
           05  BCT-ACCOUNT         PIC X(07).
           05  FILLER              PIC X(01).
           05  BCT-GRACE-DAYS      PIC X(03).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC             PIC X(08).

       WORKING-STORAGE SECTION.
       78  FEE-TABLE-MAX           VALUE 5000.
       78  FINAL-DEMAND-LEVEL      VALUE 3.
       78  HOLIDAY-TABLE-MAX       VALUE 500.
       78  FIRST-NOTICE-DUE-DAYS   VALUE 10.
       78  LATER-NOTICE-DUE-DAYS   VALUE 5.
       78  OUR-NUMBER-TRIES-MAX    VALUE 100.

       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.
       01  ws-disputed-switch  PIC X VALUE 'N'.
           88  ws-disputed               VALUE 'Y'.
       01  dispute-skip-count  PIC 9(5) VALUE ZERO.
       01  ws-placement-status PIC XX VALUE SPACES.
       01  ws-placement-open-switch PIC X VALUE 'N'.
           88  ws-placement-open         VALUE 'Y'.
       01  ws-placed-switch    PIC X VALUE 'N'.
           88  ws-placed                 VALUE 'Y'.
       01  placement-skip-count PIC 9(5) VALUE ZERO.
       01  ws-prescrip-status  PIC XX VALUE SPACES.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.
       01  ws-prescribed-switch PIC X VALUE 'N'.
           88  ws-prescribed             VALUE 'Y'.
       01  prescribed-skip-count PIC 9(5) VALUE ZERO.
       01  ws-history-file-status PIC XX VALUE SPACES.
       01  ws-hist-open-switch PIC X VALUE 'N'.
           88  ws-hist-open              VALUE 'Y'.
      *----------------------------------------------------------------
       01  run-error-level     PIC S9(4) VALUE ZERO.

       01  ws-boleto-status    PIC XX VALUE SPACES.
       01  ws-bolctl-status    PIC XX VALUE SPACES.
       01  ws-holiday-file-status PIC XX VALUE SPACES.
       01  ws-boleto-open-switch PIC X VALUE 'N'.
           88  ws-boleto-open            VALUE 'Y'.
       01  ws-boleto-stored-switch PIC X VALUE 'N'.
           88  ws-boleto-stored          VALUE 'Y'.
       01  ws-hol-eof-switch   PIC X VALUE 'N'.
           88  ws-hol-eof                VALUE 'Y'.
       01  ws-holiday-found-switch PIC X VALUE 'N'.
           88  ws-holiday-found          VALUE 'Y'.

       01  boleto-count        PIC 9(5) VALUE ZERO.
       01  boleto-total        PIC 9(13)V99 VALUE ZERO.
       01  boleto-fail-count   PIC 9(5) VALUE ZERO.
       01  our-number-tries    PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * BOLETO PARAMETERS OFF BOLCTL (DEFAULTS WHEN BLANK), AND THE
      * LAST OUR-NUMBER ISSUED - ADVANCED PER BOLETO AND WRITTEN BACK
      * AT END OF JOB.
      *----------------------------------------------------------------
       01  last-our-number     PIC 9(11) VALUE ZERO.
       01  bol-bank            PIC X(03) VALUE "001".
       01  bol-agency          PIC X(04) VALUE "0001".
       01  bol-carteira        PIC X(02) VALUE "09".
       01  bol-account         PIC X(07) VALUE "0000001".
       01  bol-grace-days      PIC X(03) VALUE SPACES.
       01  boleto-due          PIC X(08) VALUE SPACES.
       01  boleto-due-num      PIC 9(8) VALUE ZERO.
       01  bol-due-day-int     PIC 9(8) VALUE ZERO.
       01  bol-base-day-int    PIC 9(8) VALUE ZERO.
       01  bol-day-count       PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * THE BOLETO BAR CODE, FEBRABAN LAYOUT: BANK, CURRENCY 9, THE
      * GENERAL CHECK DIGIT, THE DUE-DATE FACTOR (DAYS SINCE
      * 1997-10-07, WRAPPING FROM 9999 BACK TO 1000), THE AMOUNT IN
      * CENTAVOS, AND THE 25-DIGIT FREE FIELD (AGENCY, CARTEIRA,
      * OUR-NUMBER, ACCOUNT, ZERO).  bol-barcode-base IS THE 43
      * DIGITS WITHOUT THE GENERAL CHECK DIGIT, IN BAR-CODE ORDER.
      *----------------------------------------------------------------
       01  bol-free-field.
           05  bff-agency          PIC X(04).
           05  bff-carteira        PIC X(02).
           05  bff-our-number      PIC 9(11).
           05  bff-account         PIC X(07).
           05  FILLER              PIC X(01) VALUE "0".

       01  bol-barcode-base.
           05  bcb-bank            PIC X(03).
           05  bcb-currency        PIC X(01) VALUE "9".
           05  bcb-factor          PIC 9(04).
           05  bcb-value           PIC 9(08)V99.
           05  bcb-free            PIC X(25).

       01  digitable-line.
           05  bdg-field1          PIC X(09).
           05  bdg-dv1             PIC 9(01).
           05  bdg-field2          PIC X(10).
           05  bdg-dv2             PIC 9(01).
           05  bdg-field3          PIC X(10).
           05  bdg-dv3             PIC 9(01).
           05  bdg-general-dv      PIC 9(01).
           05  bdg-factor          PIC 9(04).
           05  bdg-value           PIC X(10).

      *----------------------------------------------------------------
      * CHECK-DIGIT WORK AREA - chk-len DIGITS OF chk-digits ARE
      * WEIGHTED FROM THE RIGHT; THE DIGIT LANDS IN chk-result.
      *----------------------------------------------------------------
       01  chk-digits          PIC X(43) VALUE SPACES.
       01  chk-len             PIC 9(2) VALUE ZERO.
       01  chk-ix              PIC 9(2) VALUE ZERO.
       01  chk-weight          PIC 9(2) VALUE ZERO.
       01  chk-digit           PIC 9 VALUE ZERO.
       01  chk-product         PIC 9(3) VALUE ZERO.
       01  chk-sum             PIC 9(5) VALUE ZERO.
       01  chk-remainder       PIC 9(2) VALUE ZERO.
       01  chk-result          PIC 9 VALUE ZERO.

      *----------------------------------------------------------------
      * BUSINESS-DAY ARITHMETIC - busday-from-date PLUS busday-wanted
      * BUSINESS DAYS (NO SATURDAYS, SUNDAYS OR HOLCAL DATES) LANDS
      * IN busday-result.
      *----------------------------------------------------------------
       01  today-day-int       PIC 9(8) VALUE ZERO.
       01  busday-from-date    PIC X(08) VALUE SPACES.
       01  busday-wanted       PIC 9(3) VALUE ZERO.
       01  busday-count        PIC 9(3) VALUE ZERO.
       01  busday-scan-int     PIC 9(8) VALUE ZERO.
       01  busday-date-num     PIC 9(8) VALUE ZERO.
       01  busday-date-disp    PIC X(08) VALUE SPACES.
       01  busday-result       PIC X(08) VALUE SPACES.
       01  weekday-num         PIC 9 VALUE ZERO.

       01  holiday-count       PIC 9(3) VALUE ZERO.
       01  hol-ix              PIC 9(3) VALUE ZERO.
       01  holiday-table.
           05  holiday-date    PIC X(08) OCCURS 500 TIMES.

       01  ws-head-line.
           05  FILLER              PIC X(33)
               VALUE "DUNNING NOTICE - COLLECTIONS DESK".
           05  FILLER              PIC X(10) VALUE "TOTAL DUE ".
           05  wtl-amount          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  ws-boleto-line.
           05  FILLER              PIC X(18)
               VALUE "BOLETO OUR NUMBER ".
           05  wbl-our-number      PIC 9(11).
           05  FILLER              PIC X(13) VALUE "   DUE DATE ".
           05  wbl-due-date        PIC X(08).

       01  ws-digitable-line.
           05  FILLER              PIC X(16)
               VALUE "DIGITABLE LINE: ".
           05  wdg-text            PIC X(54).

       01  ws-trailer-line.
           05  FILLER              PIC X(21)
               VALUE "STATEMENTS THIS RUN: ".
           05  wtr-count           PIC ZZ,ZZ9.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "dunstmt".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "dunstmt: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "dunstmt: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "dunstmt: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO run-date
           END-IF
           COMPUTE today-day-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
           PERFORM 1050-READ-BOLETO-CONTROL THRU 1050-EXIT
           PERFORM 1070-LOAD-HOLIDAYS THRU 1070-EXIT

           OPEN OUTPUT NOTICE-FILE

               SET ws-dispute-open TO TRUE
           END-IF

           OPEN INPUT PLACEMENT-FILE
           IF ws-placement-status = "00"
               SET ws-placement-open TO TRUE
           END-IF

           OPEN INPUT PRESCRIPTION-FILE
           IF ws-prescrip-status = "00"
               SET ws-prescrip-open TO TRUE
           END-IF

           OPEN OUTPUT LEGAL-FILE

           OPEN I-O BOLETO-FILE
           IF ws-boleto-status = "35" OR ws-boleto-status = "05"
               OPEN OUTPUT BOLETO-FILE
               CLOSE BOLETO-FILE
               OPEN I-O BOLETO-FILE
           END-IF
           IF ws-boleto-status = "00"
               SET ws-boleto-open TO TRUE
           ELSE
               DISPLAY "dunstmt: CANNOT OPEN BOLETO - STATUS "
                   ws-boleto-status " - STATEMENTS PRINT WITHOUT "
                   "A BOLETO"
               IF run-error-level < 8
                   MOVE 8 TO run-error-level
               END-IF
           END-IF

           OPEN OUTPUT REMESSA-FILE
           MOVE SPACES TO BLX-RECORD
           MOVE "H" TO BLX-REC-TYPE
           MOVE run-date TO BLX-HDR-DATE
           MOVE bol-bank TO BLX-HDR-BANK
           MOVE bol-agency TO BLX-HDR-AGENCY
           MOVE bol-account TO BLX-HDR-ACCOUNT
           WRITE BLX-RECORD

           OPEN I-O HISTORY-FILE
           IF ws-history-file-status = "35"
                   OR ws-history-file-status = "05"
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-READ-BOLETO-CONTROL - THE LAST OUR-NUMBER ISSUED AND THE
      * COLLECTION ACCOUNT THE BOLETOS ARE DRAWN ON.  A MISSING OR
      * BLANK CONTROL RECORD STARTS THE OUR-NUMBERS AT 1 ON THE
      * DEFAULT ACCOUNT.
      *----------------------------------------------------------------
       1050-READ-BOLETO-CONTROL.
           OPEN INPUT BOLETO-CONTROL-FILE
           IF ws-bolctl-status NOT = "00"
               GO TO 1050-EXIT
           END-IF

           READ BOLETO-CONTROL-FILE
               NOT AT END
                   IF BCT-LAST-OUR-NUMBER IS NUMERIC
                       MOVE BCT-LAST-OUR-NUMBER TO last-our-number
                   END-IF
                   IF BCT-BANK IS NUMERIC
                       MOVE BCT-BANK TO bol-bank
                   END-IF
                   IF BCT-AGENCY IS NUMERIC
                       MOVE BCT-AGENCY TO bol-agency
                   END-IF
                   IF BCT-CARTEIRA IS NUMERIC
                       MOVE BCT-CARTEIRA TO bol-carteira
                   END-IF
                   IF BCT-ACCOUNT IS NUMERIC
                       MOVE BCT-ACCOUNT TO bol-account
                   END-IF
                   MOVE BCT-GRACE-DAYS TO bol-grace-days
           END-READ
           CLOSE BOLETO-CONTROL-FILE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-LOAD-HOLIDAYS - PULL THE HOLCAL BANK-HOLIDAY CALENDAR
      * INTO ITS TABLE FOR THE BOLETO DUE DATES.  A MISSING CALENDAR
      * JUST MEANS ONLY WEEKENDS ARE SKIPPED.
      *----------------------------------------------------------------
       1070-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF ws-holiday-file-status NOT = "00"
               DISPLAY "dunstmt: HOLCAL NOT PRESENT - BOLETO DUE "
                   "DATES SKIP WEEKENDS ONLY"
               GO TO 1070-EXIT
           END-IF

           MOVE 'N' TO ws-hol-eof-switch
           PERFORM 1072-READ-HOLIDAY THRU 1072-EXIT
           PERFORM 1074-TALLY-HOLIDAY THRU 1074-EXIT
               UNTIL ws-hol-eof
           CLOSE HOLIDAY-FILE.
       1070-EXIT.
           EXIT.

       1072-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET ws-hol-eof TO TRUE
           END-READ.
       1072-EXIT.
           EXIT.

       1074-TALLY-HOLIDAY.
           IF HOLIDAY-REC IS NUMERIC
               IF holiday-count >= HOLIDAY-TABLE-MAX
                   DISPLAY "dunstmt: HOLIDAY TABLE FULL - "
                       HOLIDAY-REC " IGNORED"
                   IF run-error-level < 8
                       MOVE 8 TO run-error-level
                   END-IF
               ELSE
                   ADD 1 TO holiday-count
                   MOVE HOLIDAY-REC TO holiday-date (holiday-count)
               END-IF
           END-IF
           PERFORM 1072-READ-HOLIDAY THRU 1072-EXIT.
       1074-EXIT.
           EXIT.

       2000-LOAD-FEES.
           IF NOT IFACE-DETAIL
               GO TO 2000-NEXT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3163-CHECK-PRESCRIPTION THRU 3163-EXIT
           IF ws-prescribed
               ADD 1 TO prescribed-skip-count
               DISPLAY "dunstmt: DOCUMENT " statement-doc
                   " HAS PRESCRIBED - NO STATEMENT"
               PERFORM 3150-MARK-MATCHING-FEE THRU 3150-EXIT
                   VARYING scan-ix FROM fee-ix BY 1
                   UNTIL scan-ix > fee-count
               GO TO 3000-EXIT
           END-IF

           PERFORM 3165-CHECK-PLACEMENT THRU 3165-EXIT
           IF ws-placed
               ADD 1 TO placement-skip-count
               DISPLAY "dunstmt: DOCUMENT " statement-doc
                   " IS PLACED WITH AGENCY " PLC-AGENCY
                   " - NO STATEMENT"
               PERFORM 3150-MARK-MATCHING-FEE THRU 3150-EXIT
                   VARYING scan-ix FROM fee-ix BY 1
                   UNTIL scan-ix > fee-count
               GO TO 3000-EXIT
           END-IF

           PERFORM 3170-FIND-HISTORY THRU 3170-EXIT
           IF ws-hist-found
               COMPUTE notice-level = DH-NOTICE-COUNT + 1
               UNTIL scan-ix > fee-count

           PERFORM 3500-PRINT-FOOTER THRU 3500-EXIT
           PERFORM 3600-ISSUE-BOLETO THRU 3600-EXIT
           ADD 1 TO statement-count

           IF ws-hist-found
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3163-CHECK-PRESCRIPTION - A DOCUMENT ON THE PRESCRIPTION STOP
      * LIST (PRESCRIP STATUS S) IS PAST THE LEGAL COLLECTION LIMIT:
      * A LETTER DEMANDING IT IS EXACTLY THE EXPOSURE THE STOP LIST
      * EXISTS TO PREVENT.  ITS FEES ARE MARKED HANDLED WITHOUT A
      * LETTER.
      *----------------------------------------------------------------
       3163-CHECK-PRESCRIPTION.
           MOVE 'N' TO ws-prescribed-switch
           IF NOT ws-prescrip-open
               GO TO 3163-EXIT
           END-IF

           MOVE statement-doc TO PRS-DOC
           READ PRESCRIPTION-FILE
               INVALID KEY
                   GO TO 3163-EXIT
           END-READ

           IF PRS-STOPPED
               SET ws-prescribed TO TRUE
           END-IF.
       3163-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3165-CHECK-PLACEMENT - A DOCUMENT ACTIVELY PLACED WITH A
      * COLLECTION AGENCY IS THE AGENCY'S TO CHASE; A SECOND LETTER
      * FROM US WOULD CONTRADICT IT.  ITS FEES ARE MARKED HANDLED
      * WITHOUT A LETTER.  A RECALLED OR PAID-OFF PLACEMENT NO LONGER
      * HOLDS THE DOCUMENT.
      *----------------------------------------------------------------
       3165-CHECK-PLACEMENT.
           MOVE 'N' TO ws-placed-switch
           IF NOT ws-placement-open
               GO TO 3165-EXIT
           END-IF

           MOVE statement-doc TO PLC-DOC
           READ PLACEMENT-FILE
               INVALID KEY
                   GO TO 3165-EXIT
           END-READ

           IF PLC-ACTIVE
               SET ws-placed TO TRUE
           END-IF.
       3165-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3170-FIND-HISTORY - KEYED READ OF THE DOCUMENT'S NOTICE-
      * HISTORY RECORD, INITIALIZING A FRESH ONE FOR A DOCUMENT NEVER
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-ISSUE-BOLETO - ONE BOLETO FOR THE STATEMENT JUST PRINTED:
      * THE TOTAL DUE, DUE ON THE DEADLINE THE WORDING ABOVE GIVES
      * (10 BUSINESS DAYS ON A FIRST NOTICE, 5 ON THE LATER ONES),
      * REGISTERED ON THE BOLETO FILE UNDER THE NEXT OUR-NUMBER,
      * PRINTED UNDER THE TOTAL AND SENT TO THE BANK ON BOLREM.  A
      * STATEMENT WITH NOTHING DUE GETS NO BOLETO.
      *----------------------------------------------------------------
       3600-ISSUE-BOLETO.
           IF NOT ws-boleto-open OR statement-total = ZERO
               GO TO 3600-EXIT
           END-IF

           MOVE run-date TO busday-from-date
           IF notice-level = 1
               MOVE FIRST-NOTICE-DUE-DAYS TO busday-wanted
           ELSE
               MOVE LATER-NOTICE-DUE-DAYS TO busday-wanted
           END-IF
           PERFORM 4700-ADD-BUSINESS-DAYS THRU 4700-EXIT
           MOVE busday-result TO boleto-due

           MOVE boleto-due TO boleto-due-num
           COMPUTE bol-due-day-int =
               FUNCTION INTEGER-OF-DATE(boleto-due-num)
           COMPUTE bol-base-day-int =
               FUNCTION INTEGER-OF-DATE(19971007)
           COMPUTE bol-day-count = bol-due-day-int - bol-base-day-int
           COMPUTE bcb-factor =
               FUNCTION MOD(bol-day-count - 1000, 9000) + 1000
           MOVE bol-bank TO bcb-bank
           MOVE statement-total TO bcb-value

           MOVE 'N' TO ws-boleto-stored-switch
           MOVE ZERO TO our-number-tries
           PERFORM 3610-STORE-BOLETO THRU 3610-EXIT
               UNTIL ws-boleto-stored
               OR our-number-tries >= OUR-NUMBER-TRIES-MAX

           IF NOT ws-boleto-stored
               DISPLAY "dunstmt: NO FREE OUR-NUMBER AFTER "
                   last-our-number " FOR " statement-doc
                   " - STATEMENT PRINTED WITHOUT A BOLETO"
               ADD 1 TO boleto-fail-count
               MOVE 16 TO run-error-level
               GO TO 3600-EXIT
           END-IF

           PERFORM 3620-PRINT-BOLETO THRU 3620-EXIT
           PERFORM 3630-WRITE-REMESSA THRU 3630-EXIT
           ADD 1 TO boleto-count
           ADD statement-total TO boleto-total.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3610-STORE-BOLETO - TAKE THE NEXT OUR-NUMBER AND REGISTER THE
      * BOLETO UNDER IT.  A NUMBER ALREADY ON FILE (A BOLCTL RESTORED
      * FROM AN OLDER COPY) IS SKIPPED AND THE NEXT ONE TRIED.
      *----------------------------------------------------------------
       3610-STORE-BOLETO.
           ADD 1 TO our-number-tries
           ADD 1 TO last-our-number
           PERFORM 3700-BUILD-DIGITABLE-LINE THRU 3700-EXIT

           MOVE SPACES TO BOLETO-REC
           MOVE last-our-number TO BOL-OUR-NUMBER
           MOVE statement-doc TO BOL-DOC
           MOVE statement-total TO BOL-AMOUNT
           MOVE run-date TO BOL-ISSUE-DATE
           MOVE boleto-due TO BOL-DUE-DATE
           MOVE 'R' TO BOL-STATUS
           MOVE SPACES TO BOL-PAID-DATE
           MOVE ZERO TO BOL-PAID-AMOUNT
           MOVE digitable-line TO BOL-DIGITABLE
           WRITE BOLETO-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-boleto-stored TO TRUE
           END-WRITE.
       3610-EXIT.
           EXIT.

       3620-PRINT-BOLETO.
           MOVE SPACES TO NOTICE-REC
           WRITE NOTICE-REC
           MOVE last-our-number TO wbl-our-number
           MOVE boleto-due TO wbl-due-date
           WRITE NOTICE-REC FROM ws-boleto-line

           MOVE SPACES TO wdg-text
           STRING bdg-field1 (1:5) "." bdg-field1 (6:4) bdg-dv1 " "
               bdg-field2 (1:5) "." bdg-field2 (6:5) bdg-dv2 " "
               bdg-field3 (1:5) "." bdg-field3 (6:5) bdg-dv3 " "
               bdg-general-dv " " bdg-factor bdg-value
               DELIMITED BY SIZE INTO wdg-text
           WRITE NOTICE-REC FROM ws-digitable-line.
       3620-EXIT.
           EXIT.

       3630-WRITE-REMESSA.
           MOVE SPACES TO BLX-RECORD
           MOVE "D" TO BLX-REC-TYPE
           MOVE last-our-number TO BLX-OUR-NUMBER
           MOVE statement-doc TO BLX-DOC
           IF cust-found = 1
               MOVE cust-name TO BLX-NAME
           END-IF
           MOVE statement-total TO BLX-AMOUNT
           MOVE boleto-due TO BLX-DUE-DATE
           MOVE run-date TO BLX-ISSUE-DATE
           MOVE "01" TO BLX-OCCURRENCE
           MOVE ZERO TO BLX-PAID-AMOUNT
           WRITE BLX-RECORD.
       3630-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-BUILD-DIGITABLE-LINE - FREE FIELD FOR THE CURRENT OUR-
      * NUMBER, GENERAL CHECK DIGIT (MODULO 11) OVER THE 43 BAR-CODE
      * DIGITS, THEN THE FIVE FIELDS OF THE DIGITABLE LINE - THE
      * FIRST THREE EACH CLOSED BY A MODULO 10 DIGIT.
      *----------------------------------------------------------------
       3700-BUILD-DIGITABLE-LINE.
           MOVE bol-agency TO bff-agency
           MOVE bol-carteira TO bff-carteira
           MOVE last-our-number TO bff-our-number
           MOVE bol-account TO bff-account
           MOVE bol-free-field TO bcb-free

           MOVE bol-barcode-base TO chk-digits
           MOVE 43 TO chk-len
           PERFORM 3720-MODULO-11 THRU 3720-EXIT
           MOVE chk-result TO bdg-general-dv

           MOVE bcb-bank TO bdg-field1 (1:3)
           MOVE bcb-currency TO bdg-field1 (4:1)
           MOVE bcb-free (1:5) TO bdg-field1 (5:5)
           MOVE bdg-field1 TO chk-digits
           MOVE 9 TO chk-len
           PERFORM 3710-MODULO-10 THRU 3710-EXIT
           MOVE chk-result TO bdg-dv1

           MOVE bcb-free (6:10) TO bdg-field2
           MOVE bdg-field2 TO chk-digits
           MOVE 10 TO chk-len
           PERFORM 3710-MODULO-10 THRU 3710-EXIT
           MOVE chk-result TO bdg-dv2

           MOVE bcb-free (16:10) TO bdg-field3
           MOVE bdg-field3 TO chk-digits
           MOVE 10 TO chk-len
           PERFORM 3710-MODULO-10 THRU 3710-EXIT
           MOVE chk-result TO bdg-dv3

           MOVE bcb-factor TO bdg-factor
           MOVE bol-barcode-base (9:10) TO bdg-value.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3710-MODULO-10 - WEIGHTS 2,1,2,1... FROM THE RIGHT, A TWO-
      * DIGIT PRODUCT COUNTS AS THE SUM OF ITS DIGITS; THE CHECK
      * DIGIT TAKES THE TOTAL UP TO THE NEXT TEN (10 BECOMES 0).
      *----------------------------------------------------------------
       3710-MODULO-10.
           MOVE ZERO TO chk-sum
           MOVE 2 TO chk-weight
           PERFORM 3712-MODULO-10-DIGIT THRU 3712-EXIT
               VARYING chk-ix FROM chk-len BY -1
               UNTIL chk-ix < 1
           COMPUTE chk-remainder = 10 - FUNCTION MOD(chk-sum, 10)
           IF chk-remainder = 10
               MOVE ZERO TO chk-result
           ELSE
               MOVE chk-remainder TO chk-result
           END-IF.
       3710-EXIT.
           EXIT.

       3712-MODULO-10-DIGIT.
           MOVE chk-digits (chk-ix:1) TO chk-digit
           COMPUTE chk-product = chk-digit * chk-weight
           IF chk-product > 9
               SUBTRACT 9 FROM chk-product
           END-IF
           ADD chk-product TO chk-sum
           IF chk-weight = 2
               MOVE 1 TO chk-weight
           ELSE
               MOVE 2 TO chk-weight
           END-IF.
       3712-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3720-MODULO-11 - WEIGHTS 2 THROUGH 9 REPEATING FROM THE RIGHT;
      * THE CHECK DIGIT IS 11 LESS THE REMAINDER, WITH 10 AND 11
      * BOTH BECOMING 1 AS THE BAR-CODE RULES REQUIRE.
      *----------------------------------------------------------------
       3720-MODULO-11.
           MOVE ZERO TO chk-sum
           MOVE 2 TO chk-weight
           PERFORM 3722-MODULO-11-DIGIT THRU 3722-EXIT
               VARYING chk-ix FROM chk-len BY -1
               UNTIL chk-ix < 1
           COMPUTE chk-remainder = 11 - FUNCTION MOD(chk-sum, 11)
           IF chk-remainder > 9
               MOVE 1 TO chk-result
           ELSE
               MOVE chk-remainder TO chk-result
           END-IF.
       3720-EXIT.
           EXIT.

       3722-MODULO-11-DIGIT.
           MOVE chk-digits (chk-ix:1) TO chk-digit
           COMPUTE chk-product = chk-digit * chk-weight
           ADD chk-product TO chk-sum
           ADD 1 TO chk-weight
           IF chk-weight > 9
               MOVE 2 TO chk-weight
           END-IF.
       3722-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-ADD-BUSINESS-DAYS - STEP FORWARD FROM busday-from-date
      * UNTIL busday-wanted BUSINESS DAYS HAVE BEEN COUNTED.  AN
      * UNUSABLE START DATE COUNTS FROM TODAY.
      *----------------------------------------------------------------
       4700-ADD-BUSINESS-DAYS.
           MOVE ZERO TO busday-scan-int
           IF busday-from-date IS NUMERIC
               MOVE busday-from-date TO busday-date-num
               COMPUTE busday-scan-int =
                   FUNCTION INTEGER-OF-DATE(busday-date-num)
           END-IF
           IF busday-scan-int = ZERO
               MOVE today-day-int TO busday-scan-int
           END-IF

           MOVE ZERO TO busday-count
           PERFORM 4710-STEP-ONE-DAY THRU 4710-EXIT
               UNTIL busday-count >= busday-wanted

           COMPUTE busday-date-num =
               FUNCTION DATE-OF-INTEGER(busday-scan-int)
           MOVE busday-date-num TO busday-result.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4710-STEP-ONE-DAY - MOVE ONE CALENDAR DAY FORWARD AND COUNT IT
      * WHEN IT IS NEITHER A WEEKEND NOR ON THE HOLIDAY TABLE.  DAY 1
      * OF THE INTEGER-OF-DATE EPOCH (1601-01-01) WAS A MONDAY, SO
      * MOD 7 = 6 IS SATURDAY AND MOD 7 = 0 IS SUNDAY.
      *----------------------------------------------------------------
       4710-STEP-ONE-DAY.
           ADD 1 TO busday-scan-int
           COMPUTE weekday-num = FUNCTION MOD(busday-scan-int, 7)
           IF weekday-num = 6 OR weekday-num = 0
               GO TO 4710-EXIT
           END-IF

           COMPUTE busday-date-num =
               FUNCTION DATE-OF-INTEGER(busday-scan-int)
           MOVE busday-date-num TO busday-date-disp
           PERFORM 4720-CHECK-HOLIDAY THRU 4720-EXIT
           IF ws-holiday-found
               GO TO 4710-EXIT
           END-IF

           ADD 1 TO busday-count.
       4710-EXIT.
           EXIT.

       4720-CHECK-HOLIDAY.
           MOVE 'N' TO ws-holiday-found-switch
           MOVE ZERO TO hol-ix
           PERFORM 4730-CHECK-HOLIDAY-ENTRY THRU 4730-EXIT
               UNTIL ws-holiday-found OR hol-ix >= holiday-count.
       4720-EXIT.
           EXIT.

       4730-CHECK-HOLIDAY-ENTRY.
           ADD 1 TO hol-ix
           IF holiday-date (hol-ix) = busday-date-disp
               SET ws-holiday-found TO TRUE
           END-IF.
       4730-EXIT.
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
           COMPUTE run-in-count = fee-count
           COMPUTE run-out-count = statement-count
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

      *----------------------------------------------------------------
      * 9999-TERMINATE - THE MAILROOM TRAILER: HOW MANY STATEMENTS
      * THIS FILE HOLDS, SO A SHORT PRINT RUN IS CAUGHT BEFORE THE
           CLOSE NOTICE-FILE
           CLOSE LEGAL-FILE

           MOVE SPACES TO BLX-RECORD
           MOVE "T" TO BLX-REC-TYPE
           MOVE boleto-count TO BLX-TRL-COUNT
           MOVE boleto-total TO BLX-TRL-AMOUNT
           WRITE BLX-RECORD
           CLOSE REMESSA-FILE
           IF ws-boleto-open
               CLOSE BOLETO-FILE
               PERFORM 8000-WRITE-BOLETO-CONTROL THRU 8000-EXIT
           END-IF

           IF ws-interface-file-status = "00"
                   OR ws-interface-file-status = "10"
               CLOSE INTERFACE-FILE
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-placement-open
               CLOSE PLACEMENT-FILE
           END-IF
           IF ws-prescrip-open
               CLOSE PRESCRIPTION-FILE
           END-IF
           IF ws-hist-open
               CLOSE HISTORY-FILE
           END-IF
               fee-count " INTERFACE RECORDS, "
               writeoff-skip-count " WRITTEN-OFF DOCUMENTS SKIPPED, "
               dispute-skip-count " DISPUTED DOCUMENTS SKIPPED, "
               placement-skip-count " PLACED WITH AN AGENCY, "
               prescribed-skip-count " PRESCRIBED, "
               legal-count " HANDED TO LEGAL, "
               legal-skip-count " ALREADY WITH LEGAL"
           DISPLAY "dunstmt: " boleto-count " BOLETOS REGISTERED ON "
               "BOLREM, LAST OUR-NUMBER " last-our-number ", "
               boleto-fail-count " STATEMENTS WITHOUT A BOLETO"

           IF run-error-level > RETURN-CODE
               MOVE run-error-level TO RETURN-CODE
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-BOLETO-CONTROL - WRITE BOLCTL BACK WITH THE LAST
      * OUR-NUMBER ISSUED, SO TOMORROW'S BOLETOS CONTINUE THE
      * SEQUENCE.  THE GRACE DAYS bolexp USES ARE CARRIED THROUGH.
      *----------------------------------------------------------------
       8000-WRITE-BOLETO-CONTROL.
           MOVE SPACES TO BOLETO-CONTROL-REC
           MOVE last-our-number TO BCT-LAST-OUR-NUMBER
           MOVE bol-bank TO BCT-BANK
           MOVE bol-agency TO BCT-AGENCY
           MOVE bol-carteira TO BCT-CARTEIRA
           MOVE bol-account TO BCT-ACCOUNT
           MOVE bol-grace-days TO BCT-GRACE-DAYS

           OPEN OUTPUT BOLETO-CONTROL-FILE
           WRITE BOLETO-CONTROL-REC
           CLOSE BOLETO-CONTROL-FILE.
       8000-EXIT.
           EXIT.
