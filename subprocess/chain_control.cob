       IDENTIFICATION DIVISION.
       PROGRAM-ID. chain_control.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - BUSINESS-DATE CHAIN
      *                    CONTROL FOR THE OVERNIGHT STEPS.  EACH STEP
      *                    USED TO TAKE ITS OWN "TODAY" FROM THE CLOCK,
      *                    BATCHPARM OR THE COMMAND LINE, AND NOTHING
      *                    STOPPED THE OPERATOR STARTING THE NEXT STEP
      *                    AFTER ONE FAILED.  A CHAIN STEP NOW SIGNS ON
      *                    HERE INSTEAD OF CALLING RUN_CONTROL
      *                    DIRECTLY: IT IS HANDED THE BUSINESS DATE
      *                    FROM BUSDATE, IS REFUSED UNLESS EVERY STEP
      *                    IT FOLLOWS ON CHAINDEF FINISHED FOR THAT
      *                    DATE (OK, OR WN FOR A WARNING), AND HAS ITS
      *                    START AND END RECORDED ON CHAINLOG UNDER THE
      *                    RUNCTL RUN ID DRAWN FOR IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bus-date-status.

           SELECT CHAIN-DEF-FILE ASSIGN TO "CHAINDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chain-def-status.

           SELECT CHAIN-LOG-FILE ASSIGN TO "CHAINLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHL-KEY
               FILE STATUS IS ws-chain-log-status.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  CHAIN-DEF-FILE.
           COPY CHAINDEF.

       FD  CHAIN-LOG-FILE.
           COPY CHAINLOG.

       WORKING-STORAGE SECTION.
       78  STEP-TABLE-MAX          VALUE 50.

       01  ws-bus-date-status  PIC XX VALUE SPACES.
       01  ws-chain-def-status PIC XX VALUE SPACES.
       01  ws-chain-log-status PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-step-switch      PIC X VALUE 'N'.
           88  ws-step-found             VALUE 'Y'.
       01  ws-pred-switch      PIC X VALUE 'N'.
           88  ws-pred-missing           VALUE 'Y'.
       01  ws-log-found-switch PIC X VALUE 'N'.
           88  ws-log-found              VALUE 'Y'.

       01  bus-date            PIC X(08) VALUE SPACES.
       01  prior-seq           PIC X(03) VALUE SPACES.
       01  pred-seq            PIC X(03) VALUE SPACES.
       01  pred-program        PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * CHAINDEF AS LOADED - st-after IS THE LIST OF STEP NUMBERS THE
      * STEP FOLLOWS, WITH THE BLANK DEFAULT ALREADY RESOLVED TO THE
      * STEP ON THE LINE BEFORE.
      *----------------------------------------------------------------
       01  step-count          PIC 9(3) VALUE ZERO.
       01  step-ix             PIC 9(3) VALUE ZERO.
       01  this-step-ix        PIC 9(3) VALUE ZERO.
       01  find-ix             PIC 9(3) VALUE ZERO.
       01  after-ix            PIC 9 VALUE ZERO.
       01  step-table.
           05  step-entry OCCURS 50 TIMES.
               10  st-seq          PIC X(03).
               10  st-program      PIC X(14).
               10  st-after        PIC X(03) OCCURS 3 TIMES.

       01  run-ctl-func        PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      * L-FUNC REQUEST CODES -
      *   S = START OF STEP: L-BUS-DATE COMES BACK WITH THE BUSINESS
      *       DATE (SPACES WHEN NO BUSDATE IS ON FILE - THE CALLER
      *       KEEPS ITS OWN DATE AND NOTHING IS GATED).  FOR A STEP ON
      *       CHAINDEF EVERY PREDECESSOR MUST BE OK/WN ON CHAINLOG FOR
      *       THAT DATE, OR THE START IS REFUSED WITH L-FINAL PF AND
      *       L-RUN-ID ZERO.  OTHERWISE THE RUN ID IS DRAWN THROUGH
      *       RUN_CONTROL EXACTLY AS A DIRECT CALL WOULD (INCLUDING
      *       THE CF REFUSAL) AND THE STEP IS LOGGED RN ON CHAINLOG.
      *   E = END OF STEP: COMPLETE THE RUNCTL RECORD THROUGH
      *       RUN_CONTROL AND THE CHAINLOG ENTRY FOR L-BUS-DATE WITH
      *       L-FINAL AND THE COUNTS.
      *----------------------------------------------------------------
       LINKAGE SECTION.
       77  L-FUNC              PIC X(01).
       77  L-PROGRAM           PIC X(14).
       77  L-BUS-DATE          PIC X(08).
       77  L-RUN-ID            PIC 9(7).
       77  L-IN-COUNT          PIC 9(7).
       77  L-OUT-COUNT         PIC 9(7).
       77  L-FINAL             PIC X(02).

       PROCEDURE DIVISION USING L-FUNC, L-PROGRAM, L-BUS-DATE,
           L-RUN-ID, L-IN-COUNT, L-OUT-COUNT, L-FINAL.

       0000-MAINLINE.
           EVALUATE L-FUNC
               WHEN 'S'
                   PERFORM 1000-START-STEP THRU 1000-EXIT
               WHEN 'E'
                   PERFORM 2000-END-STEP THRU 2000-EXIT
           END-EVALUATE
           EXIT PROGRAM.

      *----------------------------------------------------------------
      * 1000-START-STEP - BUSINESS DATE, STEP LOOKUP, PREDECESSOR
      * CHECK, RUN ID, CHAINLOG.
      *----------------------------------------------------------------
       1000-START-STEP.
           MOVE SPACES TO L-BUS-DATE
           MOVE SPACES TO L-FINAL
           MOVE ZERO TO L-RUN-ID

           PERFORM 1100-READ-BUS-DATE THRU 1100-EXIT
           IF bus-date = SPACES
               PERFORM 1800-DRAW-RUN-ID THRU 1800-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE bus-date TO L-BUS-DATE

           PERFORM 1200-LOAD-CHAIN THRU 1200-EXIT
           PERFORM 1300-FIND-STEP THRU 1300-EXIT
           IF NOT ws-step-found
               PERFORM 1800-DRAW-RUN-ID THRU 1800-EXIT
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CHAIN-LOG-FILE
           IF ws-chain-log-status = "35" OR ws-chain-log-status = "05"
               OPEN OUTPUT CHAIN-LOG-FILE
               CLOSE CHAIN-LOG-FILE
               OPEN I-O CHAIN-LOG-FILE
           END-IF
           IF ws-chain-log-status NOT = "00"
               DISPLAY "chain_control: CANNOT OPEN CHAINLOG - STATUS "
                   ws-chain-log-status " - " L-PROGRAM
                   " NOT STARTED"
               MOVE "PF" TO L-FINAL
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO ws-pred-switch
           PERFORM 1400-CHECK-PREDECESSOR THRU 1400-EXIT
               VARYING after-ix FROM 1 BY 1 UNTIL after-ix > 3
           IF ws-pred-missing
               DISPLAY "chain_control: " L-PROGRAM " REFUSED FOR "
                   "BUSINESS DATE " bus-date " - FINISH THE STEPS "
                   "ABOVE FIRST"
               MOVE "PF" TO L-FINAL
               CLOSE CHAIN-LOG-FILE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1800-DRAW-RUN-ID THRU 1800-EXIT
           IF L-FINAL = "CF"
               CLOSE CHAIN-LOG-FILE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1500-LOG-START THRU 1500-EXIT
           CLOSE CHAIN-LOG-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-BUS-DATE - A MISSING OR UNUSABLE BUSDATE LEAVES
      * bus-date BLANK: CHAIN CONTROL IS NOT IN USE.
      *----------------------------------------------------------------
       1100-READ-BUS-DATE.
           MOVE SPACES TO bus-date
           OPEN INPUT BUS-DATE-FILE
           IF ws-bus-date-status NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ BUS-DATE-FILE
               NOT AT END
                   IF BDT-CURRENT IS NUMERIC
                       MOVE BDT-CURRENT TO bus-date
                   END-IF
           END-READ
           CLOSE BUS-DATE-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-CHAIN - CHAINDEF INTO THE STEP TABLE, RESOLVING AN
      * ALL-BLANK PREDECESSOR LIST TO THE STEP ON THE LINE BEFORE.
      *----------------------------------------------------------------
       1200-LOAD-CHAIN.
           MOVE ZERO TO step-count
           MOVE SPACES TO prior-seq
           OPEN INPUT CHAIN-DEF-FILE
           IF ws-chain-def-status NOT = "00"
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO ws-eof-switch
           PERFORM 1210-LOAD-ONE-STEP THRU 1210-EXIT
               UNTIL ws-eof
           CLOSE CHAIN-DEF-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-STEP.
           READ CHAIN-DEF-FILE
               AT END
                   SET ws-eof TO TRUE
                   GO TO 1210-EXIT
           END-READ

           IF CHD-SEQ IS NOT NUMERIC OR CHD-PROGRAM = SPACES
               GO TO 1210-EXIT
           END-IF
           IF step-count >= STEP-TABLE-MAX
               DISPLAY "chain_control: CHAINDEF OVER " STEP-TABLE-MAX
                   " STEPS - " CHD-PROGRAM " IGNORED"
               GO TO 1210-EXIT
           END-IF

           ADD 1 TO step-count
           MOVE CHD-SEQ TO st-seq (step-count)
           MOVE CHD-PROGRAM TO st-program (step-count)
           MOVE CHD-AFTER (1) TO st-after (step-count, 1)
           MOVE CHD-AFTER (2) TO st-after (step-count, 2)
           MOVE CHD-AFTER (3) TO st-after (step-count, 3)
           IF CHD-AFTER-LIST = SPACES
               MOVE prior-seq TO st-after (step-count, 1)
           END-IF
           MOVE CHD-SEQ TO prior-seq.
       1210-EXIT.
           EXIT.

       1300-FIND-STEP.
           MOVE 'N' TO ws-step-switch
           MOVE ZERO TO this-step-ix
           PERFORM 1310-CHECK-ONE-STEP THRU 1310-EXIT
               VARYING step-ix FROM 1 BY 1
               UNTIL step-ix > step-count OR ws-step-found.
       1300-EXIT.
           EXIT.

       1310-CHECK-ONE-STEP.
           IF st-program (step-ix) = L-PROGRAM
               MOVE step-ix TO this-step-ix
               SET ws-step-found TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-CHECK-PREDECESSOR - ONE ENTRY OF THE STEP'S PREDECESSOR
      * LIST MUST BE OK OR WN ON CHAINLOG FOR THE BUSINESS DATE.  ONE
      * THAT IS NOT (MISSING, RUNNING OR ER) IS NAMED ON THE CONSOLE.
      *----------------------------------------------------------------
       1400-CHECK-PREDECESSOR.
           MOVE st-after (this-step-ix, after-ix) TO pred-seq
           IF pred-seq = SPACES OR pred-seq = "000"
               GO TO 1400-EXIT
           END-IF

           MOVE SPACES TO pred-program
           PERFORM 1410-FIND-SEQ THRU 1410-EXIT
               VARYING find-ix FROM 1 BY 1
               UNTIL find-ix > step-count OR pred-program NOT = SPACES
           IF pred-program = SPACES
               DISPLAY "chain_control: " L-PROGRAM " FOLLOWS STEP "
                   pred-seq " WHICH IS NOT ON CHAINDEF"
               SET ws-pred-missing TO TRUE
               GO TO 1400-EXIT
           END-IF

           MOVE bus-date TO CHL-BUS-DATE
           MOVE pred-program TO CHL-PROGRAM
           READ CHAIN-LOG-FILE
               INVALID KEY
                   DISPLAY "chain_control: STEP " pred-seq " "
                       pred-program " HAS NOT RUN FOR " bus-date
                   SET ws-pred-missing TO TRUE
                   GO TO 1400-EXIT
           END-READ
           IF NOT CHL-FINISHED
               DISPLAY "chain_control: STEP " pred-seq " "
                   pred-program " IS " CHL-STATUS " FOR " bus-date
                   " (RUN " CHL-RUN-ID ")"
               SET ws-pred-missing TO TRUE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-FIND-SEQ.
           IF st-seq (find-ix) = pred-seq
               MOVE st-program (find-ix) TO pred-program
           END-IF.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOG-START - THE STEP IS UNDER WAY FOR THE BUSINESS DATE.
      * A RERUN REPLACES THE EARLIER ATTEMPT AND IS ANNOUNCED WHEN THE
      * EARLIER ONE HAD ALREADY FINISHED (OK OR WN).
      *----------------------------------------------------------------
       1500-LOG-START.
           MOVE 'Y' TO ws-log-found-switch
           MOVE bus-date TO CHL-BUS-DATE
           MOVE L-PROGRAM TO CHL-PROGRAM
           READ CHAIN-LOG-FILE
               INVALID KEY
                   MOVE 'N' TO ws-log-found-switch
                   MOVE SPACES TO CHAIN-LOG-REC
                   MOVE bus-date TO CHL-BUS-DATE
                   MOVE L-PROGRAM TO CHL-PROGRAM
                   MOVE ZERO TO CHL-ATTEMPTS
           END-READ

           IF ws-log-found AND CHL-FINISHED
               DISPLAY "chain_control: " L-PROGRAM " ALREADY "
                   "FINISHED " CHL-STATUS " FOR " bus-date " AS RUN "
                   CHL-RUN-ID " - RERUNNING"
           END-IF

           MOVE st-seq (this-step-ix) TO CHL-SEQ
           MOVE L-RUN-ID TO CHL-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO CHL-START-TS
           MOVE SPACES TO CHL-END-TS
           MOVE "RN" TO CHL-STATUS
           ADD 1 TO CHL-ATTEMPTS
           MOVE ZERO TO CHL-IN-COUNT
           MOVE ZERO TO CHL-OUT-COUNT

           IF ws-log-found
               REWRITE CHAIN-LOG-REC
           ELSE
               WRITE CHAIN-LOG-REC
           END-IF
           IF ws-chain-log-status NOT = "00"
               DISPLAY "chain_control: CHAINLOG NOT UPDATED FOR "
                   L-PROGRAM " - STATUS " ws-chain-log-status
           END-IF.
       1500-EXIT.
           EXIT.

       1800-DRAW-RUN-ID.
           MOVE 'S' TO run-ctl-func
           CALL "run_control" USING run-ctl-func, L-PROGRAM,
               L-RUN-ID, L-IN-COUNT, L-OUT-COUNT, L-FINAL.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-END-STEP - RUNCTL FIRST, THEN THE CHAINLOG ENTRY THE
      * START WROTE.  NO ENTRY MEANS THE PROGRAM IS NOT A CHAIN STEP.
      *----------------------------------------------------------------
       2000-END-STEP.
           MOVE 'E' TO run-ctl-func
           CALL "run_control" USING run-ctl-func, L-PROGRAM,
               L-RUN-ID, L-IN-COUNT, L-OUT-COUNT, L-FINAL

           IF L-BUS-DATE = SPACES
               GO TO 2000-EXIT
           END-IF

           OPEN I-O CHAIN-LOG-FILE
           IF ws-chain-log-status NOT = "00"
               GO TO 2000-EXIT
           END-IF

           MOVE L-BUS-DATE TO CHL-BUS-DATE
           MOVE L-PROGRAM TO CHL-PROGRAM
           READ CHAIN-LOG-FILE
               INVALID KEY
                   CLOSE CHAIN-LOG-FILE
                   GO TO 2000-EXIT
           END-READ

           MOVE FUNCTION CURRENT-DATE TO CHL-END-TS
           MOVE L-FINAL TO CHL-STATUS
           MOVE L-IN-COUNT TO CHL-IN-COUNT
           MOVE L-OUT-COUNT TO CHL-OUT-COUNT
           REWRITE CHAIN-LOG-REC
           IF ws-chain-log-status NOT = "00"
               DISPLAY "chain_control: CHAINLOG END NOT LOGGED FOR "
                   L-PROGRAM " - STATUS " ws-chain-log-status
           END-IF
           CLOSE CHAIN-LOG-FILE.
       2000-EXIT.
           EXIT.
