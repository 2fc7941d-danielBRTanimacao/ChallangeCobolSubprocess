      *                    AMOUNT = NO AMOUNT TEST).  DOCUMENTS
      *                    ALREADY ON THE WROFF REGISTER, OR ALREADY
      *                    CANDIDATES, ARE NOT EXTRACTED AGAIN.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *                    THE BUSINESS DATE REPLACES THE SYSTEM DATE
      *                    AS TODAY.
      *   2026-10-15  MRS  ALSO PUTS FORWARD EVERY DEBT prescmon HAS
      *                    FOUND PRESCRIBED (PRESCRIP STOP LIST), WITH
      *                    NO STREAK OR AMOUNT TEST - ONLY AN OPEN
      *                    BALANCE TO WRITE OFF.  A CANDIDATE THE DESK
      *                    DENIED ON ITS STREAK IS PUT BACK IN FRONT
      *                    OF THE DESK, ONCE, NOW THAT THE DEBT HAS
      *                    PRESCRIBED.  WROCAND GREW WRO-REASON (S OR
      *                    P) SO THE DESK SEES WHY.
      *   2026-10-15  MRS  THE LONGER WROCAND RECORD CANNOT BE OPENED
      *                    OVER A FILE IN THE OLD 50-BYTE LAYOUT -
      *                    CONVERT AN EXISTING FILE ONCE WITH wroconv
      *                    (RENAMED TO WROCOLD FIRST) BEFORE THIS STEP
      *                    RUNS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS WOF-DOC
               FILE STATUS IS ws-register-status.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRS-DOC
               FILE STATUS IS ws-prescrip-status.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  REGISTER-FILE.
           COPY WROFF.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       WORKING-STORAGE SECTION.
       78  DEFAULT-STREAK-THRESHOLD VALUE 6.

       01  ws-open-item-status PIC XX VALUE SPACES.
       01  ws-candidate-status PIC XX VALUE SPACES.
       01  ws-register-status  PIC XX VALUE SPACES.
       01  ws-prescrip-status  PIC XX VALUE SPACES.

       01  ws-hist-eof-switch  PIC X VALUE 'N'.
           88  ws-hist-eof               VALUE 'Y'.
           88  ws-item-open              VALUE 'Y'.
       01  ws-register-open-switch PIC X VALUE 'N'.
           88  ws-register-open          VALUE 'Y'.
       01  ws-candidate-open-switch PIC X VALUE 'N'.
           88  ws-candidate-open         VALUE 'Y'.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.
       01  ws-prescrip-eof-switch PIC X VALUE 'N'.
           88  ws-prescrip-eof           VALUE 'Y'.

       01  streak-threshold    PIC 9(3) VALUE DEFAULT-STREAK-THRESHOLD.
       01  amount-threshold    PIC 9(9)V99 VALUE ZERO.
       01  candidate-count     PIC 9(5) VALUE ZERO.
       01  already-count       PIC 9(5) VALUE ZERO.
       01  below-count         PIC 9(5) VALUE ZERO.
       01  prescribed-count    PIC 9(5) VALUE ZERO.
       01  represented-count   PIC 9(5) VALUE ZERO.
       01  nothing-open-count  PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "wrocand".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-STREAK THRU 2000-EXIT
               UNTIL ws-hist-eof
           PERFORM 3000-OPEN-PRESCRIBED THRU 3000-EXIT
           PERFORM 3100-CHECK-PRESCRIBED THRU 3100-EXIT
               UNTIL ws-prescrip-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE THRESHOLDS AND OPEN THE FILES.
      * NO DELQHIST MEANS NO STREAKS TO EXTRACT (PRESCRIBED DEBTS ARE
      * STILL PUT FORWARD); NO OPENITEM MEANS NO BALANCE FIGURE
      * (CANDIDATES CARRY ZERO AND THE AMOUNT TEST IS SKIPPED); NO
      * WROFF MEANS NOTHING HAS EVER BEEN WRITTEN OFF.  ON A FRESH
      * SYSTEM WHERE WROCAND DOES NOT EXIST YET, OPEN I-O FAILS
      * (STATUS 35) INSTEAD OF CREATING IT, SO FALL BACK TO OPEN
      * OUTPUT THEN REOPEN I-O.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "wrocand: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "wrocand: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "wrocand: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           IF bus-date NOT = SPACES
               MOVE bus-date TO today-date
           END-IF

           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
           OPEN INPUT HISTORY-FILE
           IF ws-history-file-status NOT = "00"
               DISPLAY "wrocand: DELQHIST NOT PRESENT - STATUS "
                   ws-history-file-status " - NO STREAKS TO EXTRACT"
               SET ws-hist-eof TO TRUE
           END-IF

           OPEN I-O CANDIDATE-FILE
               SET ws-hist-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-candidate-open TO TRUE

           OPEN INPUT OPEN-ITEM-FILE
           IF ws-open-item-status = "00"
               SET ws-register-open TO TRUE
           END-IF

           IF NOT ws-hist-eof
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

           MOVE SPACES TO WRO-DECISION-DATE
           MOVE SPACES TO WRO-OPERATOR
           MOVE 'P' TO WRO-STATUS
           MOVE 'S' TO WRO-REASON

           WRITE WRO-CANDIDATE-REC
               INVALID KEY
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-OPEN-PRESCRIBED - THE PRESCRIP STOP LIST prescmon KEEPS.
      * NO FILE (OR NO CANDIDATE FILE TO WRITE TO) MEANS NOTHING TO
      * PUT FORWARD.
      *----------------------------------------------------------------
       3000-OPEN-PRESCRIBED.
           IF NOT ws-candidate-open
               SET ws-prescrip-eof TO TRUE
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT PRESCRIPTION-FILE
           IF ws-prescrip-status = "00"
               SET ws-prescrip-open TO TRUE
           ELSE
               SET ws-prescrip-eof TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-PRESCRIBED - ONE PRESCRIP DEBT.  ONLY THOSE ON THE
      * STOP LIST (S) WITH A BALANCE STILL OPEN ON OPENITEM AND NOT
      * ALREADY ON THE WROFF REGISTER ARE PUT FORWARD; THE STREAK
      * AND AMOUNT THRESHOLDS DO NOT APPLY - A PRESCRIBED DEBT CAN NO
      * LONGER BE COLLECTED WHATEVER ITS SIZE.
      *----------------------------------------------------------------
       3100-CHECK-PRESCRIBED.
           READ PRESCRIPTION-FILE NEXT RECORD
               AT END
                   SET ws-prescrip-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT PRS-STOPPED
               GO TO 3100-EXIT
           END-IF
           MOVE PRS-DOC TO doc-wanted

           IF ws-register-open
               MOVE doc-wanted TO WOF-DOC
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 3100-EXIT
               END-READ
           END-IF

           MOVE ZERO TO open-balance
           IF ws-item-open
               MOVE doc-wanted TO OI-DOC
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-OPEN
                           COMPUTE open-balance = OI-CHARGED - OI-PAID
                       END-IF
               END-READ
           END-IF
           IF open-balance NOT > ZERO
               ADD 1 TO nothing-open-count
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO WRO-CANDIDATE-REC
           MOVE doc-wanted TO WRO-DOC
           MOVE ZERO TO WRO-STREAK
           MOVE open-balance TO WRO-AMOUNT
           MOVE today-date TO WRO-EXTRACT-DATE
           MOVE SPACES TO WRO-DECISION-DATE
           MOVE SPACES TO WRO-OPERATOR
           MOVE 'P' TO WRO-STATUS
           MOVE 'P' TO WRO-REASON

           WRITE WRO-CANDIDATE-REC
               INVALID KEY
                   PERFORM 3200-RECONSIDER-DENIED THRU 3200-EXIT
               NOT INVALID KEY
                   ADD 1 TO prescribed-count
                   DISPLAY "wrocand: DOCUMENT " doc-wanted
                       " EXTRACTED - PRESCRIBED " PRS-PRESCRIBE-DATE
           END-WRITE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-RECONSIDER-DENIED - THE DOCUMENT IS ALREADY A CANDIDATE.
      * ONE THE DESK DENIED ON ITS STREAK GOES BACK TO PENDING AS A
      * PRESCRIBED DEBT; ANY OTHER (PENDING, APPROVED, EXECUTED, OR
      * ALREADY DENIED AS PRESCRIBED) IS LEFT AS IT IS.
      *----------------------------------------------------------------
       3200-RECONSIDER-DENIED.
           MOVE doc-wanted TO WRO-DOC
           READ CANDIDATE-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF NOT WRO-DENIED OR WRO-FOR-PRESCRIPTION
               ADD 1 TO already-count
               GO TO 3200-EXIT
           END-IF

           MOVE open-balance TO WRO-AMOUNT
           MOVE today-date TO WRO-EXTRACT-DATE
           MOVE SPACES TO WRO-DECISION-DATE
           MOVE SPACES TO WRO-OPERATOR
           MOVE 'P' TO WRO-STATUS
           MOVE 'P' TO WRO-REASON
           REWRITE WRO-CANDIDATE-REC
               INVALID KEY
                   DISPLAY "wrocand: CANNOT REOPEN CANDIDATE "
                       doc-wanted " - STATUS " ws-candidate-status
                   MOVE 8 TO RETURN-CODE
                   GO TO 3200-EXIT
           END-REWRITE
           ADD 1 TO represented-count
           DISPLAY "wrocand: DOCUMENT " doc-wanted
               " DENIED EARLIER - BACK TO THE DESK, PRESCRIBED".
       3200-EXIT.
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
           COMPUTE run-in-count = read-count
           COMPUTE run-out-count = candidate-count + prescribed-count
               + represented-count
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
           IF ws-history-file-status = "00"
                   OR ws-history-file-status = "10"
               CLOSE HISTORY-FILE
           END-IF
           IF ws-candidate-open
               CLOSE CANDIDATE-FILE
           END-IF
           IF ws-item-open
           IF ws-register-open
               CLOSE REGISTER-FILE
           END-IF
           IF ws-prescrip-open
               CLOSE PRESCRIPTION-FILE
           END-IF

           DISPLAY "wrocand: " read-count " STREAKS READ, "
               candidate-count " CANDIDATES EXTRACTED, "
               already-count " ALREADY ON FILE, "
               below-count " BELOW AMOUNT THRESHOLD"
           DISPLAY "wrocand: " prescribed-count " PRESCRIBED DEBTS "
               "EXTRACTED, " represented-count " DENIED CANDIDATES "
               "REOPENED AS PRESCRIBED, " nothing-open-count
               " PRESCRIBED WITH NOTHING OPEN"
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
