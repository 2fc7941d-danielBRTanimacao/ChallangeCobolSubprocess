      *                    THRESHOLD (DEFAULT 10 PCT) - SO THE
      *                    SCHEDULER HOLDS THE PRICING RUN AND PAGES
      *                    SOMEONE AT 7PM, NOT 3AM.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  clean-count         PIC 9(7) VALUE ZERO.
       01  reject-count        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "acctedit".
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
               DISPLAY "acctedit: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "acctedit: EARLIER CHAIN STEPS NOT FINISHED FOR "
                   "BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "acctedit: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           OPEN INPUT PARM-FILE
           IF ws-parm-file-status = "00"
               READ PARM-FILE
       3000-EXIT.
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
           COMPUTE run-out-count = clean-count
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
      * 9999-TERMINATE - THE VERDICT: OVER THE THRESHOLD IS A HARD 16
      * SO THE SCHEDULER HOLDS THE PRICING RUN; ANY REJECT AT ALL IS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
