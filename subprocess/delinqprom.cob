      *                    DEMOTED AND ITS STREAK IS FROZEN - A
      *                    CONTESTED FEE IS NO SIGNAL EITHER WAY
      *                    UNTIL THE DESK RESOLVES IT.
      *   2026-10-15  MRS  RUNS AS A STEP OF THE OVERNIGHT CHAIN -
      *                    chain_control CHECKS THE EARLIER STEPS ARE
      *                    DONE FOR THE BUSINESS DATE AND LOGS THIS
      *                    ONE ON CHAINLOG.
      *   2026-10-15  MRS  HONOR THE PRESCRIPTION STOP LIST prescmon
      *                    KEEPS: A CPF WHOSE DEBT HAS PRESCRIBED
      *                    (PRESCRIP STATUS S) IS RELEASED - BACK FROM
      *                    D TO A ON CUSTMAST, REPORTED AS PRESCRIBED,
      *                    AND ITS STREAK DROPPED FROM DELQHIST.  A
      *                    DEBT PAST THE LEGAL LIMIT CANNOT KEEP THE
      *                    CUSTOMER DELINQUENT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS DSP-DOC
               FILE STATUS IS ws-dispute-status.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-DOC
               FILE STATUS IS ws-prescrip-status.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-FILE.
       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  PRESCRIPTION-FILE.
           COPY PRESCRIP.

       WORKING-STORAGE SECTION.
       78  TRACK-TABLE-MAX         VALUE 5000.
       78  DEFAULT-RUN-THRESHOLD   VALUE 3.
       01  ws-disputed-switch  PIC X VALUE 'N'.
           88  ws-disputed               VALUE 'Y'.
       01  dispute-skip-count  PIC 9(5) VALUE ZERO.
       01  ws-prescrip-status  PIC XX VALUE SPACES.
       01  ws-prescrip-open-switch PIC X VALUE 'N'.
           88  ws-prescrip-open          VALUE 'Y'.
       01  ws-prescribed-switch PIC X VALUE 'N'.
           88  ws-prescribed             VALUE 'Y'.
       01  prescribed-count    PIC 9(5) VALUE ZERO.

       01  run-threshold       PIC 9(3) VALUE DEFAULT-RUN-THRESHOLD.
       01  ws-days-int         PIC 9(3) VALUE ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  wrl-note            PIC X(20).

      *----------------------------------------------------------------
      * CHAIN_CONTROL ARGUMENTS - BUSINESS DATE, RUNCTL RUN ID AND THE
      * PREDECESSOR CHECK FOR THIS STEP OF THE OVERNIGHT CHAIN.
      *----------------------------------------------------------------
       01  run-ctl-func        PIC X(01) VALUE SPACE.
       01  run-ctl-program     PIC X(14) VALUE "delinqprom".
       01  bus-date            PIC X(08) VALUE SPACES.
       01  run-id              PIC 9(7) VALUE ZERO.
       01  run-in-count        PIC 9(7) VALUE ZERO.
       01  run-out-count       PIC 9(7) VALUE ZERO.
       01  run-final           PIC X(02) VALUE SPACES.
       01  saved-return-code   PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * DELQHIST JUST MEANS NO SIGNAL / NO STREAKS CARRIED IN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'S' TO run-ctl-func
           CALL "chain_control" USING run-ctl-func, run-ctl-program,
               bus-date, run-id, run-in-count, run-out-count, run-final
           IF run-final = "CF"
               DISPLAY "delinqprom: A PRIOR RUN IS STILL MARKED "
                   "RUNNING ON RUNCTL - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF run-final = "PF"
               DISPLAY "delinqprom: EARLIER CHAIN STEPS NOT FINISHED "
                   "FOR BUSINESS DATE " bus-date " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "delinqprom: RUN " run-id " STARTED, BUSINESS DATE "
               bus-date

           OPEN INPUT CONTROL-FILE
           IF ws-control-file-status = "00"
               READ CONTROL-FILE
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
      * RESET ITS 91+ STREAK, THEN PROMOTE OR DEMOTE ON CUSTMAST WHEN
      * THE STREAK CROSSES THE THRESHOLD OR THE CPF PRICED CLEAN.  A
      * CPF NOT PRICED TODAY CARRIES ITS STREAK UNCHANGED - NO PRICING
      * IS NO SIGNAL EITHER WAY.  A CPF WHOSE DEBT HAS PRESCRIBED IS
      * RELEASED WHETHER PRICED OR NOT - backUrubuBatch NO LONGER
      * PRICES IT, SO IT WOULD OTHERWISE SIT AT D FOR GOOD.
      *----------------------------------------------------------------
       5000-APPLY-CHANGES.
           PERFORM 5300-CHECK-PRESCRIPTION THRU 5300-EXIT
           IF ws-prescribed
               ADD 1 TO prescribed-count
               MOVE ZERO TO tt-run-count (track-ix)
               IF ws-cust-open
                   PERFORM 5700-RELEASE-PRESCRIBED THRU 5700-EXIT
               END-IF
               GO TO 5000-EXIT
           END-IF

           IF NOT tt-seen-today (track-ix)
               GO TO 5000-EXIT
           END-IF
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-CHECK-PRESCRIPTION - A CPF ON THE PRESCRIPTION STOP LIST
      * (PRESCRIP STATUS S).  PRESCRIP KEYS ON THE 14-WIDE DOCUMENT,
      * SO THE CPF IS WIDENED THE SAME WAY AS FOR THE DISPUTE FILE.
      *----------------------------------------------------------------
       5300-CHECK-PRESCRIPTION.
           MOVE 'N' TO ws-prescribed-switch
           IF NOT ws-prescrip-open
               GO TO 5300-EXIT
           END-IF

           MOVE SPACES TO PRS-DOC
           MOVE tt-cpf (track-ix) TO PRS-DOC (1:11)
           READ PRESCRIPTION-FILE
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ

           IF PRS-STOPPED
               SET ws-prescribed TO TRUE
           END-IF.
       5300-EXIT.
           EXIT.

       5500-PROMOTE.
           MOVE tt-cpf (track-ix) TO CUST-CPF
           READ CUSTOMER-FILE
       5600-EXIT.
           EXIT.

       5700-RELEASE-PRESCRIBED.
           MOVE tt-cpf (track-ix) TO CUST-CPF
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO 5700-EXIT
           END-READ

           IF CUST-DELINQUENT
               MOVE 'A' TO CUST-STATUS-CODE
               REWRITE CUST-RECORD
                   NOT INVALID KEY
                       ADD 1 TO demote-count
                       MOVE "D TO A" TO wrl-change
                       MOVE "DEBT PRESCRIBED" TO wrl-note
                       PERFORM 8000-WRITE-CHANGE THRU 8000-EXIT
               END-REWRITE
           END-IF.
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-REWRITE-HISTORY - WRITE TOMORROW'S DELQHIST: EVERY CPF
      * STILL CARRYING A STREAK.  CPFS AT ZERO ARE DROPPED SO THE FILE
       8000-EXIT.
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
           COMPUTE run-in-count = track-count
           COMPUTE run-out-count = promote-count + demote-count
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
           MOVE SPACES TO PROMOTION-REPORT-REC
           WRITE PROMOTION-REPORT-REC
           IF ws-dispute-open
               CLOSE DISPUTE-FILE
           END-IF
           IF ws-prescrip-open
               CLOSE PRESCRIPTION-FILE
           END-IF

           DISPLAY "delinqprom: " promote-count " PROMOTED, "
               demote-count " DEMOTED, " track-count " CPFS TRACKED, "
               dispute-skip-count " DISPUTED HELD, "
               prescribed-count " PRESCRIBED RELEASED"
           PERFORM 9000-END-RUN-CONTROL THRU 9000-EXIT
           STOP RUN.
       9999-EXIT.
           EXIT.
