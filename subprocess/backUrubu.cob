      *                    (L-FINAL BACK AS CF) - REFUSE THE RUN WITH
      *                    RETURN-CODE 16.  A STALE RN FROM A DEAD RUN
      *                    IS RELEASED WITH runrel.
      *   2026-10-15  MRS  AN INTERACTIVE REFUND NOW NEEDS A SIGNED-ON
      *                    OPERATOR - INITIALS AND PIN ARE CHECKED
      *                    THROUGH OPERATOR_AUTH AGAINST OPERSEC AFTER
      *                    THE MODE PROMPT, AND THE COMPUTED REFUND IS
      *                    CHECKED AGAINST THE OPERATOR'S REFUND
      *                    AUTHORITY AND LIMIT BEFORE THE RUN IS
      *                    OPENED ON RUNCTL.  THE RUN_CONTROL START
      *                    MOVES BELOW THE FEE COMPUTATION SO A REFUSED
      *                    REFUND LEAVES NO RN ENTRY BEHIND.
      *   2026-10-15  MRS  A REFUND (MODE R) GIVEN ON THE COMMAND LINE
      *                    IS REFUSED WITH RETURN-CODE 16 - THERE IS NO
      *                    OPERATOR SIGNED ON TO HOLD TO A REFUND LIMIT,
      *                    SO A REFUND MUST BE KEYED AT THE PROMPTS.
      *                    THE REFUND AUTHORITY CHECK NOW RUNS FOR EVERY
      *                    REFUND, WHICHEVER WAY IT WAS ENTERED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       78  MAX-DAYS-OUTSTANDING VALUE 999.
       78  DEFAULT-FEE-CAP-PCT  VALUE 100.
       78  MAX-SIGNON-TRIES     VALUE 3.

       01  ws-reversal-file-status PIC XX VALUE SPACES.
       01  ws-interface-file-status PIC XX VALUE SPACES.
       01  ws-prompt-ok-switch PIC X VALUE 'N'.
           88  ws-prompt-ok               VALUE 'Y'.

       01  operator-initials   PIC X(03) VALUE SPACES.
       01  operator-pin        PIC X(06) VALUE SPACES.
       01  operator-name       PIC X(30) VALUE SPACES.
       01  ws-signon-failed-switch PIC X VALUE 'N'.
           88  ws-signon-failed          VALUE 'Y'.
       01  signon-tries        PIC 9 VALUE ZERO.

      *----------------------------------------------------------------
      * OPERATOR_AUTH ARGUMENTS - SIGN-ON AND PER-ACTION AUTHORITY
      * AGAINST THE OPERSEC SECURITY MASTER.
      *----------------------------------------------------------------
       01  auth-func           PIC X(01) VALUE SPACE.
       01  auth-program        PIC X(10) VALUE "backUrubu".
       01  auth-action         PIC X(06) VALUE SPACES.
       01  auth-doc            PIC X(14) VALUE SPACES.
       01  auth-amount         PIC 9(11)V99 VALUE ZERO.
       01  auth-result         PIC X(02) VALUE SPACES.
           88  auth-granted              VALUE "00".
           88  auth-unavailable          VALUE "10".
       01  auth-message        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * 1800-VALIDATE-RANGE - REJECT THE RUN WHEN THE PARSED VALUE OR
      * DAYS FALLS OUTSIDE A SANE RANGE FOR A SINGLE COMMAND-LINE CALL,
      * OR WHEN IT ASKS FOR A REFUND - A REFUND NEEDS A SIGNED-ON
      * OPERATOR, AND ONLY THE PROMPTS SIGN ONE ON.
      *----------------------------------------------------------------
       1800-VALIDATE-RANGE.
           IF user-value NOT > ZERO
                   "(REFUND) - FEE NOT COMPUTED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF

           IF mode-is-refund
               DISPLAY "backUrubu: A REFUND NEEDS A SIGNED-ON OPERATOR "
                   "- RUN WITH NO ARGUMENTS AND ENTER IT AT THE "
                   "PROMPTS - REFUND NOT POSTED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       1800-EXIT.
           EXIT.
           PERFORM 1510-PROMPT-VALUE THRU 1510-EXIT
           PERFORM 1520-PROMPT-DAYS THRU 1520-EXIT
           PERFORM 1530-PROMPT-CPF THRU 1530-EXIT
           PERFORM 1540-PROMPT-MODE THRU 1540-EXIT
           IF mode-is-refund
               PERFORM 1550-SIGN-ON THRU 1550-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

       1541-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-SIGN-ON - A REFUND FROM THE DESK NEEDS AN OPERATOR ON
      * OPERSEC; THREE FAILED SIGN-ONS (OR NO OPERSEC) END THE RUN
      * BEFORE ANYTHING IS POSTED.
      *----------------------------------------------------------------
       1550-SIGN-ON.
           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 1551-READ-OPERATOR-ONCE THRU 1551-EXIT
               UNTIL ws-prompt-ok
           IF ws-signon-failed
               GO TO 9999-TERMINATE
           END-IF.
       1550-EXIT.
           EXIT.

       1551-READ-OPERATOR-ONCE.
           DISPLAY "ENTER YOUR OPERATOR INITIALS (3 LETTERS): "
               WITH NO ADVANCING
           ACCEPT operator-initials

           MOVE FUNCTION UPPER-CASE(operator-initials)
               TO operator-initials

           IF operator-initials = SPACES
               DISPLAY "INITIALS ARE REQUIRED FOR A REFUND, "
                   "TRY AGAIN"
               GO TO 1551-EXIT
           END-IF

           MOVE SPACES TO operator-pin
           DISPLAY "ENTER YOUR PIN: " WITH NO ADVANCING
           ACCEPT operator-pin

           MOVE 'S' TO auth-func
           MOVE "SIGNON" TO auth-action
           MOVE SPACES TO auth-doc
           MOVE ZERO TO auth-amount
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name
           MOVE SPACES TO operator-pin

           IF auth-granted
               DISPLAY "SIGNED ON - " operator-name
               SET ws-prompt-ok TO TRUE
               GO TO 1551-EXIT
           END-IF

           ADD 1 TO signon-tries
           DISPLAY "SIGN-ON REFUSED - " auth-message
           IF signon-tries NOT < MAX-SIGNON-TRIES OR auth-unavailable
               DISPLAY "backUrubu: SIGN-ON FAILED - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
               SET ws-signon-failed TO TRUE
               SET ws-prompt-ok TO TRUE
           END-IF.
       1551-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-VALIDATE-CPF - REJECT THE RUN WHEN THE CPF DOES NOT PASS
      * THE CHECK-DIGIT VALIDATION IN CPF_VALIDATOR.  THE ALPHANUMERIC
           EXIT.

       3000-COMPUTE-FEE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO pricing-date
           CALL "rate_lookup" USING rate-func, days, price-segment,
               pricing-date, fee-rate, fee-rate-status

           COMPUTE calc = (user-value / 100 * fee-rate) * days

           PERFORM 3200-APPLY-FEE-CAP THRU 3200-EXIT

           IF mode-is-refund
               PERFORM 3100-CHECK-REFUND-AUTHORITY THRU 3100-EXIT
           END-IF

           MOVE 'S' TO run-ctl-func
           CALL "run_control" USING run-ctl-func, run-ctl-program,
               run-id, run-in-count, run-out-count, run-final
               GO TO 9999-TERMINATE
           END-IF

           IF mode-is-refund
               COMPUTE result = ZERO - calc
               PERFORM 3500-WRITE-REVERSAL THRU 3500-EXIT
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-REFUND-AUTHORITY - THE SIGNED-ON OPERATOR NEEDS
      * REFUND AUTHORITY AND A REFUND LIMIT AT LEAST THE SIZE OF THIS
      * REFUND.  A REFUSAL IS LOGGED TO SECVIOL BY OPERATOR_AUTH AND
      * ENDS THE RUN BEFORE RUNCTL OR REVERSAL IS TOUCHED.
      *----------------------------------------------------------------
       3100-CHECK-REFUND-AUTHORITY.
           MOVE 'A' TO auth-func
           MOVE "REFUND" TO auth-action
           MOVE SPACES TO auth-doc
           MOVE cpf-digited TO auth-doc (1:11)
           MOVE calc TO auth-amount
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name

           IF NOT auth-granted
               DISPLAY "backUrubu: REFUND REFUSED - " auth-message
               MOVE 16 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-APPLY-FEE-CAP - CLIP THE COMPUTED FEE TO THE CONFIGURED
      * PERCENTAGE OF THE ORIGINAL VALUE (BATCHPARM COLS 18-20, BLANK
