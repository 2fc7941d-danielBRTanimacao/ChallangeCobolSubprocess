      *                    DOCUMENT COLUMN WIDENED TO 14 SO A CNPJ
      *                    CHANGE AUDITS THE SAME WAY - A CPF FILLS
      *                    THE FIRST 11 WITH THE LAST 3 SPACES.
      *   2026-10-15  MRS  OPERATORS NOW SIGN ON WITH INITIALS AND PIN
      *                    AGAINST THE OPERSEC SECURITY MASTER THROUGH
      *                    OPERATOR_AUTH (THREE FAILURES END THE
      *                    SESSION), AND EVERY ACTION IS CHECKED
      *                    AGAINST THE OPERATOR'S custmaint AUTHORITY
      *                    LEVEL BEFORE IT IS APPLIED - DELETE NEEDS
      *                    LEVEL 3.  REFUSALS GO TO SECVIOL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY MAINTAUD.

       WORKING-STORAGE SECTION.
       78  MAX-SIGNON-TRIES        VALUE 3.

       01  ws-cust-file-status PIC XX VALUE SPACES.
       01  ws-maint-audit-status PIC XX VALUE SPACES.

           88  ws-prompt-ok              VALUE 'Y'.

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
       01  auth-program        PIC X(10) VALUE "custmaint".
       01  auth-action         PIC X(06) VALUE SPACES.
       01  auth-doc            PIC X(14) VALUE SPACES.
       01  auth-amount         PIC 9(11)V99 VALUE ZERO.
       01  auth-result         PIC X(02) VALUE SPACES.
           88  auth-granted              VALUE "00".
           88  auth-unavailable          VALUE "10".
       01  auth-message        PIC X(40) VALUE SPACES.
       01  action-code         PIC X(01) VALUE SPACES.
           88  action-is-add             VALUE 'A'.
           88  action-is-name            VALUE 'N'.
           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 1010-READ-OPERATOR-ONCE THRU 1010-EXIT
               UNTIL ws-prompt-ok
           IF ws-signon-failed
               SET ws-done TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF ws-cust-file-status = "35" OR ws-cust-file-status = "05"
               WITH NO ADVANCING
           ACCEPT operator-initials

           MOVE FUNCTION UPPER-CASE(operator-initials)
               TO operator-initials

           IF operator-initials = SPACES
               DISPLAY "INITIALS ARE REQUIRED FOR THE AUDIT LOG, "
                   "TRY AGAIN"
               GO TO 1010-EXIT
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
               GO TO 1010-EXIT
           END-IF

           ADD 1 TO signon-tries
           DISPLAY "SIGN-ON REFUSED - " auth-message
           IF signon-tries NOT < MAX-SIGNON-TRIES OR auth-unavailable
               DISPLAY "custmaint: SIGN-ON FAILED - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
               SET ws-signon-failed TO TRUE
               SET ws-prompt-ok TO TRUE
           END-IF.
       1010-EXIT.

           PERFORM 2100-PROMPT-CPF THRU 2100-EXIT

           EVALUATE TRUE
               WHEN action-is-add
                   MOVE "ADD" TO auth-action
               WHEN action-is-name
                   MOVE "NAME" TO auth-action
               WHEN action-is-status
                   MOVE "STATUS" TO auth-action
               WHEN action-is-segment
                   MOVE "SEGMNT" TO auth-action
               WHEN action-is-delete
                   MOVE "DELETE" TO auth-action
           END-EVALUATE
           MOVE SPACES TO auth-doc
           MOVE cpf-digited TO auth-doc (1:11)
           MOVE ZERO TO auth-amount
           PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT
           IF NOT auth-granted
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN action-is-add
                   PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-AUTHORITY - ASK OPERATOR_AUTH WHETHER THE SIGNED-ON
      * OPERATOR MAY TAKE auth-action ON THIS DOCUMENT.  A REFUSAL IS
      * SHOWN HERE AND LOGGED TO SECVIOL BY OPERATOR_AUTH.
      *----------------------------------------------------------------
       2200-CHECK-AUTHORITY.
           MOVE 'A' TO auth-func
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name

           IF NOT auth-granted
               DISPLAY "custmaint: " auth-action " REFUSED - "
                   auth-message
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ADD-CUSTOMER - VALIDATE THE CPF THROUGH CPF_VALIDATOR
      * BEFORE ANYTHING IS WRITTEN, SO A TYPO CAN NEVER BECOME A MASTER
           EXIT.

       9999-TERMINATE.
           IF NOT ws-signon-failed
               CLOSE CUSTOMER-FILE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
