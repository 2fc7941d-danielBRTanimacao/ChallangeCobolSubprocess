      *                    custmaint LOGS ITS OPERATOR.  APPROVED
      *                    CANDIDATES ARE PICKED UP BY THE wrorun
      *                    WRITE-OFF RUN.
      *   2026-10-15  MRS  OPERATORS NOW SIGN ON WITH INITIALS AND PIN
      *                    THROUGH OPERATOR_AUTH.  EACH DECISION IS
      *                    CHECKED AGAINST THE OPERATOR'S wroappr
      *                    AUTHORITY, AND AN APPROVAL ALSO AGAINST THE
      *                    OPERATOR'S WRITE-OFF LIMIT - A REFUSED
      *                    DECISION LEAVES THE CANDIDATE PENDING.
      *   2026-10-15  MRS  SHOW WHY THE CANDIDATE IS IN FRONT OF THE
      *                    DESK - ITS 91+ STREAK, OR THAT THE DEBT HAS
      *                    PRESCRIBED (PUT FORWARD OFF THE prescmon
      *                    STOP LIST).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY WROCAND.

       WORKING-STORAGE SECTION.
       78  MAX-SIGNON-TRIES        VALUE 3.

       01  ws-candidate-status PIC XX VALUE SPACES.
       01  ws-done-switch      PIC X VALUE 'N'.
           88  ws-done                   VALUE 'Y'.
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
       01  auth-program        PIC X(10) VALUE "wroappr".
       01  auth-action         PIC X(06) VALUE SPACES.
       01  auth-doc            PIC X(14) VALUE SPACES.
       01  auth-amount         PIC 9(11)V99 VALUE ZERO.
       01  auth-result         PIC X(02) VALUE SPACES.
           88  auth-granted              VALUE "00".
           88  auth-unavailable          VALUE "10".
       01  auth-message        PIC X(40) VALUE SPACES.
       01  decision-code       PIC X(01) VALUE SPACES.
           88  decision-is-approve        VALUE 'A'.
           88  decision-is-deny           VALUE 'D'.
           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 1010-READ-OPERATOR-ONCE THRU 1010-EXIT
               UNTIL ws-prompt-ok
           IF ws-signon-failed
               SET ws-done TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CANDIDATE-FILE
           IF ws-candidate-status NOT = "00"
               WITH NO ADVANCING
           ACCEPT operator-initials

           MOVE FUNCTION UPPER-CASE(operator-initials)
               TO operator-initials

           IF operator-initials = SPACES
               DISPLAY "INITIALS ARE REQUIRED FOR THE DECISION RECORD, "
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
               DISPLAY "wroappr: SIGN-ON FAILED - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
               SET ws-signon-failed TO TRUE
               SET ws-prompt-ok TO TRUE
           END-IF.
       1010-EXIT.
           MOVE WRO-AMOUNT TO amount-display
           DISPLAY " "
           DISPLAY "CANDIDATE " WRO-DOC
           IF WRO-FOR-PRESCRIPTION
               DISPLAY "  REASON       DEBT PRESCRIBED"
           ELSE
               DISPLAY "  91+ STREAK   " WRO-STREAK " RUNS"
           END-IF
           DISPLAY "  OPEN BALANCE " amount-display
           DISPLAY "  EXTRACTED    " WRO-EXTRACT-DATE

           PERFORM 2010-READ-DECISION-ONCE THRU 2010-EXIT
               UNTIL ws-prompt-ok

           IF decision-is-approve OR decision-is-deny
               IF decision-is-approve
                   MOVE "APPROV" TO auth-action
               ELSE
                   MOVE "DENY" TO auth-action
               END-IF
               MOVE WRO-DOC TO auth-doc
               MOVE WRO-AMOUNT TO auth-amount
               PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT
               IF NOT auth-granted
                   ADD 1 TO skipped-count
                   GO TO 2000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN decision-is-approve
                   MOVE 'A' TO WRO-STATUS
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-AUTHORITY - ASK OPERATOR_AUTH WHETHER THE SIGNED-ON
      * OPERATOR MAY TAKE auth-action ON THIS CANDIDATE.  A REFUSAL IS
      * SHOWN HERE AND LOGGED TO SECVIOL BY OPERATOR_AUTH.
      *----------------------------------------------------------------
       2200-CHECK-AUTHORITY.
           MOVE 'A' TO auth-func
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name

           IF NOT auth-granted
               DISPLAY "wroappr: " auth-action " REFUSED - "
                   auth-message
           END-IF.
       2200-EXIT.
           EXIT.

       3000-STAMP-DECISION.
           MOVE today-date TO WRO-DECISION-DATE
           MOVE operator-initials TO WRO-OPERATOR
