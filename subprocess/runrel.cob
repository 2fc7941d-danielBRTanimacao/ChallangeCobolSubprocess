      *                    OPERATOR CONFIRMS, COMPLETING EACH RECORD
      *                    AS ER WITH AN END TIMESTAMP SO RUNRPT SHOWS
      *                    HOW AND WHEN THE ORPHAN WAS CLOSED.
      *   2026-10-15  MRS  THE OPERATOR NOW SIGNS ON WITH INITIALS AND
      *                    PIN THROUGH OPERATOR_AUTH BEFORE THE LEDGER
      *                    IS OPENED, AND EACH RELEASE IS CHECKED
      *                    AGAINST THE OPERATOR'S runrel AUTHORITY
      *                    BEFORE THE CONFIRM PROMPT.  REFUSALS GO TO
      *                    SECVIOL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       78  MAX-SIGNON-TRIES        VALUE 3.

       01  ws-run-file-status  PIC XX VALUE SPACES.
       01  ws-done-switch      PIC X VALUE 'N'.
           88  ws-done                   VALUE 'Y'.
       01  ws-scan-done-switch PIC X VALUE 'N'.
           88  ws-scan-done              VALUE 'Y'.
       01  ws-prompt-ok-switch PIC X VALUE 'N'.
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
       01  auth-program        PIC X(10) VALUE "runrel".
       01  auth-action         PIC X(06) VALUE SPACES.
       01  auth-doc            PIC X(14) VALUE SPACES.
       01  auth-amount         PIC 9(11)V99 VALUE ZERO.
       01  auth-result         PIC X(02) VALUE SPACES.
           88  auth-granted              VALUE "00".
           88  auth-unavailable          VALUE "10".
       01  auth-message        PIC X(40) VALUE SPACES.

       01  stale-count         PIC 9(5) VALUE ZERO.
       01  released-count      PIC 9(5) VALUE ZERO.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

       1000-INITIALIZE.
           MOVE 'N' TO ws-prompt-ok-switch
           PERFORM 1010-READ-OPERATOR-ONCE THRU 1010-EXIT
               UNTIL ws-prompt-ok
           IF ws-signon-failed
               SET ws-done TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O RUN-FILE
           IF ws-run-file-status NOT = "00"
               DISPLAY "runrel: CANNOT OPEN RUNCTL - STATUS "
       1000-EXIT.
           EXIT.

       1010-READ-OPERATOR-ONCE.
           DISPLAY "ENTER YOUR OPERATOR INITIALS (3 LETTERS): "
               WITH NO ADVANCING
           ACCEPT operator-initials

           MOVE FUNCTION UPPER-CASE(operator-initials)
               TO operator-initials

           IF operator-initials = SPACES
               DISPLAY "INITIALS ARE REQUIRED FOR A RELEASE, "
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
               DISPLAY "runrel: SIGN-ON FAILED - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
               SET ws-signon-failed TO TRUE
               SET ws-prompt-ok TO TRUE
           END-IF.
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-STALE-RUNS - EVERY RECORD STILL MARKED RN: EITHER A
      * RUN REALLY IN FLIGHT RIGHT NOW, OR THE ORPHAN THE OPERATOR IS
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-AUTHORITY - ASK OPERATOR_AUTH WHETHER THE SIGNED-ON
      * OPERATOR MAY TAKE auth-action ON THIS RUN.  A REFUSAL IS
      * SHOWN HERE AND LOGGED TO SECVIOL BY OPERATOR_AUTH.
      *----------------------------------------------------------------
       2200-CHECK-AUTHORITY.
           MOVE 'A' TO auth-func
           CALL "operator_auth" USING auth-func, auth-program,
               operator-initials, operator-pin, auth-action, auth-doc,
               auth-amount, auth-result, auth-message, operator-name

           IF NOT auth-granted
               DISPLAY "runrel: " auth-action " REFUSED - "
                   auth-message
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RELEASE-ONE - PROMPT FOR A RUN ID, SHOW THE RECORD, AND
      * ON A CONFIRMED Y COMPLETE IT AS ER WITH AN END TIMESTAMP.
               GO TO 3000-EXIT
           END-IF

           MOVE "RELEAS" TO auth-action
           MOVE SPACES TO auth-doc
           MOVE RUN-ID TO auth-doc (1:7)
           MOVE ZERO TO auth-amount
           PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT
           IF NOT auth-granted
               GO TO 3000-EXIT
           END-IF

           DISPLAY "RELEASE RUN " RUN-ID " (" RUN-PROGRAM
               ") STARTED " RUN-START-TS (1:16)
               "? ENTER Y TO CONFIRM: " WITH NO ADVANCING
