       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator_auth.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - OPERATOR SIGN-ON AND
      *                    AUTHORITY CHECK FOR THE INTERACTIVE
      *                    PROGRAMS.  UNTIL NOW custmaint, agrmaint,
      *                    dspmaint, wroappr, runrel AND backUrubu'S
      *                    REFUND MODE TOOK ANY THREE CHARACTERS AS
      *                    INITIALS.  A SIGN-ON (L-FUNC S) NOW HAS TO
      *                    MATCH AN ACTIVE OPERATOR ON OPERSEC WITH THE
      *                    RIGHT PIN AND SOME AUTHORITY FOR THE CALLING
      *                    PROGRAM; THREE WRONG PINS IN A ROW LOCK THE
      *                    OPERATOR.  EVERY ACTION (L-FUNC A) IS THEN
      *                    CHECKED AGAINST THE AUTHORITY LEVEL FOR THE
      *                    PROGRAM'S FUNCTION AND, FOR A WRITE-OFF
      *                    APPROVAL OR A REFUND, THE OPERATOR'S
      *                    MONETARY LIMIT.  EVERY REFUSAL IS APPENDED
      *                    TO THE SECVIOL LOG.  THE RULES LIVE HERE SO
      *                    THE CALLERS CANNOT DRIFT APART.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-INITIALS
               FILE STATUS IS ws-operator-status.

           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-violation-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERSEC.

       FD  VIOLATION-FILE.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.
       78  MAX-PIN-FAILURES        VALUE 3.

       01  ws-operator-status  PIC XX VALUE SPACES.
       01  ws-violation-status PIC XX VALUE SPACES.
       01  ws-signed-on-switch PIC X VALUE 'N'.
           88  ws-signed-on              VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  func-slot           PIC 9(2) VALUE ZERO.
       01  level-needed        PIC 9 VALUE ZERO.

      *----------------------------------------------------------------
      * WHAT THE SIGN-ON ESTABLISHED - KEPT FOR THE ACTION CHECKS THAT
      * FOLLOW IN THE SAME SESSION.
      *----------------------------------------------------------------
       01  signed-initials     PIC X(03) VALUE SPACES.
       01  signed-program      PIC X(10) VALUE SPACES.
       01  signed-slot         PIC 9(2) VALUE ZERO.
       01  signed-authority.
           05  signed-level    PIC 9 OCCURS 10 TIMES.
       01  signed-wro-limit    PIC 9(11)V99 VALUE ZERO.
       01  signed-refund-limit PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * L-FUNC REQUEST CODES -
      *   S = SIGN ON L-INITIALS WITH L-PIN FOR L-PROGRAM; L-NAME
      *       COMES BACK WITH THE OPERATOR'S NAME
      *   A = MAY THE SIGNED-ON OPERATOR TAKE L-ACTION ON L-DOC FOR
      *       L-AMOUNT IN L-PROGRAM?  ACTION INQ NEEDS LEVEL 1, DELETE
      *       LEVEL 3, ANYTHING ELSE LEVEL 2.
      * L-RESULT RETURN CODES (L-MESSAGE CARRIES THE WORDS) -
      *   00 = ACCEPTED
      *   10 = OPERSEC UNAVAILABLE          11 = UNKNOWN OPERATOR
      *   12 = OPERATOR NOT ACTIVE          13 = OPERATOR LOCKED
      *   14 = WRONG PIN                    15 = WRONG PIN, NOW LOCKED
      *   20 = NOT SIGNED ON                21 = NO ACCESS TO PROGRAM
      *   22 = AUTHORITY TOO LOW            23 = OVER MONETARY LIMIT
      *   29 = PROGRAM NOT UNDER SECURITY   90 = BAD REQUEST CODE
      *----------------------------------------------------------------
       LINKAGE SECTION.
       77  L-FUNC              PIC X(01).
       77  L-PROGRAM           PIC X(10).
       77  L-INITIALS          PIC X(03).
       77  L-PIN               PIC X(06).
       77  L-ACTION            PIC X(06).
       77  L-DOC               PIC X(14).
       77  L-AMOUNT            PIC 9(11)V99.
       77  L-RESULT            PIC X(02).
       77  L-MESSAGE           PIC X(40).
       77  L-NAME              PIC X(30).

       PROCEDURE DIVISION USING L-FUNC, L-PROGRAM, L-INITIALS,
           L-PIN, L-ACTION, L-DOC, L-AMOUNT, L-RESULT, L-MESSAGE,
           L-NAME.

      *----------------------------------------------------------------
      * 0000-MAINLINE - DISPATCH THE REQUEST AND LOG IT IF REFUSED.
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "00" TO L-RESULT
           MOVE SPACES TO L-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date

           EVALUATE L-FUNC
               WHEN 'S'
                   PERFORM 1000-SIGN-ON THRU 1000-EXIT
               WHEN 'A'
                   PERFORM 2000-AUTHORIZE THRU 2000-EXIT
               WHEN OTHER
                   MOVE "90" TO L-RESULT
                   MOVE "INVALID SECURITY REQUEST" TO L-MESSAGE
           END-EVALUATE

           IF L-RESULT NOT = "00"
               PERFORM 8000-LOG-VIOLATION THRU 8000-EXIT
           END-IF
           EXIT PROGRAM.

      *----------------------------------------------------------------
      * 1000-SIGN-ON - CHECK THE INITIALS, STATUS AND PIN ON OPERSEC.
      * A WRONG PIN COUNTS TOWARDS THE LOCK; A GOOD SIGN-ON CLEARS THE
      * COUNT AND STAMPS THE DATE.  AN OPERATOR WITH LEVEL 0 FOR THE
      * CALLING PROGRAM'S FUNCTION IS TURNED AWAY AT THE DOOR.
      *----------------------------------------------------------------
       1000-SIGN-ON.
           MOVE 'N' TO ws-signed-on-switch
           MOVE SPACES TO L-NAME
           MOVE SPACES TO signed-initials

           PERFORM 3000-FIND-SLOT THRU 3000-EXIT
           IF func-slot = ZERO
               MOVE "29" TO L-RESULT
               MOVE "PROGRAM IS NOT UNDER OPERATOR SECURITY"
                   TO L-MESSAGE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O OPERATOR-FILE
           IF ws-operator-status NOT = "00"
               MOVE "10" TO L-RESULT
               MOVE "OPERATOR MASTER UNAVAILABLE - SEE SECURITY"
                   TO L-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE L-INITIALS TO OPS-INITIALS
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "11" TO L-RESULT
                   MOVE "UNKNOWN OPERATOR" TO L-MESSAGE
                   GO TO 1000-CLOSE
           END-READ

           IF OPS-IS-LOCKED
               MOVE "13" TO L-RESULT
               MOVE "OPERATOR LOCKED - SEE SECURITY" TO L-MESSAGE
               GO TO 1000-CLOSE
           END-IF

           IF NOT OPS-IS-ACTIVE
               MOVE "12" TO L-RESULT
               MOVE "OPERATOR NOT ACTIVE" TO L-MESSAGE
               GO TO 1000-CLOSE
           END-IF

           IF L-PIN NOT = OPS-PIN
               IF OPS-FAIL-COUNT IS NOT NUMERIC
                   MOVE ZERO TO OPS-FAIL-COUNT
               END-IF
               ADD 1 TO OPS-FAIL-COUNT
               IF OPS-FAIL-COUNT NOT < MAX-PIN-FAILURES
                   SET OPS-IS-LOCKED TO TRUE
                   MOVE "15" TO L-RESULT
                   MOVE "WRONG PIN - OPERATOR NOW LOCKED" TO L-MESSAGE
               ELSE
                   MOVE "14" TO L-RESULT
                   MOVE "WRONG PIN" TO L-MESSAGE
               END-IF
               REWRITE OPERATOR-REC
               GO TO 1000-CLOSE
           END-IF

           IF OPS-AUTH-LEVEL (func-slot) IS NOT NUMERIC
                   OR OPS-AUTH-LEVEL (func-slot) = ZERO
               MOVE "21" TO L-RESULT
               MOVE "NO ACCESS TO THIS PROGRAM" TO L-MESSAGE
               GO TO 1000-CLOSE
           END-IF

           MOVE ZERO TO OPS-FAIL-COUNT
           MOVE today-date TO OPS-LAST-SIGNON
           REWRITE OPERATOR-REC

           MOVE OPS-INITIALS TO signed-initials
           MOVE L-PROGRAM TO signed-program
           MOVE func-slot TO signed-slot
           MOVE OPS-AUTHORITY TO signed-authority
           MOVE OPS-WRO-LIMIT TO signed-wro-limit
           MOVE OPS-REFUND-LIMIT TO signed-refund-limit
           MOVE OPS-NAME TO L-NAME
           SET ws-signed-on TO TRUE.

       1000-CLOSE.
           CLOSE OPERATOR-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-AUTHORIZE - THE ACTION MUST COME FROM THE OPERATOR WHO
      * SIGNED ON, IN THE SAME PROGRAM, AT A HIGH ENOUGH LEVEL, AND -
      * FOR A WRITE-OFF APPROVAL OR A REFUND - WITHIN THE OPERATOR'S
      * LIMIT.
      *----------------------------------------------------------------
       2000-AUTHORIZE.
           IF NOT ws-signed-on
                   OR L-INITIALS NOT = signed-initials
                   OR L-PROGRAM NOT = signed-program
               MOVE "20" TO L-RESULT
               MOVE "NOT SIGNED ON" TO L-MESSAGE
               GO TO 2000-EXIT
           END-IF

           EVALUATE L-ACTION
               WHEN "INQ"
                   MOVE 1 TO level-needed
               WHEN "DELETE"
                   MOVE 3 TO level-needed
               WHEN OTHER
                   MOVE 2 TO level-needed
           END-EVALUATE

           IF signed-level (signed-slot) < level-needed
               MOVE "22" TO L-RESULT
               MOVE "AUTHORITY LEVEL TOO LOW FOR THIS ACTION"
                   TO L-MESSAGE
               GO TO 2000-EXIT
           END-IF

           IF signed-slot = 4 AND L-ACTION = "APPROV"
                   AND L-AMOUNT > signed-wro-limit
               MOVE "23" TO L-RESULT
               MOVE "BALANCE OVER YOUR WRITE-OFF LIMIT"
                   TO L-MESSAGE
               GO TO 2000-EXIT
           END-IF

           IF signed-slot = 6 AND L-AMOUNT > signed-refund-limit
               MOVE "23" TO L-RESULT
               MOVE "AMOUNT OVER YOUR REFUND LIMIT" TO L-MESSAGE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FIND-SLOT - THE OPS-AUTH-LEVEL SLOT FOR THE CALLING
      * PROGRAM; ZERO WHEN THE PROGRAM HAS NONE.
      *----------------------------------------------------------------
       3000-FIND-SLOT.
           EVALUATE L-PROGRAM
               WHEN "custmaint"
                   MOVE 1 TO func-slot
               WHEN "agrmaint"
                   MOVE 2 TO func-slot
               WHEN "dspmaint"
                   MOVE 3 TO func-slot
               WHEN "wroappr"
                   MOVE 4 TO func-slot
               WHEN "runrel"
                   MOVE 5 TO func-slot
               WHEN "backUrubu"
                   MOVE 6 TO func-slot
               WHEN "wqwork"
                   MOVE 7 TO func-slot
               WHEN OTHER
                   MOVE ZERO TO func-slot
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-LOG-VIOLATION - APPEND THE REFUSAL TO SECVIOL.  IF THE LOG
      * HAS NEVER BEEN CREATED, OPEN EXTEND FAILS (STATUS 35) INSTEAD
      * OF CREATING IT, SO FALL BACK TO OPEN OUTPUT.
      *----------------------------------------------------------------
       8000-LOG-VIOLATION.
           MOVE SPACES TO SEC-VIOLATION-REC
           MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
           MOVE L-PROGRAM TO SV-PROGRAM
           MOVE L-INITIALS TO SV-INITIALS
           IF L-FUNC = 'S'
               MOVE "SIGNON" TO SV-ACTION
               MOVE ZERO TO SV-AMOUNT
           ELSE
               MOVE L-ACTION TO SV-ACTION
               MOVE L-DOC TO SV-DOC
               MOVE L-AMOUNT TO SV-AMOUNT
           END-IF
           MOVE L-RESULT TO SV-REASON
           MOVE L-MESSAGE TO SV-TEXT

           OPEN EXTEND VIOLATION-FILE
           IF ws-violation-status = "35" OR ws-violation-status = "05"
               OPEN OUTPUT VIOLATION-FILE
           END-IF

           WRITE SEC-VIOLATION-REC
           CLOSE VIOLATION-FILE.
       8000-EXIT.
           EXIT.
