       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermnt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - LOADS THE OPERSEC
      *                    OPERATOR SECURITY MASTER FROM THE OPSTRAN
      *                    STAGING FILE SECURITY PREPARES, IN THE SAME
      *                    STYLE AS ratemaint.  A LINE ADDS OR
      *                    REPLACES AN OPERATOR (NAME, ACTIVE FLAG,
      *                    PIN, AUTHORITY LEVEL PER FUNCTION, WRITE-OFF
      *                    AND REFUND LIMITS); U UNLOCKS AN OPERATOR
      *                    LOCKED BY WRONG PINS WITHOUT TOUCHING THE
      *                    REST; D DELETES ONE.  A REPLACE KEEPS THE
      *                    LAST SIGN-ON DATE.  PINS ARE NEVER ECHOED
      *                    TO THE LOG.
      *   2026-10-15  MRS  OPERSEC IS CLOSED BY ITS OPEN SWITCH, NOT
      *                    WHENEVER OPSTRAN OPENED - A MASTER THAT
      *                    WOULD NOT OPEN IS NO LONGER CLOSED AT END.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-TRAN-FILE ASSIGN TO "OPSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-file-status.

           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-INITIALS
               FILE STATUS IS ws-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-TRAN-FILE.
      *----------------------------------------------------------------
      * ONE STAGED OPERATOR PER LINE, FIXED COLUMNS -
      *   OT-INITIALS      COLS 1-3    OPERATOR INITIALS.
      *   OT-NAME          COLS 5-34   NAME.
      *   OT-ACTIVE        COL  36     Y = ACTIVE, N = NOT ACTIVE.
      *   OT-PIN           COLS 38-43  PIN, 4 TO 6 CHARACTERS.
      *   OT-AUTHORITY     COLS 45-51  LEVEL 0-3 FOR custmaint,
      *                                agrmaint, dspmaint, wroappr,
      *                                runrel, backUrubu REFUND AND
      *                                wqwork, IN THAT ORDER.
      *   OT-WRO-LIMIT     COLS 53-65  WRITE-OFF APPROVAL LIMIT,
      *                                9(11)V99 IMPLIED DECIMAL.
      *   OT-REFUND-LIMIT  COLS 67-77  REFUND LIMIT, 9(9)V99 IMPLIED
      *                                DECIMAL.
      *   OT-ACTION        COL  79     BLANK = ADD OR REPLACE,
      *                                U = UNLOCK, D = DELETE.
      *----------------------------------------------------------------
       01  OPER-TRAN-REC.
           05  OT-INITIALS         PIC X(03).
           05  FILLER              PIC X(01).
           05  OT-NAME             PIC X(30).
           05  FILLER              PIC X(01).
           05  OT-ACTIVE           PIC X(01).
               88  OT-ACTIVE-OK               VALUE "Y" "N".
           05  FILLER              PIC X(01).
           05  OT-PIN              PIC X(06).
           05  FILLER              PIC X(01).
           05  OT-AUTHORITY.
               10  OT-AUTH-LEVEL   PIC X(01) OCCURS 7 TIMES.
           05  FILLER              PIC X(01).
           05  OT-WRO-LIMIT        PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  OT-REFUND-LIMIT     PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  OT-ACTION           PIC X(01).
               88  OT-REPLACE                 VALUE SPACE.
               88  OT-UNLOCK                  VALUE "U".
               88  OT-DELETE                  VALUE "D".

       FD  OPERATOR-FILE.
           COPY OPERSEC.

       WORKING-STORAGE SECTION.
       01  ws-tran-file-status PIC XX VALUE SPACES.
       01  ws-operator-status  PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-bad-tran-switch  PIC X VALUE 'N'.
           88  ws-bad-tran               VALUE 'Y'.
       01  ws-operator-open-switch PIC X VALUE 'N'.
           88  ws-operator-open          VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.
       01  auth-ix             PIC 9(2) VALUE ZERO.
       01  kept-signon         PIC X(08) VALUE SPACES.

       01  total-count         PIC 9(5) VALUE ZERO.
       01  added-count         PIC 9(5) VALUE ZERO.
       01  replaced-count      PIC 9(5) VALUE ZERO.
       01  unlocked-count      PIC 9(5) VALUE ZERO.
       01  deleted-count       PIC 9(5) VALUE ZERO.
       01  reject-count        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - APPLY EVERY STAGED OPERATOR ON OPSTRAN TO THE
      * SECURITY MASTER AND REPORT WHAT WAS DONE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE STAGING FILE AND THE MASTER.  ON A
      * FRESH SYSTEM WHERE OPERSEC DOES NOT EXIST YET, OPEN I-O FAILS
      * (STATUS 35) INSTEAD OF CREATING IT, SO FALL BACK TO OPEN
      * OUTPUT THEN REOPEN I-O SO THE FIRST LOAD STILL WORKS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date

           OPEN INPUT OPER-TRAN-FILE
           IF ws-tran-file-status NOT = "00"
               DISPLAY "opermnt: CANNOT OPEN OPSTRAN - STATUS "
                   ws-tran-file-status
               MOVE 16 TO RETURN-CODE
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O OPERATOR-FILE
           IF ws-operator-status = "35" OR ws-operator-status = "05"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF

           IF ws-operator-status NOT = "00"
               DISPLAY "opermnt: CANNOT OPEN OPERSEC - STATUS "
                   ws-operator-status
               MOVE 16 TO RETURN-CODE
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-operator-open TO TRUE

           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRAN - APPLY ONE STAGED LINE.  AN ADD OR REPLACE
      * MUST CARRY A NAME, A Y/N FLAG, A PIN OF AT LEAST 4 CHARACTERS,
      * SEVEN LEVELS OF 0-3 AND NUMERIC LIMITS - ANYTHING LESS IS
      * REJECTED RATHER THAN LOADED HALF-RIGHT.
      *----------------------------------------------------------------
       2000-PROCESS-TRAN.
           ADD 1 TO total-count

           IF OT-INITIALS = SPACES
                   OR NOT (OT-REPLACE OR OT-UNLOCK OR OT-DELETE)
               ADD 1 TO reject-count
               DISPLAY "opermnt: BAD TRANSACTION SKIPPED - LINE "
                   total-count
               GO TO 2000-NEXT
           END-IF

           MOVE OT-INITIALS TO OPS-INITIALS

           IF OT-DELETE
               DELETE OPERATOR-FILE
                   INVALID KEY
                       ADD 1 TO reject-count
                       DISPLAY "opermnt: " OT-INITIALS
                           " NOT ON FILE - NOTHING TO DELETE"
                   NOT INVALID KEY
                       ADD 1 TO deleted-count
                       DISPLAY "opermnt: " OT-INITIALS " DELETED"
               END-DELETE
               GO TO 2000-NEXT
           END-IF

           IF OT-UNLOCK
               PERFORM 2300-UNLOCK-OPERATOR THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF

           MOVE 'N' TO ws-bad-tran-switch
           IF OT-NAME = SPACES OR NOT OT-ACTIVE-OK
                   OR OT-PIN (1:4) = SPACES
                   OR OT-WRO-LIMIT NOT NUMERIC
                   OR OT-REFUND-LIMIT NOT NUMERIC
               SET ws-bad-tran TO TRUE
           END-IF
           PERFORM 2200-CHECK-LEVEL THRU 2200-EXIT
               VARYING auth-ix FROM 1 BY 1 UNTIL auth-ix > 7
           IF ws-bad-tran
               ADD 1 TO reject-count
               DISPLAY "opermnt: BAD TRANSACTION SKIPPED - LINE "
                   total-count " (" OT-INITIALS ")"
               GO TO 2000-NEXT
           END-IF

           MOVE SPACES TO kept-signon
           READ OPERATOR-FILE
               NOT INVALID KEY
                   MOVE OPS-LAST-SIGNON TO kept-signon
           END-READ

           MOVE SPACES TO OPERATOR-REC
           MOVE OT-INITIALS TO OPS-INITIALS
           MOVE OT-NAME TO OPS-NAME
           MOVE OT-ACTIVE TO OPS-ACTIVE
           MOVE OT-PIN TO OPS-PIN
           MOVE ZERO TO OPS-FAIL-COUNT
           MOVE ZEROES TO OPS-AUTHORITY
           MOVE OT-AUTHORITY TO OPS-AUTHORITY (1:7)
           MOVE OT-WRO-LIMIT TO OPS-WRO-LIMIT
           MOVE OT-REFUND-LIMIT TO OPS-REFUND-LIMIT
           MOVE kept-signon TO OPS-LAST-SIGNON
           MOVE today-date TO OPS-CHANGED-DATE

           WRITE OPERATOR-REC
               INVALID KEY
                   REWRITE OPERATOR-REC
                       INVALID KEY
                           ADD 1 TO reject-count
                           DISPLAY "opermnt: CANNOT STORE "
                               OT-INITIALS " - STATUS "
                               ws-operator-status
                       NOT INVALID KEY
                           ADD 1 TO replaced-count
                           DISPLAY "opermnt: " OT-INITIALS
                               " REPLACED, ACTIVE " OT-ACTIVE
                               " LEVELS " OT-AUTHORITY
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO added-count
                   DISPLAY "opermnt: " OT-INITIALS " ADDED, ACTIVE "
                       OT-ACTIVE " LEVELS " OT-AUTHORITY
           END-WRITE.

       2000-NEXT.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRAN.
           READ OPER-TRAN-FILE
               AT END
                   SET ws-eof TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CHECK-LEVEL.
           IF OT-AUTH-LEVEL (auth-ix) < "0"
                   OR OT-AUTH-LEVEL (auth-ix) > "3"
               SET ws-bad-tran TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-UNLOCK-OPERATOR - CLEAR THE WRONG-PIN COUNT AND PUT A
      * LOCKED OPERATOR BACK TO ACTIVE.  AN OPERATOR SET INACTIVE ON
      * PURPOSE STAYS INACTIVE - THAT TAKES A FULL REPLACE.
      *----------------------------------------------------------------
       2300-UNLOCK-OPERATOR.
           READ OPERATOR-FILE
               INVALID KEY
                   ADD 1 TO reject-count
                   DISPLAY "opermnt: " OT-INITIALS
                       " NOT ON FILE - NOTHING TO UNLOCK"
                   GO TO 2300-EXIT
           END-READ

           MOVE ZERO TO OPS-FAIL-COUNT
           IF OPS-IS-LOCKED
               SET OPS-IS-ACTIVE TO TRUE
           END-IF
           MOVE today-date TO OPS-CHANGED-DATE

           REWRITE OPERATOR-REC
               INVALID KEY
                   ADD 1 TO reject-count
                   DISPLAY "opermnt: CANNOT STORE " OT-INITIALS
                       " - STATUS " ws-operator-status
               NOT INVALID KEY
                   ADD 1 TO unlocked-count
                   DISPLAY "opermnt: " OT-INITIALS " UNLOCKED"
           END-REWRITE.
       2300-EXIT.
           EXIT.

       9999-TERMINATE.
           IF ws-tran-file-status = "00" OR ws-tran-file-status = "10"
               CLOSE OPER-TRAN-FILE
           END-IF
           IF ws-operator-open
               CLOSE OPERATOR-FILE
           END-IF
           DISPLAY "opermnt: " total-count " TRANSACTIONS READ, "
               added-count " ADDED, " replaced-count " REPLACED, "
               unlocked-count " UNLOCKED, " deleted-count
               " DELETED, " reject-count " REJECTED"
           IF reject-count > 0 AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
