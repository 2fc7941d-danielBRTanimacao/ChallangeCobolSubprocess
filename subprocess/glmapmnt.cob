       IDENTIFICATION DIVISION.
       PROGRAM-ID. glmapmnt.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - LOADS THE GENERAL-LEDGER
      *                    ACCOUNT MAP FROM THE GLMTRAN STAGING FILE,
      *                    IN THE SAME STYLE AS ratemaint.  EACH LINE
      *                    ADDS OR REPLACES THE DEBIT AND CREDIT
      *                    ACCOUNTS FOR ONE TRANSACTION TYPE AND ENTITY
      *                    TYPE; A LINE WITH D IN THE ACTION COLUMN
      *                    REMOVES THE MAPPING.  UNKNOWN TRANSACTION
      *                    TYPES, ENTITY TYPES OTHER THAN F OR J AND
      *                    BLANK ACCOUNTS ARE REJECTED, SO A TYPO CAN
      *                    NEVER SEND A MOVEMENT TO A BLANK ACCOUNT.
      *   2026-10-15  MRS  GLMAP IS CLOSED AT THE END ONLY IF IT WAS
      *                    OPENED; A RUN THAT COULD NOT OPEN IT NO
      *                    LONGER CLOSES A FILE THAT IS NOT OPEN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-TRAN-FILE ASSIGN TO "GLMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-file-status.

           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS ws-map-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-TRAN-FILE.
      *----------------------------------------------------------------
      * ONE STAGED MAPPING PER LINE, FIXED COLUMNS -
      *   MT-TXN-TYPE   COLS 1-3    FEE, REV, PAY, PEX, PCR OR WRO.
      *   MT-ENTITY     COL  5      F = INDIVIDUAL, J = COMPANY.
      *   MT-DEBIT      COLS 7-16   GL ACCOUNT DEBITED.
      *   MT-CREDIT     COLS 18-27  GL ACCOUNT CREDITED.
      *   MT-DESC       COLS 29-58  DESCRIPTION.
      *   MT-ACTION     COL  60     BLANK = ADD OR REPLACE,
      *                             D = DELETE THE MAPPING.
      *----------------------------------------------------------------
       01  MAP-TRAN-REC.
           05  MT-TXN-TYPE         PIC X(03).
               88  MT-KNOWN-TYPE              VALUE "FEE" "REV"
                                                    "PAY" "PEX"
                                                    "PCR" "WRO".
           05  FILLER              PIC X(01).
           05  MT-ENTITY           PIC X(01).
               88  MT-KNOWN-ENTITY            VALUE "F" "J".
           05  FILLER              PIC X(01).
           05  MT-DEBIT            PIC X(10).
           05  FILLER              PIC X(01).
           05  MT-CREDIT           PIC X(10).
           05  FILLER              PIC X(01).
           05  MT-DESC             PIC X(30).
           05  FILLER              PIC X(01).
           05  MT-ACTION           PIC X(01).
               88  MT-DELETE                  VALUE "D".

       FD  MAP-FILE.
           COPY GLMAP.

       WORKING-STORAGE SECTION.
       01  ws-tran-file-status PIC XX VALUE SPACES.
       01  ws-map-file-status  PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.
       01  ws-map-open-switch  PIC X VALUE 'N'.
           88  ws-map-open               VALUE 'Y'.

       01  today-date          PIC X(08) VALUE SPACES.

       01  total-count         PIC 9(5) VALUE ZERO.
       01  added-count         PIC 9(5) VALUE ZERO.
       01  replaced-count      PIC 9(5) VALUE ZERO.
       01  deleted-count       PIC 9(5) VALUE ZERO.
       01  reject-count        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - APPLY EVERY STAGED MAPPING ON GLMTRAN TO THE
      * ACCOUNT MAP AND REPORT WHAT WAS ADDED, REPLACED, DELETED AND
      * REJECTED.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE STAGING FILE AND THE MAP.  ON A
      * FRESH SYSTEM WHERE GLMAP DOES NOT EXIST YET, OPEN I-O FAILS
      * (STATUS 35) INSTEAD OF CREATING IT, SO FALL BACK TO OPEN
      * OUTPUT THEN REOPEN I-O SO THE FIRST LOAD STILL WORKS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date

           OPEN INPUT MAP-TRAN-FILE
           IF ws-tran-file-status NOT = "00"
               DISPLAY "glmapmnt: CANNOT OPEN GLMTRAN - STATUS "
                   ws-tran-file-status
               MOVE 16 TO RETURN-CODE
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O MAP-FILE
           IF ws-map-file-status = "35" OR ws-map-file-status = "05"
               OPEN OUTPUT MAP-FILE
               CLOSE MAP-FILE
               OPEN I-O MAP-FILE
           END-IF

           IF ws-map-file-status NOT = "00"
               DISPLAY "glmapmnt: CANNOT OPEN GLMAP - STATUS "
                   ws-map-file-status
               MOVE 16 TO RETURN-CODE
               SET ws-eof TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET ws-map-open TO TRUE

           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRAN - VALIDATE ONE STAGED MAPPING AND APPLY IT;
      * AN EXISTING KEY (STATUS 22 ON THE WRITE) IS REWRITTEN AS A
      * CORRECTION.
      *----------------------------------------------------------------
       2000-PROCESS-TRAN.
           ADD 1 TO total-count

           IF NOT MT-KNOWN-TYPE OR NOT MT-KNOWN-ENTITY
               ADD 1 TO reject-count
               DISPLAY "glmapmnt: BAD TRANSACTION SKIPPED - "
                   MAP-TRAN-REC
               GO TO 2000-NEXT
           END-IF

           MOVE MT-TXN-TYPE TO GLM-TXN-TYPE
           MOVE MT-ENTITY TO GLM-ENTITY

           IF MT-DELETE
               DELETE MAP-FILE
                   INVALID KEY
                       ADD 1 TO reject-count
                       DISPLAY "glmapmnt: NO MAPPING FOR "
                           MT-TXN-TYPE " " MT-ENTITY " TO DELETE"
                   NOT INVALID KEY
                       ADD 1 TO deleted-count
                       DISPLAY "glmapmnt: " MT-TXN-TYPE " "
                           MT-ENTITY " DELETED"
               END-DELETE
               GO TO 2000-NEXT
           END-IF

           IF MT-DEBIT = SPACES OR MT-CREDIT = SPACES
                   OR MT-DEBIT = MT-CREDIT
               ADD 1 TO reject-count
               DISPLAY "glmapmnt: BAD TRANSACTION SKIPPED - "
                   MAP-TRAN-REC
               GO TO 2000-NEXT
           END-IF

           MOVE MT-DEBIT TO GLM-DEBIT-ACCT
           MOVE MT-CREDIT TO GLM-CREDIT-ACCT
           MOVE MT-DESC TO GLM-DESC
           MOVE today-date TO GLM-CHANGED-DATE

           WRITE GL-MAP-REC
               INVALID KEY
                   REWRITE GL-MAP-REC
                       INVALID KEY
                           ADD 1 TO reject-count
                           DISPLAY "glmapmnt: CANNOT STORE "
                               MT-TXN-TYPE " " MT-ENTITY
                               " - STATUS " ws-map-file-status
                       NOT INVALID KEY
                           ADD 1 TO replaced-count
                           DISPLAY "glmapmnt: " MT-TXN-TYPE " "
                               MT-ENTITY " REPLACED, DEBIT "
                               MT-DEBIT " CREDIT " MT-CREDIT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO added-count
                   DISPLAY "glmapmnt: " MT-TXN-TYPE " " MT-ENTITY
                       " ADDED, DEBIT " MT-DEBIT " CREDIT "
                       MT-CREDIT
           END-WRITE.

       2000-NEXT.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRAN.
           READ MAP-TRAN-FILE
               AT END
                   SET ws-eof TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       9999-TERMINATE.
           IF ws-tran-file-status = "00" OR ws-tran-file-status = "10"
               CLOSE MAP-TRAN-FILE
           END-IF
           IF ws-map-open
               CLOSE MAP-FILE
           END-IF
           DISPLAY "glmapmnt: " total-count " TRANSACTIONS READ, "
               added-count " ADDED, " replaced-count " REPLACED, "
               deleted-count " DELETED, " reject-count " REJECTED"
           IF reject-count > 0 AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
