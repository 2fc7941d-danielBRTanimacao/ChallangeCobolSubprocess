       IDENTIFICATION DIVISION.
       PROGRAM-ID. wroconv.
       AUTHOR. COLLECTIONS-SYSTEMS-GROUP.
       INSTALLATION. COLLECTIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  MRS  ORIGINAL VERSION - ONE-OFF CONVERSION OF THE
      *                    WROCAND WRITE-OFF CANDIDATE FILE TO THE
      *                    51-BYTE LAYOUT THAT CARRIES WRO-REASON.  THE
      *                    INDEXED FILE CANNOT BE OPENED UNDER THE NEW
      *                    RECORD LENGTH, SO OPERATIONS RENAMES THE
      *                    EXISTING FILE TO WROCOLD AND RUNS THIS
      *                    ONCE, BEFORE THE NEXT wrocand, wroappr OR
      *                    wrorun.  EVERY OLD CANDIDATE WAS EXTRACTED
      *                    ON ITS 91+ STREAK, SO IT IS CARRIED OVER
      *                    UNCHANGED WITH WRO-REASON S.  REFUSES TO
      *                    RUN (RC 16) WHEN A WROCAND ALREADY EXISTS,
      *                    SO A SECOND RUN CANNOT OVERWRITE CANDIDATES
      *                    ALREADY DECIDED UNDER THE NEW LAYOUT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CANDIDATE-FILE ASSIGN TO "WROCOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-WRO-DOC
               FILE STATUS IS ws-old-candidate-status.

           SELECT CANDIDATE-FILE ASSIGN TO "WROCAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRO-DOC
               FILE STATUS IS ws-candidate-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CANDIDATE-FILE.
      *----------------------------------------------------------------
      * THE WROCAND RECORD AS IT STOOD BEFORE WRO-REASON - 50 BYTES.
      *----------------------------------------------------------------
       01  OLD-CANDIDATE-REC.
           05  OLD-WRO-DOC         PIC X(14).
           05  OLD-WRO-STREAK      PIC 9(03).
           05  OLD-WRO-AMOUNT      PIC 9(11)V99.
           05  OLD-WRO-EXTRACT-DATE PIC X(08).
           05  OLD-WRO-DECISION-DATE PIC X(08).
           05  OLD-WRO-OPERATOR    PIC X(03).
           05  OLD-WRO-STATUS      PIC X(01).

       FD  CANDIDATE-FILE.
           COPY WROCAND.

       WORKING-STORAGE SECTION.
       01  ws-old-candidate-status PIC XX VALUE SPACES.
       01  ws-candidate-status PIC XX VALUE SPACES.
       01  ws-eof-switch       PIC X VALUE 'N'.
           88  ws-eof                    VALUE 'Y'.

       01  read-count          PIC 9(7) VALUE ZERO.
       01  written-count       PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - COPY EVERY OLD CANDIDATE ACROSS, IN KEY ORDER.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
               UNTIL ws-eof
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE OLD FILE MUST BE THERE AND THE NEW ONE
      * MUST NOT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT OLD-CANDIDATE-FILE
           IF ws-old-candidate-status NOT = "00"
               DISPLAY "wroconv: CANNOT OPEN WROCOLD - STATUS "
                   ws-old-candidate-status " - NOTHING CONVERTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CANDIDATE-FILE
           IF ws-candidate-status = "00"
               DISPLAY "wroconv: WROCAND ALREADY EXISTS - RUN "
                   "REFUSED, NOTHING CONVERTED"
               CLOSE CANDIDATE-FILE
               CLOSE OLD-CANDIDATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CANDIDATE-FILE
           IF ws-candidate-status NOT = "00"
               DISPLAY "wroconv: CANNOT CREATE WROCAND - STATUS "
                   ws-candidate-status " - NOTHING CONVERTED"
               CLOSE OLD-CANDIDATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-ONE - ONE CANDIDATE, FIELD FOR FIELD, WITH THE
      * STREAK REASON THAT PUT IT IN FRONT OF THE DESK.
      *----------------------------------------------------------------
       2000-CONVERT-ONE.
           READ OLD-CANDIDATE-FILE NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO read-count

           MOVE SPACES TO WRO-CANDIDATE-REC
           MOVE OLD-WRO-DOC TO WRO-DOC
           MOVE OLD-WRO-STREAK TO WRO-STREAK
           MOVE OLD-WRO-AMOUNT TO WRO-AMOUNT
           MOVE OLD-WRO-EXTRACT-DATE TO WRO-EXTRACT-DATE
           MOVE OLD-WRO-DECISION-DATE TO WRO-DECISION-DATE
           MOVE OLD-WRO-OPERATOR TO WRO-OPERATOR
           MOVE OLD-WRO-STATUS TO WRO-STATUS
           MOVE 'S' TO WRO-REASON
           WRITE WRO-CANDIDATE-REC
           IF ws-candidate-status NOT = "00"
               DISPLAY "wroconv: CANNOT WRITE WROCAND FOR " WRO-DOC
                   " - STATUS " ws-candidate-status
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO written-count.
       2000-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE OLD-CANDIDATE-FILE
           CLOSE CANDIDATE-FILE
           DISPLAY "wroconv: " read-count " CANDIDATES READ FROM "
               "WROCOLD, " written-count " WRITTEN TO WROCAND"
           IF written-count NOT = read-count
               DISPLAY "wroconv: COUNTS DO NOT AGREE - KEEP WROCOLD "
                   "AND CHECK THE MESSAGES ABOVE"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
