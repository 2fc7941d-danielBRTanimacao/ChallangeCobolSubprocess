      *                    RN RECORD LEFT BY A RUN THAT DIED IS
      *                    RELEASED THROUGH THE NEW runrel OPERATOR
      *                    UTILITY, NOT BY HAND-EDITING THE FILE.
      *   2026-10-15  MRS  NEW J (JOIN) REQUEST FOR THE PARTITIONED
      *                    backUrubuBatch RUN: A PARTITION OR THE MERGE
      *                    STEP PRESENTS THE RUN ID ITS START STEP
      *                    DREW AND IS LET IN ONLY WHILE THAT RUN IS
      *                    STILL RN FOR THE SAME PROGRAM.  THE LEDGER IS
      *                    NOT TOUCHED, AND S STILL REFUSES A SECOND
      *                    WHOLE RUN WHILE THE PARTITIONED ONE IS LIVE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *       RELEASED THROUGH THE runrel OPERATOR UTILITY.
      *   E = END OF RUN: COMPLETE THE RECORD FOR L-RUN-ID WITH THE
      *       END TIMESTAMP, L-IN-COUNT, L-OUT-COUNT AND L-FINAL.
      *   J = JOIN A RUNNING RUN: L-RUN-ID IS PASSED IN AND MUST BE
      *       RN ON THE LEDGER FOR L-PROGRAM - THE PARTITIONS AND THE
      *       MERGE STEP OF ONE PARTITIONED RUN ALL WORK UNDER THE RUN
      *       ID ITS START STEP DREW.  L-FINAL COMES BACK JF WHEN THE
      *       RUN IS NOT RUNNING (ENDED, RELEASED, ANOTHER PROGRAM'S OR
      *       NOT ON THE LEDGER); SPACES MEANS JOINED.  RUN ID ZERO (AN
      *       UNSTAMPED RUN) AND AN UNREADABLE LEDGER ARE LET THROUGH,
      *       THE SAME WAY S LETS A RUN GO UNSTAMPED RATHER THAN NOT AT
      *       ALL.  NOTHING ON THE LEDGER IS CHANGED.
      *----------------------------------------------------------------
       LINKAGE SECTION.
       77  L-FUNC              PIC X(01).
                   PERFORM 1000-START-RUN THRU 1000-EXIT
               WHEN 'E'
                   PERFORM 2000-END-RUN THRU 2000-EXIT
               WHEN 'J'
                   PERFORM 3000-JOIN-RUN THRU 3000-EXIT
           END-EVALUATE
           EXIT PROGRAM.

           CLOSE RUN-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-JOIN-RUN - CONFIRM L-RUN-ID IS STILL A RUNNING RUN OF
      * L-PROGRAM.  READ ONLY - THE RUN'S START AND END STAY WITH THE
      * STEPS THAT DREW AND COMPLETE IT.
      *----------------------------------------------------------------
       3000-JOIN-RUN.
           MOVE SPACES TO L-FINAL
           IF L-RUN-ID = ZERO
               GO TO 3000-EXIT
           END-IF

           OPEN INPUT RUN-FILE
           IF ws-run-file-status NOT = "00"
               DISPLAY "run_control: CANNOT OPEN RUNCTL - STATUS "
                   ws-run-file-status " - JOIN NOT CHECKED"
               GO TO 3000-EXIT
           END-IF

           MOVE L-RUN-ID TO RUN-ID
           READ RUN-FILE
               INVALID KEY
                   DISPLAY "run_control: RUN " L-RUN-ID
                       " NOT ON THE LEDGER - JOIN REFUSED"
                   MOVE "JF" TO L-FINAL
               NOT INVALID KEY
                   IF RUN-PROGRAM NOT = L-PROGRAM
                           OR RUN-FINAL-STATUS NOT = "RN"
                       DISPLAY "run_control: RUN " L-RUN-ID " IS "
                           RUN-PROGRAM " STATUS " RUN-FINAL-STATUS
                           " - NOT A RUNNING " L-PROGRAM
                           " - JOIN REFUSED"
                       MOVE "JF" TO L-FINAL
                   END-IF
           END-READ

           CLOSE RUN-FILE.
       3000-EXIT.
           EXIT.
