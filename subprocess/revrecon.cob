      *                    APPEARS ON FEEIFACE (REFUND INVOCATIONS
      *                    WRITE ONLY REVERSAL), SO THE TIMESTAMP DATE
      *                    IS THE SCOPING KEY, NOT REV-RUN-ID.
      *   2026-10-15  MRS  REBILL REVERSALS (REV-SOURCE R, WRITTEN BY
      *                    rebill WHEN A RATE CORRECTION LOWERS FEES
      *                    ALREADY CHARGED) ANSWER FOR CHARGES ON
      *                    FEEHIST, NOT THE DAY'S FEEIFACE - THEY ARE
      *                    COUNTED SEPARATELY AND RECONCILED ON THE
      *                    RBLREG REGISTER, NOT LISTED AS UNMATCHED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  matched-count       PIC 9(7) VALUE ZERO.
       01  exception-count     PIC 9(7) VALUE ZERO.
       01  out-of-scope-count  PIC 9(7) VALUE ZERO.
       01  rebill-count        PIC 9(7) VALUE ZERO.

       01  cmd-line            PIC X(80) VALUE SPACES.
       01  recon-date          PIC X(08) VALUE SPACES.
      *   1. NO CHARGE ON FILE FOR THE CPF AT ALL.
      *   2. THE REVERSAL IS LARGER THAN ANY SINGLE FEE CHARGED.
      *   3. CUMULATIVE REFUNDS FOR THE CPF EXCEED TOTAL CHARGES.
      * A REBILL REVERSAL CORRECTS CHARGES ALREADY ON FEEHIST AND IS
      * PROVED ON RBLREG, SO IT IS ONLY COUNTED HERE.
      *----------------------------------------------------------------
       3000-PROCESS-REVERSAL.
           ADD 1 TO reversal-count
               GO TO 3000-NEXT
           END-IF

           IF REV-REBILL
               ADD 1 TO rebill-count
               GO TO 3000-NEXT
           END-IF

           COMPUTE rev-amount-abs = FUNCTION ABS(REV-AMOUNT)

           MOVE SPACES TO doc-wanted
           MOVE out-of-scope-count TO wtl-count
           WRITE RECON-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "REBILL CORRECTIONS (SEE RBLREG)" TO wtl-label
           MOVE rebill-count TO wtl-count
           WRITE RECON-REPORT-REC FROM ws-total-line

           MOVE SPACES TO ws-total-line
           MOVE "REVERSALS RECONCILED CLEAN" TO wtl-label
           MOVE matched-count TO wtl-count

           DISPLAY "revrecon: " reversal-count " REVERSALS READ, "
               out-of-scope-count " OUT OF SCOPE, "
               rebill-count " REBILL, "
               matched-count " CLEAN, " exception-count " EXCEPTIONS"

           IF exception-count > 0 AND RETURN-CODE = ZERO
