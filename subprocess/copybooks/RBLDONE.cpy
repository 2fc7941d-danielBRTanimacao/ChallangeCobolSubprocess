      *----------------------------------------------------------------
      * RBLDONE - RATE-CORRECTION REBILL REGISTER, KEYED BY THE FEEHIST
      *   CHARGE IT CORRECTED.  ONE RECORD PER CHARGE THE rebill JOB
      *   HAS RE-PRICED AND SETTLED (CHARGED OR REVERSED), SO THE SAME
      *   CHARGE IS NEVER REBILLED TWICE WHEN THE JOB IS RUN AGAIN
      *   OVER AN OVERLAPPING DATE RANGE.  HELD CHARGES (WRITTEN-OFF OR
      *   DISPUTED DOCUMENTS) ARE NOT REGISTERED AND ARE PICKED UP BY
      *   A LATER RUN ONCE THE HOLD IS GONE.
      *
      *   RBD-DOC            PIC X(14)    KEY - TAX DOCUMENT.
      *   RBD-CHARGE-DATE    PIC X(08)    KEY - FEEHIST BLOCK DATE
      *                                   (PRICING DATE) OF THE CHARGE.
      *   RBD-CHARGE-RUN-ID  PIC 9(07)    KEY - RUN ID THAT PRICED IT.
      *   RBD-REBILL-RUN-ID  PIC 9(07)    RUN ID OF THE rebill RUN.
      *   RBD-REBILL-DATE    PIC X(08)    DATE OF THE rebill RUN.
      *   RBD-OLD-FEE        PIC 9(9)V99  FEE AS ORIGINALLY CHARGED.
      *   RBD-NEW-FEE        PIC 9(9)V99  FEE AT THE CORRECTED RATE.
      *----------------------------------------------------------------
       01  RBL-DONE-REC.
           05  RBD-KEY.
               10  RBD-DOC             PIC X(14).
               10  RBD-CHARGE-DATE     PIC X(08).
               10  RBD-CHARGE-RUN-ID   PIC 9(07).
           05  RBD-REBILL-RUN-ID   PIC 9(07).
           05  RBD-REBILL-DATE     PIC X(08).
           05  RBD-OLD-FEE         PIC 9(9)V99.
           05  RBD-NEW-FEE         PIC 9(9)V99.
