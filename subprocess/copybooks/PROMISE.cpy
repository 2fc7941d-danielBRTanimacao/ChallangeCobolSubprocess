      *----------------------------------------------------------------
      * PROMISE - PROMISE-TO-PAY REGISTER, KEYED BY DOCUMENT.  ONE
      *   RECORD PER DOCUMENT - THE LATEST PROMISE A COLLECTOR TOOK
      *   THROUGH wqwork.  wqbuild CHECKS EVERY OPEN PROMISE AGAINST
      *   THE OPENITEM POSITION EACH NIGHT: PAID SINCE THE PROMISE BY
      *   AT LEAST THE AMOUNT PROMISED (OR THE POSITION SETTLED) IS
      *   KEPT; STILL SHORT AFTER THE PROMISED DATE IS BROKEN, AND THE
      *   DOCUMENT GOES TO THE TOP OF THE QUEUE UNTIL A NEW PROMISE IS
      *   TAKEN.  WHILE A PROMISE IS OPEN AND NOT YET DUE THE DOCUMENT
      *   IS LEFT OFF THE QUEUE.
      *
      *   PRM-DOC           PIC X(14)     KEY - TAX DOCUMENT.
      *   PRM-TAKEN-DATE    PIC X(08)     DATE THE PROMISE WAS TAKEN.
      *   PRM-DUE-DATE      PIC X(08)     DATE THE CUSTOMER PROMISED
      *                                   TO PAY BY, YYYYMMDD.
      *   PRM-AMOUNT        PIC 9(11)V99  AMOUNT PROMISED.
      *   PRM-PAID-BASE     PIC 9(11)V99  OI-PAID ON THE POSITION WHEN
      *                                   THE PROMISE WAS TAKEN.
      *   PRM-COLLECTOR     PIC X(03)     COLLECTOR WHO TOOK IT.
      *   PRM-STATUS        PIC X(01)     O = OPEN, K = KEPT,
      *                                   B = BROKEN.
      *   PRM-CLOSED-DATE   PIC X(08)     DATE wqbuild FOUND IT KEPT
      *                                   OR BROKEN.
      *----------------------------------------------------------------
       01  PROMISE-REC.
           05  PRM-DOC             PIC X(14).
           05  PRM-TAKEN-DATE      PIC X(08).
           05  PRM-DUE-DATE        PIC X(08).
           05  PRM-AMOUNT          PIC 9(11)V99.
           05  PRM-PAID-BASE       PIC 9(11)V99.
           05  PRM-COLLECTOR       PIC X(03).
           05  PRM-STATUS          PIC X(01).
               88  PRM-OPEN                   VALUE "O".
               88  PRM-KEPT                   VALUE "K".
               88  PRM-BROKEN                 VALUE "B".
           05  PRM-CLOSED-DATE     PIC X(08).
