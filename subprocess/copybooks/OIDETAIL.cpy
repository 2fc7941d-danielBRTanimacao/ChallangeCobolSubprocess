      *----------------------------------------------------------------
      * OIDETAIL - CHARGE-LEVEL OPEN-ITEM DETAIL.  ONE RECORD PER
      *   FEEIFACE D CHARGE cashapp FOLDS INTO OPENITEM, KEYED BY
      *   DOCUMENT THEN CHARGE DATE, RUN ID AND SEQUENCE - SO A KEYED
      *   WALK OF ONE DOCUMENT MEETS ITS CHARGES OLDEST FIRST, THE
      *   ORDER cashapp ALLOCATES PAYMENTS IN.  FOR EVERY DOCUMENT THE
      *   SUM OF OID-OPEN EQUALS THE OPENITEM OPEN BALANCE (OI-CHARGED
      *   LESS OI-PAID, NOT BELOW ZERO); THE AGED TRIAL BALANCE
      *   (oiagetb) PROVES IT.
      *
      *   OID-DOC           PIC X(14)     KEY - TAX DOCUMENT.
      *   OID-CHARGE-DATE   PIC X(08)     KEY - FEEIFACE BLOCK DATE
      *                                   THE CHARGE CAME IN ON.
      *   OID-RUN-ID        PIC 9(07)     KEY - RUN-CONTROL LEDGER ID
      *                                   OF THE PRICING RUN.
      *   OID-SEQ           PIC 9(07)     KEY - SEQUENCE WITHIN THE
      *                                   cashapp RUN THAT FOLDED IT.
      *   OID-DAYS          PIC 9(3)V99   DAYS OUTSTANDING THE FEE WAS
      *                                   PRICED ON (IFACE-DAYS).
      *   OID-BUCKET        PIC X(01)     DAYS BUCKET OF OID-DAYS -
      *                                   0 = CURRENT, 1 = 1-30,
      *                                   2 = 31-60, 3 = 61-90,
      *                                   4 = 91 AND OVER.
      *   OID-AMOUNT        PIC 9(11)V99  AMOUNT CHARGED.
      *   OID-OPEN          PIC 9(11)V99  AMOUNT STILL OPEN.
      *   OID-STATUS        PIC X(01)     O = OPEN, C = CLEARED.
      *   OID-CLEARED-DATE  PIC X(08)     PAYMENT DATE THAT CLEARED
      *                                   THE LAST OF IT.
      *----------------------------------------------------------------
       01  OI-DETAIL-REC.
           05  OID-KEY.
               10  OID-DOC         PIC X(14).
               10  OID-CHARGE-DATE PIC X(08).
               10  OID-RUN-ID      PIC 9(07).
               10  OID-SEQ         PIC 9(07).
           05  OID-DAYS            PIC 9(3)V99.
           05  OID-BUCKET          PIC X(01).
               88  OID-CURRENT                VALUE "0".
               88  OID-1-30                   VALUE "1".
               88  OID-31-60                  VALUE "2".
               88  OID-61-90                  VALUE "3".
               88  OID-91-PLUS                VALUE "4".
           05  OID-AMOUNT          PIC 9(11)V99.
           05  OID-OPEN            PIC 9(11)V99.
           05  OID-STATUS          PIC X(01).
               88  OID-IS-OPEN                VALUE "O".
               88  OID-CLEARED                VALUE "C".
           05  OID-CLEARED-DATE    PIC X(08).
