      *----------------------------------------------------------------
      * PLACEMNT - COLLECTION AGENCY PLACEMENT MASTER, KEYED BY
      *   DOCUMENT.  ONE RECORD PER DOCUMENT EVER PLACED WITH AN
      *   OUTSIDE AGENCY BY agyplace.  WHILE THE PLACEMENT IS ACTIVE
      *   THE AGENCY WORKS THE DEBT AND THE NIGHTLY CHAIN KEEPS ITS
      *   HANDS OFF: dunstmt MAILS NOTHING AND backUrubuBatch ACCRUES
      *   NOTHING.  agyremit POSTS THE AGENCY'S COLLECTIONS AGAINST
      *   IT, agyrecall TAKES IT BACK WHEN IT HAS BEEN OUT TOO LONG OR
      *   COMES UNDER DISPUTE, AND agystmt REPORTS ON IT.  agyplace
      *   HOLDS BACK A DOCUMENT THAT IS WRITTEN OFF, UNDER AN OPEN
      *   DISPUTE OR ON THE PRESCRIPTION STOP LIST (PRESCRIP STATUS S).
      *
      *   A DOCUMENT RECALLED OR PAID OFF AND LATER PLACED AGAIN
      *   REUSES ITS RECORD HERE, BUT agyplace FIRST APPENDS THE
      *   CLOSED PLACEMENT, AS IT STOOD, TO PLCHIST - A LINE
      *   SEQUENTIAL HISTORY FILE WITH THIS SAME LAYOUT (COPY PLACEMNT
      *   REPLACING PLACEMENT-REC BY PLACE-HIST-REC, LEADING PLC BY
      *   PLH).  PLACEMNT PLUS PLCHIST IS EVERY PLACEMENT EVER MADE,
      *   AND agystmt READS BOTH SO A PAST MONTH'S STATEMENT COMES OUT
      *   THE SAME AFTER A RE-PLACEMENT.  PLCHIST IS NEVER REWRITTEN;
      *   lgpdanon ANONYMIZES IT AND lgpdexp EXPORTS IT WITH PLACEMNT.
      *
      *   PLC-DOC            PIC X(14)     KEY - TAX DOCUMENT,
      *                                    UNPUNCTUATED DIGITS LEFT-
      *                                    JUSTIFIED.
      *   PLC-AGENCY         PIC X(04)     AGENCY CODE ON AGYTAB.
      *   PLC-PLACED-DATE    PIC X(08)     DATE PLACED, YYYYMMDD.
      *   PLC-AMOUNT         PIC 9(11)V99  OPEN BALANCE PLACED.
      *   PLC-COLLECTED      PIC 9(11)V99  COLLECTED BY THE AGENCY TO
      *                                    DATE, AS REMITTED.
      *   PLC-COMMISSION     PIC 9(11)V99  COMMISSION EARNED TO DATE.
      *   PLC-LAST-REMIT     PIC X(08)     DATE OF THE LAST COLLECTION
      *                                    REMITTED; SPACES IF NONE.
      *   PLC-STATUS         PIC X(01)     A = ACTIVE WITH THE AGENCY,
      *                                    R = RECALLED, P = PAID IN
      *                                    FULL THROUGH THE AGENCY.
      *   PLC-CLOSED-DATE    PIC X(08)     DATE RECALLED OR PAID OFF;
      *                                    SPACES WHILE ACTIVE.
      *   PLC-RECALL-REASON  PIC X(03)     AGE = OUT PAST THE AGENCY'S
      *                                    LIMIT, DSP = UNDER DISPUTE,
      *                                    WOF = WRITTEN OFF, PAY =
      *                                    SETTLED OUTSIDE THE AGENCY,
      *                                    DSK = DESK RECALL, PRS =
      *                                    PRESCRIBED - ON THE
      *                                    PRESCRIPTION STOP LIST.
      *----------------------------------------------------------------
       01  PLACEMENT-REC.
           05  PLC-DOC             PIC X(14).
           05  PLC-AGENCY          PIC X(04).
           05  PLC-PLACED-DATE     PIC X(08).
           05  PLC-AMOUNT          PIC 9(11)V99.
           05  PLC-COLLECTED       PIC 9(11)V99.
           05  PLC-COMMISSION      PIC 9(11)V99.
           05  PLC-LAST-REMIT      PIC X(08).
           05  PLC-STATUS          PIC X(01).
               88  PLC-ACTIVE                 VALUE "A".
               88  PLC-RECALLED               VALUE "R".
               88  PLC-PAID-OFF               VALUE "P".
           05  PLC-CLOSED-DATE     PIC X(08).
           05  PLC-RECALL-REASON   PIC X(03).
