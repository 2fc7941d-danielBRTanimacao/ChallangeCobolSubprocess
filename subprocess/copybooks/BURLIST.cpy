      *----------------------------------------------------------------
      * BURLIST - CREDIT-BUREAU NEGATIVE-LISTING FILE, KEYED BY
      *   DOCUMENT.  ONE RECORD PER DOCUMENT THE NIGHTLY burlist STEP
      *   HAS TAKEN TOWARD THE BUREAU: THE PRIOR NOTICE TO THE
      *   DEBTOR, THE INCLUSION SENT ONCE THE NOTICE PERIOD HAS RUN
      *   (BUSINESS DAYS AGAINST HOLCAL), THE BUREAU'S CONFIRMATION
      *   OFF ITS RETURN FILE (burret), AND THE EXCLUSION A PAID,
      *   WRITTEN-OFF OR DISPUTED POSITION FORCES WITHIN THE LEGAL
      *   DEADLINE.  burovrpt LISTS EVERY LISTING STILL ACTIVE AT THE
      *   BUREAU PAST THAT DEADLINE.
      *
      *   BUR-DOC             PIC X(14)     KEY - TAX DOCUMENT,
      *                                     UNPUNCTUATED DIGITS LEFT-
      *                                     JUSTIFIED: 11-DIGIT CPF
      *                                     (LAST 3 SPACES) OR 14-
      *                                     DIGIT CNPJ.
      *   BUR-STATUS          PIC X(01)     N = PRIOR NOTICE SENT,
      *                                     NOTICE PERIOD RUNNING.
      *                                     I = INCLUSION SENT, BUREAU
      *                                     CONFIRMATION PENDING.
      *                                     L = LISTED (BUREAU
      *                                     CONFIRMED THE INCLUSION).
      *                                     E = EXCLUSION SENT, BUREAU
      *                                     CONFIRMATION PENDING.
      *                                     X = EXCLUDED (BUREAU
      *                                     CONFIRMED THE EXCLUSION).
      *                                     C = CANCELLED DURING THE
      *                                     NOTICE PERIOD - NEVER
      *                                     SENT TO THE BUREAU.
      *                                     R = INCLUSION REJECTED BY
      *                                     THE BUREAU - DESK REVIEW.
      *   BUR-AMOUNT          PIC 9(11)V99  OPEN BALANCE NOTIFIED AND
      *                                     LISTED.
      *   BUR-NOTICE-DATE     PIC X(08)     PRIOR NOTICE DATE.
      *   BUR-ELIGIBLE-DATE   PIC X(08)     FIRST DATE THE INCLUSION
      *                                     MAY BE SENT - THE NOTICE
      *                                     DATE PLUS THE NOTICE
      *                                     PERIOD IN BUSINESS DAYS.
      *   BUR-INCL-SENT-DATE  PIC X(08)     DATE THE INCLUSION WENT
      *                                     OUT ON BUROUT.
      *   BUR-LISTED-DATE     PIC X(08)     DATE THE BUREAU CONFIRMED
      *                                     THE INCLUSION.
      *   BUR-EXCL-REASON     PIC X(01)     WHY THE LISTING MUST GO -
      *                                     P = PAID IN FULL,
      *                                     W = WRITTEN OFF,
      *                                     D = OPEN DISPUTE HOLD,
      *                                     M = POSITION MISSING FROM
      *                                     OPENITEM.  SPACE = NONE.
      *   BUR-EXCL-TRIGGER    PIC X(08)     DATE THE EXCLUSION BECAME
      *                                     DUE (PAYMENT DATE, DISPUTE
      *                                     DATE OR DATE DETECTED).
      *   BUR-EXCL-DEADLINE   PIC X(08)     LEGAL DEADLINE - THE
      *                                     TRIGGER PLUS THE EXCLUSION
      *                                     PERIOD IN BUSINESS DAYS.
      *   BUR-EXCL-SENT-DATE  PIC X(08)     DATE THE EXCLUSION WENT
      *                                     OUT ON BUROUT.
      *   BUR-EXCLUDED-DATE   PIC X(08)     DATE THE BUREAU CONFIRMED
      *                                     THE EXCLUSION.
      *   BUR-RETURN-CODE     PIC X(02)     LAST CODE ON THE BUREAU'S
      *                                     RETURN FILE; 00 = ACCEPTED.
      *----------------------------------------------------------------
       01  BUREAU-LISTING-REC.
           05  BUR-DOC             PIC X(14).
           05  BUR-STATUS          PIC X(01).
               88  BUR-NOTICE-SENT            VALUE "N".
               88  BUR-INCLUSION-SENT         VALUE "I".
               88  BUR-LISTED                 VALUE "L".
               88  BUR-EXCLUSION-SENT         VALUE "E".
               88  BUR-EXCLUDED               VALUE "X".
               88  BUR-CANCELLED              VALUE "C".
               88  BUR-REJECTED               VALUE "R".
               88  BUR-ACTIVE-AT-BUREAU       VALUE "I" "L" "E".
           05  BUR-AMOUNT          PIC 9(11)V99.
           05  BUR-NOTICE-DATE     PIC X(08).
           05  BUR-ELIGIBLE-DATE   PIC X(08).
           05  BUR-INCL-SENT-DATE  PIC X(08).
           05  BUR-LISTED-DATE     PIC X(08).
           05  BUR-EXCL-REASON     PIC X(01).
           05  BUR-EXCL-TRIGGER    PIC X(08).
           05  BUR-EXCL-DEADLINE   PIC X(08).
           05  BUR-EXCL-SENT-DATE  PIC X(08).
           05  BUR-EXCLUDED-DATE   PIC X(08).
           05  BUR-RETURN-CODE     PIC X(02).
