      *----------------------------------------------------------------
      * PRESCRIP - PRESCRIPTION (STATUTE OF LIMITATIONS) MONITOR AND
      *   STOP LIST, KEYED BY DOCUMENT.  ONE RECORD PER DOCUMENT THAT
      *   HAS EVER COME THROUGH ACCTIN WITH A USABLE DUE DATE,
      *   MAINTAINED BY THE NIGHTLY prescmon STEP.  THE ORIGINAL DUE
      *   DATE IS THE EARLIEST THE FEED HAS EVER GIVEN FOR THE
      *   DOCUMENT - A LATER FEED CANNOT MOVE IT FORWARD WHILE THAT
      *   DEBT IS STILL OWED.  A LATER DUE DATE FED AFTER THE OLD DEBT
      *   HAS CLOSED (POSITION SETTLED, OR WARNED / STOPPED WITH THE
      *   POSITION CLOSED) IS A NEW DEBT: TRACKING STARTS AGAIN FROM
      *   IT AT T, WARNING AND STOP DATES CLEARED.  ONCE THE
      *   PRESCRIPTION DATE IS REACHED THE RECORD GOES TO S AND THE
      *   DOCUMENT IS ON THE STOP LIST THE NIGHTLY CHAIN HONORS:
      *   backUrubuBatch ACCRUES NOTHING, dunstmt MAILS NOTHING,
      *   delinqprom RELEASES THE CUSTOMER FROM D, AND wrocand PUTS
      *   THE POSITION FORWARD AS A WRITE-OFF CANDIDATE.
      *
      *   PRS-DOC            PIC X(14)     KEY - TAX DOCUMENT,
      *                                    UNPUNCTUATED DIGITS LEFT-
      *                                    JUSTIFIED: 11-DIGIT CPF
      *                                    (LAST 3 SPACES) OR 14-DIGIT
      *                                    CNPJ.
      *   PRS-DUE-DATE       PIC X(08)     ORIGINAL DUE DATE OF THE
      *                                    DEBT, YYYYMMDD.
      *   PRS-PRESCRIBE-DATE PIC X(08)     DATE THE DEBT PRESCRIBES -
      *                                    THE SAME DAY OF THE MONTH
      *                                    THE LIMIT'S YEARS LATER (A
      *                                    29 FEB DUE DATE FALLS ON
      *                                    1 MAR IN A COMMON YEAR).
      *   PRS-DEBT-VALUE     PIC 9(09)V99  ORIGINAL BALANCE OF THE
      *                                    DEBT AS LAST FED.
      *   PRS-FIRST-SEEN     PIC X(08)     FIRST RUN THAT SAW IT.
      *   PRS-LAST-SEEN      PIC X(08)     LAST RUN THAT SAW IT.
      *   PRS-WARN-DATE      PIC X(08)     RUN THAT FIRST FOUND IT
      *                                    INSIDE THE WARNING WINDOW;
      *                                    SPACES WHILE OUTSIDE IT.
      *   PRS-STOP-DATE      PIC X(08)     RUN THAT PUT IT ON THE STOP
      *                                    LIST; SPACES UNTIL THEN.
      *   PRS-STATUS         PIC X(01)     T = TRACKED, W = INSIDE THE
      *                                    WARNING WINDOW, S =
      *                                    PRESCRIBED - ON THE STOP
      *                                    LIST.
      *----------------------------------------------------------------
       01  PRESCRIPTION-REC.
           05  PRS-DOC             PIC X(14).
           05  PRS-DUE-DATE        PIC X(08).
           05  PRS-PRESCRIBE-DATE  PIC X(08).
           05  PRS-DEBT-VALUE      PIC 9(09)V99.
           05  PRS-FIRST-SEEN      PIC X(08).
           05  PRS-LAST-SEEN       PIC X(08).
           05  PRS-WARN-DATE       PIC X(08).
           05  PRS-STOP-DATE       PIC X(08).
           05  PRS-STATUS          PIC X(01).
               88  PRS-TRACKED                VALUE "T".
               88  PRS-WARNED                 VALUE "W".
               88  PRS-STOPPED                VALUE "S".
