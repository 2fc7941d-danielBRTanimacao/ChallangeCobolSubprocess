      *----------------------------------------------------------------
      * WORKQ - COLLECTOR WORK QUEUE, REBUILT EVERY NIGHT BY wqbuild
      *   AND WORKED THROUGH THE DAY WITH wqwork.  KEYED BY PRIORITY
      *   CLASS, THEN RANK, THEN DOCUMENT, SO A KEYED WALK MEETS THE
      *   MOST URGENT CALL FIRST: A PROMISE NOT KEPT BY ITS DATE, THEN
      *   A BROKEN INSTALLMENT PLAN, THEN THE ROUTINE DELINQUENT
      *   POSITIONS BY SCORE.
      *
      *   WQ-CLASS          PIC 9(01)     KEY - 1 = BROKEN PROMISE,
      *                                   2 = BROKEN PLAN, 3 = ROUTINE.
      *   WQ-RANK           PIC 9(07)     KEY - 9999999 LESS WQ-SCORE,
      *                                   SO THE HIGHEST SCORE SORTS
      *                                   FIRST WITHIN A CLASS.
      *   WQ-DOC            PIC X(14)     KEY - TAX DOCUMENT.
      *   WQ-SCORE          PIC 9(07)     NOTICES SENT (DUNHIST) x
      *                                   100000 + 91+ STREAK RUNS
      *                                   (DELQHIST, UP TO 99) x 1000
      *                                   + OPEN BALANCE IN HUNDREDS
      *                                   (UP TO 999).
      *   WQ-COLLECTOR      PIC X(03)     COLLECTOR DEALT THE CALL;
      *                                   SPACES = NO COLLECTOR HAD
      *                                   ROOM (LISTED ON WORKQRPT).
      *   WQ-SEQ            PIC 9(05)     POSITION IN THAT COLLECTOR'S
      *                                   QUEUE.
      *   WQ-NAME           PIC X(30)     CUSTOMER OR COMPANY NAME.
      *   WQ-SEGMENT        PIC X(02)     RISK SEGMENT.
      *   WQ-OPEN-AMOUNT    PIC 9(11)V99  OPENITEM OPEN BALANCE.
      *   WQ-STREAK         PIC 9(03)     CONSECUTIVE 91+ RUNS.
      *   WQ-NOTICES        PIC 9(03)     DUNNING NOTICES SENT.
      *   WQ-PROMISE-DATE   PIC X(08)     CLASS 1 - THE DATE PROMISED.
      *   WQ-PROMISE-AMOUNT PIC 9(11)V99  CLASS 1 - THE AMOUNT PROMISED.
      *   WQ-BUILD-DATE     PIC X(08)     DATE THE QUEUE WAS BUILT.
      *   WQ-OUTCOME        PIC X(01)     SPACE = NOT YET WORKED,
      *                                   N = NO ANSWER, W = WRONG
      *                                   NUMBER, R = REFUSED,
      *                                   P = PROMISE TO PAY.
      *   WQ-WORKED-DATE    PIC X(08)     DATE THE OUTCOME WAS KEYED.
      *----------------------------------------------------------------
       01  WORK-QUEUE-REC.
           05  WQ-KEY.
               10  WQ-CLASS        PIC 9(01).
                   88  WQ-BROKEN-PROMISE      VALUE 1.
                   88  WQ-BROKEN-PLAN         VALUE 2.
                   88  WQ-ROUTINE             VALUE 3.
               10  WQ-RANK         PIC 9(07).
               10  WQ-DOC          PIC X(14).
           05  WQ-SCORE            PIC 9(07).
           05  WQ-COLLECTOR        PIC X(03).
           05  WQ-SEQ              PIC 9(05).
           05  WQ-NAME             PIC X(30).
           05  WQ-SEGMENT          PIC X(02).
           05  WQ-OPEN-AMOUNT      PIC 9(11)V99.
           05  WQ-STREAK           PIC 9(03).
           05  WQ-NOTICES          PIC 9(03).
           05  WQ-PROMISE-DATE     PIC X(08).
           05  WQ-PROMISE-AMOUNT   PIC 9(11)V99.
           05  WQ-BUILD-DATE       PIC X(08).
           05  WQ-OUTCOME          PIC X(01).
               88  WQ-NOT-WORKED              VALUE " ".
               88  WQ-NO-ANSWER               VALUE "N".
               88  WQ-WRONG-NUMBER            VALUE "W".
               88  WQ-REFUSED                 VALUE "R".
               88  WQ-PROMISED                VALUE "P".
           05  WQ-WORKED-DATE      PIC X(08).
