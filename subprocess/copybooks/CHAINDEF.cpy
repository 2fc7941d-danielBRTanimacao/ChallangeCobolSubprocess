      *----------------------------------------------------------------
      * CHAINDEF - OVERNIGHT CHAIN STEP SEQUENCE, ONE LINE PER STEP IN
      *   RUN ORDER, KEPT BY OPERATIONS AS A TEXT FILE.  A STEP MAY
      *   START ONLY WHEN EVERY STEP IT FOLLOWS HAS FINISHED OK (OR
      *   WN) FOR THE SAME BUSINESS DATE.  A PROGRAM NOT LISTED HERE
      *   IS NOT GATED.
      *
      *   CHD-SEQ           COLS 1-3    STEP NUMBER.
      *   CHD-PROGRAM       COLS 5-18   PROGRAM NAME AS IT SIGNS ON TO
      *                                 RUN_CONTROL.
      *   CHD-AFTER         COLS 20-22, STEP NUMBERS THIS STEP MUST
      *                     24-26,      FOLLOW.  ALL BLANK = THE STEP
      *                     28-30       ON THE LINE BEFORE (NONE FOR
      *                                 THE FIRST LINE); 000 = NO
      *                                 PREDECESSOR.
      *----------------------------------------------------------------
       01  CHAIN-DEF-REC.
           05  CHD-SEQ             PIC X(03).
           05  FILLER              PIC X(01).
           05  CHD-PROGRAM         PIC X(14).
           05  CHD-AFTER-LIST.
               10  CHD-AFTER-ENTRY OCCURS 3 TIMES.
                   15  FILLER      PIC X(01).
                   15  CHD-AFTER   PIC X(03).
