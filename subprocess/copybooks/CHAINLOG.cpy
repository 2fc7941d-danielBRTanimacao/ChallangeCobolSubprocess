      *----------------------------------------------------------------
      * CHAINLOG - CHAIN STEP COMPLETION LOG, KEYED BY BUSINESS DATE
      *   AND PROGRAM.  WRITTEN BY chain_control WHEN A CHAIN STEP
      *   STARTS (RN) AND COMPLETED WHEN IT ENDS; A RERUN FOR THE SAME
      *   DATE OVERWRITES THE ENTRY WITH THE NEW RUN AND BUMPS THE
      *   ATTEMPT COUNT (EVERY ATTEMPT STAYS ON RUNCTL).
      *
      *   CHL-BUS-DATE      PIC X(08)  KEY - BUSINESS DATE.
      *   CHL-PROGRAM       PIC X(14)  KEY - CHAIN STEP PROGRAM.
      *   CHL-SEQ           PIC 9(03)  STEP NUMBER ON CHAINDEF.
      *   CHL-RUN-ID        PIC 9(07)  RUNCTL RUN ID OF THE LATEST
      *                                ATTEMPT.
      *   CHL-START-TS      PIC X(21)  START OF THE LATEST ATTEMPT.
      *   CHL-END-TS        PIC X(21)  END, SPACES WHILE RUNNING.
      *   CHL-STATUS        PIC X(02)  RN = RUNNING, OK = COMPLETED,
      *                                WN = COMPLETED WITH WARNINGS
      *                                (DOES NOT HOLD THE CHAIN),
      *                                ER = ENDED WITH ERRORS.
      *   CHL-ATTEMPTS      PIC 9(03)  STARTS FOR THIS DATE.
      *   CHL-IN-COUNT      PIC 9(07)  INPUT RECORDS READ.
      *   CHL-OUT-COUNT     PIC 9(07)  OUTPUT RECORDS WRITTEN.
      *----------------------------------------------------------------
       01  CHAIN-LOG-REC.
           05  CHL-KEY.
               10  CHL-BUS-DATE    PIC X(08).
               10  CHL-PROGRAM     PIC X(14).
           05  CHL-SEQ             PIC 9(03).
           05  CHL-RUN-ID          PIC 9(07).
           05  CHL-START-TS        PIC X(21).
           05  CHL-END-TS          PIC X(21).
           05  CHL-STATUS          PIC X(02).
               88  CHL-RUNNING               VALUE "RN".
               88  CHL-OK                    VALUE "OK".
               88  CHL-WARNED                VALUE "WN".
               88  CHL-FINISHED              VALUE "OK" "WN".
               88  CHL-FAILED                VALUE "ER".
           05  CHL-ATTEMPTS        PIC 9(03).
           05  CHL-IN-COUNT        PIC 9(07).
           05  CHL-OUT-COUNT       PIC 9(07).
