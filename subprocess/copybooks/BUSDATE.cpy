      *----------------------------------------------------------------
      * BUSDATE - BUSINESS-DATE CONTROL RECORD.  ONE LINE, THE DATE
      *   THE OVERNIGHT CHAIN IS WORKING ON.  chain_control HANDS IT
      *   TO EVERY CHAIN STEP AS THAT STEP'S "TODAY" AND RECORDS EACH
      *   STEP'S COMPLETION AGAINST IT ON CHAINLOG; eodroll ADVANCES
      *   IT TO THE NEXT BUSINESS DAY ON HOLCAL ONCE EVERY STEP ON
      *   CHAINDEF HAS FINISHED (OK, OR WN FOR A WARNING).
      *
      *   BDT-CURRENT       COLS 1-8    CURRENT BUSINESS DATE,
      *                                 YYYYMMDD.
      *   BDT-PRIOR         COLS 10-17  BUSINESS DATE BEFORE THE LAST
      *                                 ROLLOVER.
      *   BDT-ROLLED-TS     COLS 19-39  WHEN THE LAST ROLLOVER RAN.
      *----------------------------------------------------------------
       01  BUS-DATE-REC.
           05  BDT-CURRENT         PIC X(08).
           05  FILLER              PIC X(01).
           05  BDT-PRIOR           PIC X(08).
           05  FILLER              PIC X(01).
           05  BDT-ROLLED-TS       PIC X(21).
