      *----------------------------------------------------------------
      * PARTCTL - CONTROL FILE FOR ONE PARTITIONED backUrubuBatch RUN,
      *   WRITTEN BY THE START STEP AND READ BY EVERY PARTITION AND BY
      *   THE MERGE STEP.  ONE H RECORD, THEN ONE P RECORD PER
      *   PARTITION IN PARTITION ORDER.
      *
      *   H RECORD -
      *   PTC-RUN-ID        PIC 9(07)  RUN ID THE START STEP DREW; EVERY
      *                                PARTITION JOINS IT.
      *   PTC-BUS-DATE      PIC X(08)  BUSINESS DATE OF THE RUN.
      *   PTC-PRICING-DATE  PIC X(08)  PRICING DATE RESOLVED AT START.
      *   PTC-PART-COUNT    PIC 9(02)  NUMBER OF PARTITIONS.
      *   PTC-ACCT-COUNT    PIC 9(07)  ACCTIN RECORDS AT START.
      *   PTC-COVERAGE-FLAG PIC X(01)  Y = HOLCAL DID NOT COVER THE RUN.
      *   PTC-START-TS      PIC X(21)  WHEN THE START STEP RAN.
      *
      *   P RECORD -
      *   PTC-PART          PIC 9(02)  PARTITION NUMBER.
      *   PTC-LOW-DOC       PIC X(14)  RANGE AS GIVEN ON PARTDEF (BLANK
      *   PTC-HIGH-DOC      PIC X(14)  = OPEN AT THAT END).
      *   PTC-EXPECT-COUNT  PIC 9(07)  ACCTIN RECORDS IN THE RANGE AT
      *                                START - THE MERGE HOLDS EVERY
      *                                PARTITION TO IT.
      *----------------------------------------------------------------
       01  PART-CTL-REC.
           05  PTC-REC-TYPE        PIC X(01).
               88  PTC-HEADER                 VALUE 'H'.
               88  PTC-PARTITION              VALUE 'P'.
           05  FILLER              PIC X(01).
           05  PTC-HEADER-DATA.
               10  PTC-RUN-ID          PIC 9(07).
               10  FILLER              PIC X(01).
               10  PTC-BUS-DATE        PIC X(08).
               10  FILLER              PIC X(01).
               10  PTC-PRICING-DATE    PIC X(08).
               10  FILLER              PIC X(01).
               10  PTC-PART-COUNT      PIC 9(02).
               10  FILLER              PIC X(01).
               10  PTC-ACCT-COUNT      PIC 9(07).
               10  FILLER              PIC X(01).
               10  PTC-COVERAGE-FLAG   PIC X(01).
                   88  PTC-COVERAGE-WARNED    VALUE 'Y'.
               10  FILLER              PIC X(01).
               10  PTC-START-TS        PIC X(21).
           05  PTC-PARTITION-DATA REDEFINES PTC-HEADER-DATA.
               10  PTC-PART            PIC 9(02).
               10  FILLER              PIC X(01).
               10  PTC-LOW-DOC         PIC X(14).
               10  FILLER              PIC X(01).
               10  PTC-HIGH-DOC        PIC X(14).
               10  FILLER              PIC X(01).
               10  PTC-EXPECT-COUNT    PIC 9(07).
               10  FILLER              PIC X(20).
