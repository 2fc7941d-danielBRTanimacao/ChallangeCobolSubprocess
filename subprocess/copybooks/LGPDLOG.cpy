      *----------------------------------------------------------------
      * LGPDLOG - ANONYMIZATION LOG OF THE lgpdanon RUN.  APPENDED,
      *   NEVER REWRITTEN: ONE LINE FOR EVERY FILE A RUN CHANGED FOR
      *   AN ANONYMIZED DOCUMENT.  THE REAL CPF IS DELIBERATELY NOT
      *   CARRIED - THE LOG PROVES THE ANONYMIZATION HAPPENED WITHOUT
      *   ITSELF HOLDING THE PERSONAL DATA IT REMOVED.
      *
      *   LGL-TIMESTAMP     PIC X(21)  WHEN THE FILE WAS CHANGED.
      *   LGL-RUN-ID        PIC 9(07)  RUNCTL RUN ID OF THE RUN.
      *   LGL-SURROGATE     PIC X(11)  SURROGATE KEY NOW STANDING IN
      *                                FOR THE DOCUMENT: "A", THE RUN
      *                                ID AND A 3-DIGIT SEQUENCE.
      *   LGL-FILE          PIC X(08)  FILE CHANGED.
      *   LGL-RECORDS       PIC 9(07)  RECORDS CHANGED IN THAT FILE.
      *   LGL-CLOSED-STATUS PIC X(01)  OPENITEM STATUS THE POSITION
      *                                WAS CLOSED WITH - P OR W.
      *   LGL-CLOSED-DATE   PIC X(08)  DATE IT CLOSED, YYYYMMDD.
      *----------------------------------------------------------------
       01  LGPD-LOG-REC.
           05  LGL-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  LGL-RUN-ID          PIC 9(07).
           05  FILLER              PIC X(01).
           05  LGL-SURROGATE       PIC X(11).
           05  FILLER              PIC X(01).
           05  LGL-FILE            PIC X(08).
           05  FILLER              PIC X(01).
           05  LGL-RECORDS         PIC 9(07).
           05  FILLER              PIC X(01).
           05  LGL-CLOSED-STATUS   PIC X(01).
           05  FILLER              PIC X(01).
           05  LGL-CLOSED-DATE     PIC X(08).
