      *   RUN-IN-COUNT      PIC 9(07)  INPUT RECORDS READ.
      *   RUN-OUT-COUNT     PIC 9(07)  OUTPUT RECORDS WRITTEN.
      *   RUN-FINAL-STATUS  PIC X(02)  RN = RUNNING, OK = COMPLETED,
      *                                WN = COMPLETED WITH WARNINGS,
      *                                ER = ENDED WITH ERRORS.
      *----------------------------------------------------------------
       01  RUN-RECORD.
