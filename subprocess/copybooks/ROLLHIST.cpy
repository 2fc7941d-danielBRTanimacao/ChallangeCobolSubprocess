      *----------------------------------------------------------------
      * ROLLHIST - MONTHLY ROLL-RATE HISTORY, KEYED BY MONTH, ENTITY
      *   AND SEGMENT.  ONE RECORD PER CUSTOMER RISK SEGMENT AND ENTITY
      *   TYPE FOR EVERY MONTH rollrpt HAS REPORTED, PLUS ONE ALL-
      *   ACCOUNTS RECORD (ENTITY "*", SEGMENT "**") - THE FIGURES THE
      *   MONTH'S MIGRATION MATRIX AND EFFECTIVENESS LINE WERE PRINTED
      *   FROM, KEPT SO THE 12-MONTH TREND IS READ BACK RATHER THAN
      *   REBUILT FROM A FILE THAT HAS MOVED ON SINCE.  A RERUN FOR THE
      *   SAME MONTH REWRITES ITS RECORDS.
      *
      *   RLH-MONTH         PIC X(06)    KEY - REPORT MONTH, YYYYMM.
      *   RLH-ENTITY        PIC X(01)    KEY - F = CPF, J = CNPJ,
      *                                  * = ALL ACCOUNTS.
      *   RLH-SEGMENT       PIC X(02)    KEY - CUSTOMER SEGMENT,
      *                                  ** = ALL SEGMENTS.
      *   RLH-ROW           OCCURS 4     ONE ROW PER AGING BUCKET THE
      *                                  ACCOUNT WAS IN AT THE END OF
      *                                  THE PRIOR MONTH (1-30, 31-60,
      *                                  61-90, 91+ DAYS).
      *     RLH-CELL        OCCURS 6     ACCOUNTS THAT THIS MONTH -
      *                    PIC 9(07)     1 MOVED TO A LATER BUCKET,
      *                                  2 STAYED IN THE BUCKET,
      *                                  3 ROLLED BACK TO AN EARLIER
      *                                  ONE, 4 CURED (PAID IN FULL),
      *                                  5 WERE WRITTEN OFF, 6 WERE
      *                                  STILL OPEN BUT NOT CHARGED.
      *   RLH-NEW-COUNT     PIC 9(07)    ACCOUNTS DELINQUENT THIS MONTH
      *                                  THAT WERE NOT LAST MONTH.
      *   RLH-COLLECTED     PIC 9(13)V99 PAID IN THE MONTH.
      *   RLH-COLLECTIBLE   PIC 9(13)V99 OPEN AT THE START OF THE MONTH
      *                                  PLUS CHARGED DURING IT.
      *   RLH-RUN-DATE      PIC X(08)    DATE THE FIGURES WERE TAKEN.
      *----------------------------------------------------------------
       01  ROLL-HIST-REC.
           05  RLH-KEY.
               10  RLH-MONTH           PIC X(06).
               10  RLH-ENTITY          PIC X(01).
               10  RLH-SEGMENT         PIC X(02).
           05  RLH-ROW OCCURS 4 TIMES.
               10  RLH-CELL            PIC 9(07) OCCURS 6 TIMES.
           05  RLH-NEW-COUNT       PIC 9(07).
           05  RLH-COLLECTED       PIC 9(13)V99.
           05  RLH-COLLECTIBLE     PIC 9(13)V99.
           05  RLH-RUN-DATE        PIC X(08).
