      *----------------------------------------------------------------
      * BURXFER - CREDIT-BUREAU TRANSFER RECORD.
      *   FIXED-LENGTH 70-BYTE RECORDS, ONE CONTROL BLOCK PER FILE:
      *   AN H HEADER, THE D DETAILS, AND A T TRAILER WITH THE DETAIL
      *   COUNT AND THE AMOUNT TOTAL.  THE SAME LAYOUT SERVES BOTH
      *   DIRECTIONS - burlist WRITES THE NIGHTLY BUROUT INCLUSION/
      *   EXCLUSION FILE WITH BXF-RETURN-CODE BLANK, AND THE BUREAU
      *   SENDS BACK BURRET WITH EVERY DETAIL ECHOED AND ITS RETURN
      *   CODE FILLED IN FOR burret TO APPLY.
      *
      *   BXF-REC-TYPE     PIC X(01)     H = HEADER, D = DETAIL,
      *                                  T = TRAILER.
      *   DETAIL (D) -
      *   BXF-ACTION       PIC X(01)     I = INCLUDE, E = EXCLUDE.
      *   BXF-DOC          PIC X(14)     TAX DOCUMENT, LEFT-JUSTIFIED.
      *   BXF-ENTITY-TYPE  PIC X(01)     F = CPF, J = CNPJ.
      *   BXF-NAME         PIC X(30)     DEBTOR NAME OFF THE MASTER.
      *   BXF-AMOUNT       PIC 9(11)V99  AMOUNT LISTED.
      *   BXF-DEBT-DATE    PIC X(08)     PRIOR NOTICE DATE, YYYYMMDD.
      *   BXF-RETURN-CODE  PIC X(02)     SPACES OUTBOUND; ON THE
      *                                  RETURN FILE 00 = ACCEPTED,
      *                                  ANYTHING ELSE = REJECTED.
      *   HEADER (H) -
      *   BXF-HDR-DATE     PIC X(08)     FILE DATE, YYYYMMDD.
      *   BXF-HDR-RUN-ID   PIC 9(07)     RUN-CONTROL LEDGER ID OF THE
      *                                  burlist RUN THAT WROTE IT.
      *   TRAILER (T) -
      *   BXF-TRL-COUNT    PIC 9(07)     DETAIL RECORDS IN THE FILE.
      *   BXF-TRL-AMOUNT   PIC 9(13)V99  TOTAL OF BXF-AMOUNT.
      *----------------------------------------------------------------
       01  BXF-RECORD.
           05  BXF-REC-TYPE        PIC X(01).
               88  BXF-HEADER                 VALUE "H".
               88  BXF-DETAIL                 VALUE "D".
               88  BXF-TRAILER                VALUE "T".
           05  BXF-DETAIL-DATA.
               10  BXF-ACTION      PIC X(01).
                   88  BXF-INCLUDE            VALUE "I".
                   88  BXF-EXCLUDE            VALUE "E".
               10  BXF-DOC         PIC X(14).
               10  BXF-ENTITY-TYPE PIC X(01).
               10  BXF-NAME        PIC X(30).
               10  BXF-AMOUNT      PIC 9(11)V99.
               10  BXF-DEBT-DATE   PIC X(08).
               10  BXF-RETURN-CODE PIC X(02).
           05  BXF-HEADER-DATA REDEFINES BXF-DETAIL-DATA.
               10  BXF-HDR-DATE        PIC X(08).
               10  BXF-HDR-RUN-ID      PIC 9(07).
               10  FILLER              PIC X(54).
           05  BXF-TRAILER-DATA REDEFINES BXF-DETAIL-DATA.
               10  BXF-TRL-COUNT       PIC 9(07).
               10  BXF-TRL-AMOUNT      PIC 9(13)V99.
               10  FILLER              PIC X(47).
