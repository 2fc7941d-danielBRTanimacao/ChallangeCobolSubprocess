      *                                 RUN THAT WROTE THE RECORD (SEE
      *                                 RUNCTL); ZERO WHEN THE LEDGER
      *                                 WAS UNAVAILABLE.
      *   REV-SOURCE     PIC X(01)      R = RATE-CORRECTION REBILL
      *                                 (rebill); SPACE = A REFUND
      *                                 KEYED THROUGH backUrubu.
      *   REV-DOC        PIC X(14)      FULL TAX DOCUMENT (CPF OR
      *                                 CNPJ) FOR A REBILL REVERSAL;
      *                                 SPACES ON A REFUND, WHOSE
      *                                 DOCUMENT IS REV-CPF.
      *----------------------------------------------------------------
       01  REV-RECORD.
           05  REV-CPF             PIC X(11).
           05  REV-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REV-RUN-ID          PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REV-SOURCE          PIC X(01).
               88  REV-REBILL                 VALUE "R".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REV-DOC             PIC X(14).
