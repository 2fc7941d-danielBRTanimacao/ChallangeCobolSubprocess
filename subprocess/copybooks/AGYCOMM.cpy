      *----------------------------------------------------------------
      * AGYCOMM - AGENCY COLLECTION AND COMMISSION LOG.  ONE LINE PER
      *   REMITTED COLLECTION agyremit APPLIES TO OPENITEM, WITH THE
      *   COMMISSION IT EARNED THE AGENCY.  APPENDED (OPEN EXTEND),
      *   NEVER REWRITTEN - agystmt BUILDS THE MONTHLY COMMISSION
      *   STATEMENT FROM IT.
      *
      *   AGC-AGENCY        PIC X(04)     AGENCY CODE.
      *   AGC-DOC           PIC X(14)     TAX DOCUMENT.
      *   AGC-PAY-DATE      PIC X(08)     DATE THE AGENCY COLLECTED.
      *   AGC-COLLECTED     PIC 9(11)V99  AMOUNT APPLIED.
      *   AGC-RATE          PIC 9(03)V99  COMMISSION PERCENT USED.
      *   AGC-COMMISSION    PIC 9(11)V99  COMMISSION EARNED.
      *   AGC-POST-DATE     PIC X(08)     DATE agyremit POSTED IT.
      *   AGC-RUN-ID        PIC 9(07)     agyremit RUN ID.
      *----------------------------------------------------------------
       01  AGY-COMM-REC.
           05  AGC-AGENCY          PIC X(04).
           05  FILLER              PIC X(01).
           05  AGC-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  AGC-PAY-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  AGC-COLLECTED       PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  AGC-RATE            PIC 9(03)V99.
           05  FILLER              PIC X(01).
           05  AGC-COMMISSION      PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  AGC-POST-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  AGC-RUN-ID          PIC 9(07).
