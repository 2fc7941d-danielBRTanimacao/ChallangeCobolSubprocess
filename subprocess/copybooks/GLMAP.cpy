      *----------------------------------------------------------------
      * GLMAP - GENERAL-LEDGER ACCOUNT MAP, KEYED BY TRANSACTION TYPE
      *   PLUS ENTITY TYPE.  ONE RECORD PER KIND OF MONEY MOVEMENT PER
      *   KIND OF DEBTOR, GIVING THE ACCOUNT DEBITED AND THE ACCOUNT
      *   CREDITED WHEN gljrnl TURNS THE MOVEMENT INTO A JOURNAL
      *   ENTRY.  LOADED AND CORRECTED FROM THE GLMTRAN STAGING FILE
      *   BY glmapmnt, SO A CHART-OF-ACCOUNTS CHANGE IS A DATA CHANGE,
      *   NOT A PROGRAM CHANGE.
      *
      *   GLM-TXN-TYPE      PIC X(03)     KEY - MOVEMENT -
      *                                   FEE = FEE CHARGED (FEEIFACE),
      *                                   REV = FEE REVERSED (REVERSAL),
      *                                   PAY = PAYMENT LAID AGAINST
      *                                         CHARGES (OIALLOC C/A/U),
      *                                   PEX = OVERPAYMENT HELD AS A
      *                                         CREDIT (OIALLOC X),
      *                                   PCR = HELD CREDIT TAKEN BY A
      *                                         NEW CHARGE (OIALLOC K),
      *                                   WRO = POSITION WRITTEN OFF
      *                                         (WROJRNL).
      *   GLM-ENTITY        PIC X(01)     KEY - F = INDIVIDUAL (CPF),
      *                                   J = COMPANY (CNPJ).
      *   GLM-DEBIT-ACCT    PIC X(10)     GL ACCOUNT DEBITED.
      *   GLM-CREDIT-ACCT   PIC X(10)     GL ACCOUNT CREDITED.
      *   GLM-DESC          PIC X(30)     DESCRIPTION FOR THE REPORTS.
      *   GLM-CHANGED-DATE  PIC X(08)     DATE LAST LOADED, YYYYMMDD.
      *----------------------------------------------------------------
       01  GL-MAP-REC.
           05  GLM-KEY.
               10  GLM-TXN-TYPE    PIC X(03).
               10  GLM-ENTITY      PIC X(01).
                   88  GLM-INDIVIDUAL         VALUE "F".
                   88  GLM-COMPANY            VALUE "J".
           05  GLM-DEBIT-ACCT      PIC X(10).
           05  GLM-CREDIT-ACCT     PIC X(10).
           05  GLM-DESC            PIC X(30).
           05  GLM-CHANGED-DATE    PIC X(08).
