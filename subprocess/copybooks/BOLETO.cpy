      *----------------------------------------------------------------
      * BOLETO - BANK-SLIP (BOLETO) REGISTER, KEYED BY OUR-NUMBER.
      *   ONE RECORD PER BOLETO dunstmt ISSUES WITH A PRINTED
      *   STATEMENT AND SENDS TO THE BANK ON THE BOLREM REGISTRATION
      *   (REMESSA) FILE.  cashapp READS THE BANK'S BOLRET RETURN
      *   (RETORNO) FILE AGAINST IT, SO A PAYMENT CARRYING AN OUR-
      *   NUMBER LANDS ON THE EXACT STATEMENT AND DOCUMENT IT WAS
      *   ISSUED FOR, WHOEVER PAID IT.  bolexp MARKS AND LISTS THE
      *   BOLETOS THAT PASS THEIR DUE DATE UNPAID FOR THE DESK TO
      *   REISSUE.
      *
      *   BOL-OUR-NUMBER    PIC 9(11)     KEY - OUR-NUMBER (NOSSO
      *                                   NUMERO), ALLOCATED IN
      *                                   SEQUENCE OFF BOLCTL.
      *   BOL-DOC           PIC X(14)     TAX DOCUMENT THE STATEMENT
      *                                   WAS PRINTED FOR.
      *   BOL-AMOUNT        PIC 9(11)V99  FACE AMOUNT - THE STATEMENT
      *                                   TOTAL DUE.
      *   BOL-ISSUE-DATE    PIC X(08)     STATEMENT DATE, YYYYMMDD.
      *   BOL-DUE-DATE      PIC X(08)     DUE DATE, YYYYMMDD - THE
      *                                   REMITTANCE DEADLINE THE
      *                                   STATEMENT WORDING GIVES.
      *   BOL-STATUS        PIC X(01)     R = REGISTERED, AWAITING
      *                                   PAYMENT; P = PAID; X =
      *                                   EXPIRED UNPAID (LISTED BY
      *                                   bolexp); J = REGISTRATION
      *                                   REJECTED BY THE BANK.
      *   BOL-PAID-DATE     PIC X(08)     PAYMENT DATE OFF BOLRET.
      *   BOL-PAID-AMOUNT   PIC 9(11)V99  AMOUNT THE BANK COLLECTED.
      *   BOL-DIGITABLE     PIC X(47)     THE 47-DIGIT DIGITABLE LINE
      *                                   PRINTED ON THE STATEMENT.
      *----------------------------------------------------------------
       01  BOLETO-REC.
           05  BOL-OUR-NUMBER      PIC 9(11).
           05  BOL-DOC             PIC X(14).
           05  BOL-AMOUNT          PIC 9(11)V99.
           05  BOL-ISSUE-DATE      PIC X(08).
           05  BOL-DUE-DATE        PIC X(08).
           05  BOL-STATUS          PIC X(01).
               88  BOL-REGISTERED             VALUE "R".
               88  BOL-PAID                   VALUE "P".
               88  BOL-EXPIRED                VALUE "X".
               88  BOL-REJECTED               VALUE "J".
           05  BOL-PAID-DATE       PIC X(08).
           05  BOL-PAID-AMOUNT     PIC 9(11)V99.
           05  BOL-DIGITABLE       PIC X(47).
