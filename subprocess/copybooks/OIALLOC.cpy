      *----------------------------------------------------------------
      * OIALLOC - PAYMENT ALLOCATION HISTORY.  ONE LINE PER PIECE OF A
      *   PAYMENT cashapp (OR agyremit, FOR A COLLECTION AGENCY'S
      *   REMITTANCE) LAYS AGAINST A CHARGE ON OIDETAIL (OLDEST
      *   CHARGE FIRST), PLUS ONE FOR ANY EXCESS LEFT OVER AS A CREDIT
      *   AND ONE WHEN A LATER CHARGE TAKES UP THAT CREDIT.  APPENDED
      *   NIGHTLY (OPEN EXTEND), NEVER REWRITTEN - IT IS THE RECORD OF
      *   WHICH PAYMENT CLEARED WHICH CHARGE.
      *
      *   OIA-PAY-DATE      PIC X(08)     PAYMENT DATE.
      *   OIA-DOC           PIC X(14)     TAX DOCUMENT.
      *   OIA-CHARGE-DATE   PIC X(08)     OIDETAIL KEY OF THE CHARGE
      *   OIA-RUN-ID        PIC 9(07)     (DATE, RUN ID, SEQUENCE);
      *   OIA-SEQ           PIC 9(07)     SPACES/ZERO ON X AND U.
      *   OIA-APPLIED       PIC 9(11)V99  AMOUNT LAID AGAINST THE
      *                                   CHARGE (OR LEFT AS CREDIT).
      *   OIA-OPEN-AFTER    PIC 9(11)V99  CHARGE STILL OPEN AFTER IT.
      *   OIA-TYPE          PIC X(01)     C = CHARGE CLEARED IN FULL,
      *                                   A = PART ALLOCATION,
      *                                   X = EXCESS LEFT AS CREDIT,
      *                                   K = CREDIT TAKEN UP BY A NEW
      *                                   CHARGE, U = LAID AGAINST
      *                                   BALANCE CHARGED BEFORE
      *                                   OIDETAIL EXISTED (NO CHARGE
      *                                   KEY).
      *   OIA-SOURCE        PIC X(01)     P = PAYIN, B = BOLRET BY OUR-
      *                                   NUMBER, R = BOLRET BY
      *                                   DOCUMENT, K = CREDIT ON FILE,
      *                                   G = AGENCY REMITTANCE.
      *   OIA-POST-DATE     PIC X(08)     DATE cashapp OR agyremit
      *                                   POSTED IT.
      *----------------------------------------------------------------
       01  OI-ALLOC-REC.
           05  OIA-PAY-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  OIA-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  OIA-CHARGE-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  OIA-RUN-ID          PIC 9(07).
           05  FILLER              PIC X(01).
           05  OIA-SEQ             PIC 9(07).
           05  FILLER              PIC X(01).
           05  OIA-APPLIED         PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  OIA-OPEN-AFTER      PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  OIA-TYPE            PIC X(01).
               88  OIA-CLEARED                VALUE "C".
               88  OIA-PARTIAL                VALUE "A".
               88  OIA-EXCESS                 VALUE "X".
               88  OIA-CREDIT-TAKEN           VALUE "K".
               88  OIA-UNTRACKED              VALUE "U".
           05  FILLER              PIC X(01).
           05  OIA-SOURCE          PIC X(01).
           05  FILLER              PIC X(01).
           05  OIA-POST-DATE       PIC X(08).
