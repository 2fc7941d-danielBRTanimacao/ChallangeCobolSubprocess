      *----------------------------------------------------------------
      * OPERSEC - OPERATOR SECURITY MASTER, KEYED BY INITIALS.  ONE
      *   RECORD PER PERSON ALLOWED TO SIGN ON TO AN INTERACTIVE
      *   PROGRAM.  operator_auth CHECKS IT AT SIGN-ON AND BEFORE
      *   EVERY ACTION; opermnt LOADS IT FROM THE OPSTRAN STAGING
      *   FILE; secrpt READS IT FOR THE NAMES ON THE WEEKLY REPORT.
      *
      *   OPS-INITIALS      PIC X(03)     KEY - OPERATOR INITIALS AS
      *                                   STAMPED ON THE AUDIT FILES.
      *   OPS-NAME          PIC X(30)     OPERATOR NAME.
      *   OPS-ACTIVE        PIC X(01)     Y = MAY SIGN ON, N = LEFT OR
      *                                   SUSPENDED, L = LOCKED AFTER
      *                                   REPEATED WRONG PINS (RESET
      *                                   THROUGH opermnt).
      *   OPS-PIN           PIC X(06)     SIGN-ON PIN.
      *   OPS-FAIL-COUNT    PIC 9(01)     WRONG PINS SINCE THE LAST
      *                                   GOOD SIGN-ON.
      *   OPS-AUTH-LEVEL    PIC 9(01)     AUTHORITY PER FUNCTION -
      *                     OCCURS 10     0 = NO ACCESS, 1 = INQUIRY
      *                                   ONLY, 2 = UPDATE, 3 = UPDATE
      *                                   AND DELETE.  SLOTS -
      *                                   1 custmaint, 2 agrmaint,
      *                                   3 dspmaint, 4 wroappr,
      *                                   5 runrel, 6 backUrubu
      *                                   REFUND, 7 wqwork, 8-10 FREE.
      *   OPS-WRO-LIMIT     PIC 9(11)V99  LARGEST OPEN BALANCE THE
      *                                   OPERATOR MAY APPROVE FOR
      *                                   WRITE-OFF.
      *   OPS-REFUND-LIMIT  PIC 9(09)V99  LARGEST REFUND THE OPERATOR
      *                                   MAY POST.
      *   OPS-LAST-SIGNON   PIC X(08)     DATE OF THE LAST GOOD
      *                                   SIGN-ON, YYYYMMDD.
      *   OPS-CHANGED-DATE  PIC X(08)     DATE LAST LOADED, YYYYMMDD.
      *----------------------------------------------------------------
       01  OPERATOR-REC.
           05  OPS-INITIALS        PIC X(03).
           05  OPS-NAME            PIC X(30).
           05  OPS-ACTIVE          PIC X(01).
               88  OPS-IS-ACTIVE              VALUE "Y".
               88  OPS-IS-INACTIVE            VALUE "N".
               88  OPS-IS-LOCKED              VALUE "L".
           05  OPS-PIN             PIC X(06).
           05  OPS-FAIL-COUNT      PIC 9(01).
           05  OPS-AUTHORITY.
               10  OPS-AUTH-LEVEL  PIC 9(01) OCCURS 10 TIMES.
           05  OPS-AUTHORITY-BY-NAME REDEFINES OPS-AUTHORITY.
               10  OPS-AUTH-CUSTMAINT  PIC 9(01).
               10  OPS-AUTH-AGRMAINT   PIC 9(01).
               10  OPS-AUTH-DSPMAINT   PIC 9(01).
               10  OPS-AUTH-WROAPPR    PIC 9(01).
               10  OPS-AUTH-RUNREL     PIC 9(01).
               10  OPS-AUTH-REFUND     PIC 9(01).
               10  OPS-AUTH-WQWORK     PIC 9(01).
               10  FILLER              PIC X(03).
           05  OPS-WRO-LIMIT       PIC 9(11)V99.
           05  OPS-REFUND-LIMIT    PIC 9(09)V99.
           05  OPS-LAST-SIGNON     PIC X(08).
           05  OPS-CHANGED-DATE    PIC X(08).
