      *----------------------------------------------------------------
      * SECVIOL - SECURITY VIOLATION LOG.  ONE LINE PER SIGN-ON OR
      *   ACTION operator_auth REFUSED, APPENDED AS IT HAPPENS (OPEN
      *   EXTEND) AND NEVER REWRITTEN.  READ BY secrpt FOR THE WEEKLY
      *   ACTIVITY AND VIOLATION REPORT.
      *
      *   SV-TIMESTAMP      PIC X(21)     WHEN, FROM CURRENT-DATE.
      *   SV-PROGRAM        PIC X(10)     PROGRAM THE ATTEMPT WAS MADE
      *                                   IN.
      *   SV-INITIALS       PIC X(03)     INITIALS ENTERED.
      *   SV-ACTION         PIC X(06)     SIGNON OR THE ACTION REFUSED.
      *   SV-DOC            PIC X(14)     DOCUMENT ACTED ON, IF ANY.
      *   SV-AMOUNT         PIC 9(11)V99  AMOUNT ACTED ON, IF ANY.
      *   SV-REASON         PIC X(02)     REFUSAL CODE (operator_auth).
      *   SV-TEXT           PIC X(40)     REFUSAL IN WORDS.
      *----------------------------------------------------------------
       01  SEC-VIOLATION-REC.
           05  SV-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  SV-PROGRAM          PIC X(10).
           05  FILLER              PIC X(01).
           05  SV-INITIALS         PIC X(03).
           05  FILLER              PIC X(01).
           05  SV-ACTION           PIC X(06).
           05  FILLER              PIC X(01).
           05  SV-DOC              PIC X(14).
           05  FILLER              PIC X(01).
           05  SV-AMOUNT           PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  SV-REASON           PIC X(02).
           05  FILLER              PIC X(01).
           05  SV-TEXT             PIC X(40).
