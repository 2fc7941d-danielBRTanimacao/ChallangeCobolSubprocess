      *----------------------------------------------------------------
      * WROCAND - WRITE-OFF CANDIDATE FILE, KEYED BY DOCUMENT.
      *   ONE RECORD PER DOCUMENT THE NIGHTLY wrocand EXTRACT PUT IN
      *   FRONT OF THE DESK: WHY (A 91+ STREAK, OR A DEBT prescmon
      *   FOUND PRESCRIBED), THE STREAK AND OPEN BALANCE, THE DESK'S
      *   APPROVE/DENY DECISION (wroappr, WITH OPERATOR INITIALS), AND
      *   WHETHER THE APPROVED WRITE-OFF HAS BEEN EXECUTED BY wrorun.
      *
      *   WRO-DOC           PIC X(14)     KEY - TAX DOCUMENT,
      *                                   UNPUNCTUATED DIGITS LEFT-
      *   WRO-STATUS        PIC X(01)     P = PENDING DESK REVIEW,
      *                                   A = APPROVED, D = DENIED,
      *                                   X = EXECUTED BY wrorun.
      *   WRO-REASON        PIC X(01)     S = 91+ STREAK, P = DEBT
      *                                   PRESCRIBED - ON THE PRESCRIP
      *                                   STOP LIST.  ADDED TO THE END
      *                                   OF THE RECORD (50 TO 51
      *                                   BYTES); A FILE WRITTEN IN THE
      *                                   OLD LAYOUT MUST BE CONVERTED
      *                                   BY wroconv, WHICH CARRIES
      *                                   EVERY OLD CANDIDATE OVER
      *                                   WITH REASON S.
      *----------------------------------------------------------------
       01  WRO-CANDIDATE-REC.
           05  WRO-DOC             PIC X(14).
               88  WRO-APPROVED               VALUE "A".
               88  WRO-DENIED                 VALUE "D".
               88  WRO-EXECUTED               VALUE "X".
           05  WRO-REASON          PIC X(01).
               88  WRO-FOR-STREAK             VALUE "S" " ".
               88  WRO-FOR-PRESCRIPTION       VALUE "P".
