      *----------------------------------------------------------------
      * INTEXCP - REFERENTIAL INTEGRITY EXCEPTION FILE WRITTEN BY THE
      *   WEEKLY intchk RUN.  ONE LINE PER BROKEN RULE PER DOCUMENT,
      *   REWRITTEN EVERY RUN - THE DESK WORKS THE D LINES.
      *
      *   IEX-RUN-DATE   PIC X(08)  DATE OF THE intchk RUN, YYYYMMDD.
      *   IEX-RULE       PIC X(04)  RULE BROKEN - SEE THE RULE TABLE
      *                             IN intchk: AG01-AG04 AGREEMNT,
      *                             DS01-DS02 DISPUTE, WC01-WC04
      *                             WROCAND, WO01-WO02 WROFF, OI01-OI02
      *                             OPENITEM, DH01 DUNHIST, DQ01
      *                             DELQHIST, CM01 CUSTMAST, CO01
      *                             COMPMAST.
      *   IEX-DOC        PIC X(14)  TAX DOCUMENT, UNPUNCTUATED DIGITS
      *                             LEFT-JUSTIFIED (A CPF HAS ITS LAST
      *                             3 POSITIONS SPACES).
      *   IEX-FILE       PIC X(08)  FILE HOLDING THE RECORD FOUND IN
      *                             ERROR.
      *   IEX-OTHER-FILE PIC X(08)  FILE IT DISAGREES WITH.
      *   IEX-ACTION     PIC X(01)  F = REPAIRED BY THIS FIX RUN,
      *                             R = REPAIRABLE - A FIX RUN WILL
      *                             REPAIR IT, D = NEEDS A DESK
      *                             DECISION.
      *   IEX-TEXT       PIC X(40)  THE RULE, IN WORDS.
      *----------------------------------------------------------------
       01  INT-EXCEPTION-REC.
           05  IEX-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  IEX-RULE            PIC X(04).
           05  FILLER              PIC X(01).
           05  IEX-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  IEX-FILE            PIC X(08).
           05  FILLER              PIC X(01).
           05  IEX-OTHER-FILE      PIC X(08).
           05  FILLER              PIC X(01).
           05  IEX-ACTION          PIC X(01).
               88  IEX-FIXED                  VALUE "F".
               88  IEX-REPAIRABLE             VALUE "R".
               88  IEX-FOR-DESK               VALUE "D".
           05  FILLER              PIC X(01).
           05  IEX-TEXT            PIC X(40).
