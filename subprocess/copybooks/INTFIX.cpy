      *----------------------------------------------------------------
      * INTFIX - CHANGE LOG OF THE intchk FIX RUN.  APPENDED, NEVER
      *   REWRITTEN: ONE LINE FOR EVERY RECORD A FIX RUN CHANGED OR
      *   REMOVED, SO ANY REPAIR CAN BE TRACED AND UNDONE BY HAND.
      *
      *   IFX-TIMESTAMP  PIC X(21)  WHEN THE CHANGE WAS APPLIED.
      *   IFX-RUN-ID     PIC 9(07)  RUNCTL RUN ID OF THE FIX RUN.
      *   IFX-RULE       PIC X(04)  RULE THE CHANGE REPAIRS (INTEXCP).
      *   IFX-DOC        PIC X(14)  TAX DOCUMENT.
      *   IFX-FILE       PIC X(08)  FILE CHANGED.
      *   IFX-CHANGE     PIC X(06)  STATUS = STATUS BYTE CHANGED,
      *                             DELETE = RECORD REMOVED.
      *   IFX-OLD-STATUS PIC X(01)  STATUS BEFORE THE CHANGE.
      *   IFX-NEW-STATUS PIC X(01)  STATUS AFTER; SPACE ON A DELETE.
      *   IFX-OLD-VALUE  PIC X(20)  FOR A DELETE, THE REST OF THE
      *                             REMOVED RECORD WORTH KEEPING.
      *----------------------------------------------------------------
       01  INT-FIX-REC.
           05  IFX-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  IFX-RUN-ID          PIC 9(07).
           05  FILLER              PIC X(01).
           05  IFX-RULE            PIC X(04).
           05  FILLER              PIC X(01).
           05  IFX-DOC             PIC X(14).
           05  FILLER              PIC X(01).
           05  IFX-FILE            PIC X(08).
           05  FILLER              PIC X(01).
           05  IFX-CHANGE          PIC X(06).
           05  FILLER              PIC X(01).
           05  IFX-OLD-STATUS      PIC X(01).
           05  FILLER              PIC X(01).
           05  IFX-NEW-STATUS      PIC X(01).
           05  FILLER              PIC X(01).
           05  IFX-OLD-VALUE       PIC X(20).
