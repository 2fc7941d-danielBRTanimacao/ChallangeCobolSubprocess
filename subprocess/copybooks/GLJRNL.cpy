      *----------------------------------------------------------------
      * GLJRNL - GENERAL-LEDGER JOURNAL EXTRACT RECORD.
      *   FIXED-LENGTH 80-BYTE RECORDS, ONE CONTROL BLOCK PER NIGHT:
      *   AN H HEADER, THE D JOURNAL LINES - EVERY ENTRY A DEBIT LINE
      *   FOLLOWED BY ITS CREDIT LINE FOR THE SAME AMOUNT - AND A T
      *   TRAILER WITH THE BATCH CONTROL TOTALS.  WRITTEN BY gljrnl
      *   FROM FEEIFACE, REVERSAL, OIALLOC AND WROJRNL.
      *
      *   GLJ-REC-TYPE      PIC X(01)     H = HEADER, D = DETAIL,
      *                                   T = TRAILER.
      *   DETAIL (D) -
      *   GLJ-ENTRY-NO      PIC 9(07)     ENTRY NUMBER WITHIN THE
      *                                   BATCH; BOTH LINES SHARE IT.
      *   GLJ-DC            PIC X(01)     D = DEBIT, C = CREDIT.
      *   GLJ-ACCOUNT       PIC X(10)     GL ACCOUNT (GLMAP).
      *   GLJ-AMOUNT        PIC 9(11)V99  AMOUNT, ALWAYS POSITIVE.
      *   GLJ-TXN-TYPE      PIC X(03)     MOVEMENT (SEE GLMAP).
      *   GLJ-ENTITY        PIC X(01)     F OR J.
      *   GLJ-DOC           PIC X(14)     TAX DOCUMENT.
      *   GLJ-VALUE-DATE    PIC X(08)     DATE OF THE MOVEMENT.
      *   GLJ-RUN-ID        PIC 9(07)     RUN-CONTROL ID OF THE RUN
      *                                   THAT PRODUCED IT, ZERO IF
      *                                   NONE.
      *   HEADER (H) -
      *   GLJ-HDR-DATE      PIC X(08)     JOURNAL (POSTING) DATE.
      *   GLJ-HDR-FROM      PIC X(08)     FIRST MOVEMENT DATE IN THE
      *                                   BATCH'S WINDOW.
      *   GLJ-HDR-THRU      PIC X(08)     LAST MOVEMENT DATE IN IT.
      *   TRAILER (T) -
      *   GLJ-TRL-ENTRIES   PIC 9(07)     ENTRIES IN THE BATCH.
      *   GLJ-TRL-LINES     PIC 9(07)     D RECORDS IN THE BATCH.
      *   GLJ-TRL-DEBITS    PIC 9(13)V99  TOTAL OF THE DEBIT LINES.
      *   GLJ-TRL-CREDITS   PIC 9(13)V99  TOTAL OF THE CREDIT LINES.
      *----------------------------------------------------------------
       01  GL-JOURNAL-REC.
           05  GLJ-REC-TYPE        PIC X(01).
               88  GLJ-HEADER                 VALUE "H".
               88  GLJ-DETAIL                 VALUE "D".
               88  GLJ-TRAILER                VALUE "T".
           05  GLJ-DETAIL-DATA.
               10  GLJ-ENTRY-NO    PIC 9(07).
               10  GLJ-DC          PIC X(01).
                   88  GLJ-DEBIT              VALUE "D".
                   88  GLJ-CREDIT             VALUE "C".
               10  GLJ-ACCOUNT     PIC X(10).
               10  GLJ-AMOUNT      PIC 9(11)V99.
               10  GLJ-TXN-TYPE    PIC X(03).
               10  GLJ-ENTITY      PIC X(01).
               10  GLJ-DOC         PIC X(14).
               10  GLJ-VALUE-DATE  PIC X(08).
               10  GLJ-RUN-ID      PIC 9(07).
               10  FILLER          PIC X(15).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-HDR-DATE        PIC X(08).
               10  GLJ-HDR-FROM        PIC X(08).
               10  GLJ-HDR-THRU        PIC X(08).
               10  FILLER              PIC X(55).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLJ-TRL-ENTRIES     PIC 9(07).
               10  GLJ-TRL-LINES       PIC 9(07).
               10  GLJ-TRL-DEBITS      PIC 9(13)V99.
               10  GLJ-TRL-CREDITS     PIC 9(13)V99.
               10  FILLER              PIC X(35).
