      *----------------------------------------------------------------
      * BOLXFER - BOLETO TRANSFER RECORD.
      *   FIXED-LENGTH 108-BYTE RECORDS, ONE CONTROL BLOCK PER FILE:
      *   AN H HEADER, THE D DETAILS, AND A T TRAILER WITH THE DETAIL
      *   COUNT AND THE FACE-AMOUNT TOTAL.  THE SAME LAYOUT SERVES
      *   BOTH DIRECTIONS - dunstmt WRITES THE BOLREM REGISTRATION
      *   (REMESSA) FILE, ONE 01 DETAIL PER BOLETO ISSUED, AND THE
      *   BANK SENDS BACK BOLRET (RETORNO) WITH ONE DETAIL PER EVENT
      *   FOR cashapp TO APPLY.
      *
      *   BLX-REC-TYPE      PIC X(01)     H = HEADER, D = DETAIL,
      *                                   T = TRAILER.
      *   DETAIL (D) -
      *   BLX-OUR-NUMBER    PIC X(11)     OUR-NUMBER, 11 DIGITS; ON
      *                                   BOLRET SPACES WHEN THE
      *                                   PAYMENT CARRIED NONE.
      *   BLX-DOC           PIC X(14)     TAX DOCUMENT - THE STATEMENT
      *                                   DOCUMENT ON BOLREM, THE
      *                                   PAYER'S DOCUMENT ON BOLRET.
      *   BLX-NAME          PIC X(30)     PAYER NAME.
      *   BLX-AMOUNT        PIC 9(11)V99  FACE AMOUNT.
      *   BLX-DUE-DATE      PIC X(08)     DUE DATE, YYYYMMDD.
      *   BLX-ISSUE-DATE    PIC X(08)     ISSUE DATE, YYYYMMDD.
      *   BLX-OCCURRENCE    PIC X(02)     BOLREM: 01 = REGISTER.
      *                                   BOLRET: 02 = REGISTRATION
      *                                   CONFIRMED, 03 = REGISTRATION
      *                                   REJECTED, 06 = PAID.
      *   BLX-PAID-AMOUNT   PIC 9(11)V99  BOLRET 06 - AMOUNT PAID.
      *   BLX-PAID-DATE     PIC X(08)     BOLRET 06 - PAYMENT DATE.
      *   HEADER (H) -
      *   BLX-HDR-DATE      PIC X(08)     FILE DATE, YYYYMMDD.
      *   BLX-HDR-BANK      PIC X(03)     BANK CODE.
      *   BLX-HDR-AGENCY    PIC X(04)     COLLECTING AGENCY.
      *   BLX-HDR-ACCOUNT   PIC X(07)     COLLECTION ACCOUNT.
      *   TRAILER (T) -
      *   BLX-TRL-COUNT     PIC 9(07)     DETAIL RECORDS IN THE FILE.
      *   BLX-TRL-AMOUNT    PIC 9(13)V99  TOTAL OF BLX-AMOUNT.
      *----------------------------------------------------------------
       01  BLX-RECORD.
           05  BLX-REC-TYPE        PIC X(01).
               88  BLX-HEADER                 VALUE "H".
               88  BLX-DETAIL                 VALUE "D".
               88  BLX-TRAILER                VALUE "T".
           05  BLX-DETAIL-DATA.
               10  BLX-OUR-NUMBER  PIC X(11).
               10  BLX-DOC         PIC X(14).
               10  BLX-NAME        PIC X(30).
               10  BLX-AMOUNT      PIC 9(11)V99.
               10  BLX-DUE-DATE    PIC X(08).
               10  BLX-ISSUE-DATE  PIC X(08).
               10  BLX-OCCURRENCE  PIC X(02).
                   88  BLX-REGISTER           VALUE "01".
                   88  BLX-CONFIRMED          VALUE "02".
                   88  BLX-REG-REJECTED       VALUE "03".
                   88  BLX-PAID               VALUE "06".
               10  BLX-PAID-AMOUNT PIC 9(11)V99.
               10  BLX-PAID-DATE   PIC X(08).
           05  BLX-HEADER-DATA REDEFINES BLX-DETAIL-DATA.
               10  BLX-HDR-DATE        PIC X(08).
               10  BLX-HDR-BANK        PIC X(03).
               10  BLX-HDR-AGENCY      PIC X(04).
               10  BLX-HDR-ACCOUNT     PIC X(07).
               10  FILLER              PIC X(85).
           05  BLX-TRAILER-DATA REDEFINES BLX-DETAIL-DATA.
               10  BLX-TRL-COUNT       PIC 9(07).
               10  BLX-TRL-AMOUNT      PIC 9(13)V99.
               10  FILLER              PIC X(85).
