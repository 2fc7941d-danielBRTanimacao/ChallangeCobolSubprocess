      *----------------------------------------------------------------
      * AGYTAB - COLLECTION AGENCY TABLE.  ONE FIXED-COLUMN LINE PER
      *   OUTSIDE AGENCY WE PLACE DEBT WITH, KEPT BY THE DESK
      *   SUPERVISOR.  agyplace DEALS NEW PLACEMENTS ACROSS THE ACTIVE
      *   AGENCIES, agyrecall TAKES BACK WHAT HAS BEEN OUT LONGER
      *   THAN THE AGENCY'S TERM, AND agyremit PAYS THE AGENCY ITS
      *   COMMISSION RATE ON WHAT IT COLLECTS.
      *
      *   AGT-CODE          PIC X(04)     AGENCY CODE - ALSO NAMES THE
      *                                   AGENCY'S EXTRACT (AGYEXcccc)
      *                                   AND REMITTANCE (AGYRMcccc)
      *                                   FILES.
      *   AGT-NAME          PIC X(30)     AGENCY NAME.
      *   AGT-RATE          PIC X(05)     COMMISSION, PERCENT OF THE
      *                                   AMOUNT COLLECTED, 999V99
      *                                   IMPLIED DECIMAL (01500 =
      *                                   15.00%).
      *   AGT-MAX-DAYS      PIC X(03)     DAYS A PLACEMENT STAYS WITH
      *                                   THE AGENCY BEFORE agyrecall
      *                                   TAKES IT BACK; BLANK OR
      *                                   ZERO = 180.
      *   AGT-ACTIVE        PIC X(01)     Y = TAKING NEW PLACEMENTS,
      *                                   N = NOT (ITS OPEN PLACEMENTS
      *                                   STAY WITH IT).
      *----------------------------------------------------------------
       01  AGENCY-REC.
           05  AGT-CODE            PIC X(04).
           05  FILLER              PIC X(01).
           05  AGT-NAME            PIC X(30).
           05  FILLER              PIC X(01).
           05  AGT-RATE            PIC X(05).
           05  FILLER              PIC X(01).
           05  AGT-MAX-DAYS        PIC X(03).
           05  FILLER              PIC X(01).
           05  AGT-ACTIVE          PIC X(01).
               88  AGT-TAKING-WORK            VALUE "Y".
