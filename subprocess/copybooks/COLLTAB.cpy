      *----------------------------------------------------------------
      * COLLTAB - PHONE-DESK COLLECTOR TABLE.  ONE FIXED-COLUMN LINE
      *   PER COLLECTOR, KEPT BY THE DESK SUPERVISOR.  wqbuild DEALS
      *   THE MORNING WORK QUEUE OUT ACROSS THE ACTIVE COLLECTORS BY
      *   SEGMENT AND WORKLOAD, AND wqwork ONLY LETS A COLLECTOR ON
      *   THE TABLE SIGN ON TO WORK A QUEUE.
      *
      *   COL-INITIALS      PIC X(03)     OPERATOR INITIALS - THE SAME
      *                                   INITIALS THE DESK KEYS INTO
      *                                   custmaint AND agrmaint.
      *   COL-NAME          PIC X(30)     COLLECTOR NAME.
      *   COL-SEGMENT       PIC X(02)     RISK SEGMENT THE COLLECTOR
      *                                   WORKS; ** = ANY SEGMENT (A
      *                                   GENERALIST, DEALT WORK ONLY
      *                                   WHEN NO SPECIALIST HAS ROOM).
      *   COL-CAPACITY      PIC 9(03)     MOST DOCUMENTS TO DEAL THE
      *                                   COLLECTOR IN ONE MORNING;
      *                                   BLANK OR ZERO = NO LIMIT.
      *   COL-ACTIVE        PIC X(01)     Y = ON THE DESK, N = AWAY
      *                                   (DEALT NOTHING).
      *----------------------------------------------------------------
       01  COLLECTOR-REC.
           05  COL-INITIALS        PIC X(03).
           05  FILLER              PIC X(01).
           05  COL-NAME            PIC X(30).
           05  FILLER              PIC X(01).
           05  COL-SEGMENT         PIC X(02).
               88  COL-ANY-SEGMENT            VALUE "**".
           05  FILLER              PIC X(01).
           05  COL-CAPACITY        PIC X(03).
           05  FILLER              PIC X(01).
           05  COL-ACTIVE          PIC X(01).
               88  COL-ON-DESK                VALUE "Y".
