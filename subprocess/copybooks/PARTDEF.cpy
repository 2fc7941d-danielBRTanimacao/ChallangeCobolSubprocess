      *----------------------------------------------------------------
      * PARTDEF - DOCUMENT RANGES FOR THE PARTITIONED backUrubuBatch
      *   RUN, ONE LINE PER PARTITION, KEPT BY OPERATIONS AS A TEXT
      *   FILE.  THE NUMBER OF LINES IS THE NUMBER OF PARTITIONS.
      *   PARTITIONS ARE NUMBERED 01 UP IN ORDER AND THEIR RANGES MUST
      *   ASCEND WITHOUT OVERLAPPING; EVERY ACCTIN DOCUMENT HAS TO FALL
      *   IN ONE OF THEM OR THE RUN IS NOT STARTED.  SPLITTING BY
      *   DOCUMENT KEEPS EVERY OCCURRENCE OF A DOCUMENT IN THE SAME
      *   PARTITION, SO DUPLICATES ARE STILL CAUGHT.
      *
      *   PTD-PART          COLS 1-2    PARTITION NUMBER 01-20.
      *   PTD-LOW-DOC       COLS 4-17   LOWEST DOCUMENT IN THE
      *                                 PARTITION; BLANK = FROM THE
      *                                 LOWEST THERE IS.
      *   PTD-HIGH-DOC      COLS 19-32  HIGHEST DOCUMENT IN THE
      *                                 PARTITION; BLANK = TO THE
      *                                 HIGHEST THERE IS.
      *----------------------------------------------------------------
       01  PART-DEF-REC.
           05  PTD-PART            PIC X(02).
           05  FILLER              PIC X(01).
           05  PTD-LOW-DOC         PIC X(14).
           05  FILLER              PIC X(01).
           05  PTD-HIGH-DOC        PIC X(14).
