      *                                       COVER THE RUN
      *                                DSP  = OPEN DISPUTE, ACCRUAL
      *                                       HELD
      *                                PRT  = PARTITION MERGE DID NOT
      *                                       BALANCE
      *                                AGY  = PLACED WITH AN AGENCY,
      *                                       ACCRUAL HELD
      *                                PRS  = DEBT PRESCRIBED, NOT
      *                                       PRICED
      *   EXCP-DOC        PIC X(14)  TAX DOCUMENT THE EVENT BELONGS
      *                              TO; SPACES FOR A RUN-LEVEL EVENT.
      *   EXCP-DETAIL     PIC X(40)  FREE-TEXT DETAIL.
