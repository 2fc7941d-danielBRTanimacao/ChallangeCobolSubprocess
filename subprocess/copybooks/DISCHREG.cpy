      *----------------------------------------------------------------
      * DISCHREG - DEBT-DISCHARGE DECLARATION REGISTER, KEYED BY
      *   REFERENCE YEAR AND DECLARATION NUMBER.  ONE RECORD PER
      *   DECLARATION dischdec HAS EVER ISSUED; NOTHING IS DELETED OR
      *   RENUMBERED.  NUMBERS RUN FROM 1 WITHIN EACH YEAR, AND A RUN
      *   FOR A YEAR ALREADY ON THE REGISTER CARRIES ON FROM ITS
      *   HIGHEST NUMBER, ISSUING ONLY TO DOCUMENTS NOT YET ON IT.  A
      *   REPRINT TAKES ITS NUMBER FROM HERE AND IS REFUSED FOR A
      *   DOCUMENT WITH NO ENTRY FOR THE YEAR.  lgpdanon REPLACES THE
      *   DOCUMENT AND NAME; lgpdexp EXPORTS THE ENTRIES.
      *
      *   DRG-YEAR           PIC X(04)     KEY - REFERENCE YEAR.
      *   DRG-NUMBER         PIC 9(05)     KEY - DECLARATION NUMBER
      *                                    WITHIN THE YEAR.
      *   DRG-DOC            PIC X(14)     TAX DOCUMENT, UNPUNCTUATED
      *                                    DIGITS LEFT-JUSTIFIED:
      *                                    11-DIGIT CPF (LAST 3
      *                                    SPACES) OR 14-DIGIT CNPJ.
      *   DRG-NAME           PIC X(30)     NAME AS DECLARED.
      *   DRG-SETTLED        PIC X(08)     DATE PAID IN FULL, YYYYMMDD.
      *   DRG-PAID           PIC 9(11)V99  PAID IN THE YEAR.
      *   DRG-ISSUED         PIC X(08)     BUSINESS DATE OF THE RUN
      *                                    THAT ISSUED IT.
      *   DRG-RUN-ID         PIC 9(07)     RUNCTL RUN THAT ISSUED IT.
      *----------------------------------------------------------------
       01  DISCH-REGISTER-REC.
           05  DRG-KEY.
               10  DRG-YEAR            PIC X(04).
               10  DRG-NUMBER          PIC 9(05).
           05  DRG-DOC             PIC X(14).
           05  DRG-NAME            PIC X(30).
           05  DRG-SETTLED         PIC X(08).
           05  DRG-PAID            PIC 9(11)V99.
           05  DRG-ISSUED          PIC X(08).
           05  DRG-RUN-ID          PIC 9(07).
