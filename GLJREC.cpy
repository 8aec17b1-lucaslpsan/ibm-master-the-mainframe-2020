      * GENERAL-LEDGER JOURNAL LINE, WRITTEN BY GLJRNL AS ITS OWN
      * GENERATION EACH POSTING DAY FOR THE LEDGER'S INBOUND
      * INTERFACE. EVERY CATEGORY AND CURRENCY POSTED ON THE DAY
      * PRODUCES ONE DEBIT LINE (GLJ-DR-CR D) AND ONE CREDIT LINE
      * (C) FOR THE SAME AMOUNT, SO THE FILE BALANCES BY CURRENCY.
      * GLJ-AMOUNT IS IN GLJ-CCY; GLJ-CATEGORY IS THE GLMAP CATEGORY
      * THE LINE CAME FROM AND GLJ-DESC ITS MAPPING DESCRIPTION.
      * GLJ-LINE-NO RUNS FROM 1 WITHIN THE POSTING DAY.
       01  GLJ-REC.
           05  GLJ-POST-DATE      PIC 9(8)      VALUE ZEROS.
           05  GLJ-LINE-NO        PIC 9(5)      VALUE ZEROS.
           05  GLJ-GL-ACCT        PIC X(12)     VALUE SPACES.
           05  GLJ-CCY            PIC X(3)      VALUE SPACES.
           05  GLJ-DR-CR          PIC X(1)      VALUE SPACES.
           05  GLJ-AMOUNT         PIC 9(11)V99  VALUE ZEROS.
           05  GLJ-CATEGORY       PIC X(3)      VALUE SPACES.
           05  GLJ-DESC           PIC X(30)     VALUE SPACES.
           05  FILLER             PIC X(5)      VALUE SPACES.
