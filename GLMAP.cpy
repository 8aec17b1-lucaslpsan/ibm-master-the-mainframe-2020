      * GENERAL-LEDGER MAPPING RECORD, ONE PER POSTING CATEGORY AND
      * CURRENCY. FINANCE MAINTAINS THE FILE AS AN ORDINARY CARD-
      * IMAGE DATASET SO A NEW CURRENCY OR A CHANGED CHART OF
      * ACCOUNTS NEEDS NO PROGRAM CHANGE. GLJRNL LOADS IT AND BOOKS
      * EACH CATEGORY'S DAILY TOTAL AS ONE DEBIT TO GLM-DR-ACCT AND
      * ONE CREDIT TO GLM-CR-ACCT. GLM-CATEGORY IS ONE OF:
      *
      *   DEP - CUSTOMER DEPOSITS          INT - INTEREST CREDITED
      *   WDR - CUSTOMER WITHDRAWALS       OPN - OPENING BALANCES
      *   CLS - BALANCES PAID OUT ON CLOSE
      *   ADC - CREDIT ADJUSTMENTS         ADD - DEBIT ADJUSTMENTS
      *   RVC - WITHDRAWALS REVERSED       RVD - DEPOSITS REVERSED
      *
      * GLM-CCY IS THE ACCOUNT CURRENCY (USD FOR AN ACCOUNT WITH NO
      * CODE ON THE MASTER) OR *** FOR A CATCH-ALL ROW THAT APPLIES
      * TO ANY CURRENCY WITHOUT A ROW OF ITS OWN. GLM-DESC IS
      * CARRIED ONTO THE JOURNAL LINES. CARDS WITH AN ASTERISK IN
      * COLUMN 1 ARE COMMENTS.
       01  GLM-REC.
           05  GLM-CATEGORY       PIC X(3)    VALUE SPACES.
           05  FILLER             PIC X(1)    VALUE SPACES.
           05  GLM-CCY            PIC X(3)    VALUE SPACES.
           05  FILLER             PIC X(1)    VALUE SPACES.
           05  GLM-DR-ACCT        PIC X(12)   VALUE SPACES.
           05  FILLER             PIC X(1)    VALUE SPACES.
           05  GLM-CR-ACCT        PIC X(12)   VALUE SPACES.
           05  FILLER             PIC X(1)    VALUE SPACES.
           05  GLM-DESC           PIC X(30)   VALUE SPACES.
           05  FILLER             PIC X(16)   VALUE SPACES.
