      * PCT-CLS-TOTAL IS THE SUM OF THE BALANCES REMOVED BY ACCOUNT
      * CLOSURES (THE BALANCE EACH ACCOUNT CLOSED WITH), NOT A
      * TRANSACTION-AMOUNT TOTAL - A CLOSE CARRIES NO AMOUNT.
      *
      * PCT-ADJ-CR-TOTAL AND PCT-ADJ-DR-TOTAL ARE THE APPROVED
      * BALANCE ADJUSTMENTS (TYPE A) THAT RAISED AND LOWERED
      * BALANCES, KEPT APART FROM THE SUPPLIER'S MOVEMENT SO THE
      * RECONCILIATION SHOWS CORRECTIONS AS THEIR OWN CATEGORY.
      *
      * PCT-REV-CR-TOTAL AND PCT-REV-DR-TOTAL ARE THE REVERSALS (TYPE
      * R): CR IS WITHDRAWALS BACKED OUT (MONEY PUT BACK), DR IS
      * DEPOSITS BACKED OUT (MONEY TAKEN BACK). PCT-REV-COUNT IS HOW
      * MANY REVERSALS POSTED. THE RECORD IS 160 BYTES; THE TRAILING
      * FILLER IS ROOM FOR FURTHER CATEGORIES.
      *
      * PCT-REJ-COUNT IS HOW MANY TRANSACTIONS WENT TO THE REJECT
      * FILE AND PCT-RESUMED IS Y WHEN THE RUN THAT FINISHED POSTING
      * PICKED UP FROM A CHECKPOINT, SO THE EODSIGN SIGN-OFF CAN
      * SHOW A RESTARTED POSTING DAY FOR WHAT IT WAS.
       01  PCT-REC.
           05  PCT-POST-DATE      PIC 9(8)      VALUE ZEROS.
           05  PCT-DEP-TOTAL      PIC 9(11)V99  VALUE ZEROS.
           05  PCT-OPN-TOTAL      PIC 9(11)V99  VALUE ZEROS.
           05  PCT-CLS-TOTAL      PIC 9(11)V99  VALUE ZEROS.
           05  PCT-POST-COUNT     PIC 9(9)      VALUE ZEROS.
           05  PCT-REJ-COUNT      PIC 9(9)      VALUE ZEROS.
           05  PCT-RESUMED        PIC X(1)      VALUE SPACES.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  PCT-ADJ-CR-TOTAL   PIC 9(11)V99  VALUE ZEROS.
           05  PCT-ADJ-DR-TOTAL   PIC 9(11)V99  VALUE ZEROS.
           05  PCT-REV-CR-TOTAL   PIC 9(11)V99  VALUE ZEROS.
           05  PCT-REV-DR-TOTAL   PIC 9(11)V99  VALUE ZEROS.
           05  PCT-REV-COUNT      PIC 9(9)      VALUE ZEROS.
           05  FILLER             PIC X(19)     VALUE SPACES.
