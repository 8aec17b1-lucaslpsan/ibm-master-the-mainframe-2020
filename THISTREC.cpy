      * DAY'S MOVEMENT IN THE ORDER IT WAS ACTUALLY APPLIED.
      * TRH-AMOUNT IS ZERO ON A CLOSE (A CLOSE CARRIES NO AMOUNT);
      * TRH-NEW-BALANCE IS THE MASTER BALANCE AFTER POSTING, OR THE
      * BALANCE THE ACCOUNT CLOSED WITH ON A CLOSE. TRH-DIRECTION IS
      * SET ONLY ON AN ADJUSTMENT (TYPE A) OR A REVERSAL (TYPE R): C
      * WHEN IT RAISED THE BALANCE, D WHEN IT LOWERED IT.
      *
      * TRH-LINK TIES A REVERSAL TO THE POSTING IT BACKED OUT. ON THE
      * REVERSAL'S OWN RECORD IT IS R AND TRH-LINK-DATE/TRH-LINK-SEQ
      * NAME THE ORIGINAL; ON THE ORIGINAL, ONCE REVERSED, IT IS X
      * AND THE SAME FIELDS NAME THE REVERSAL. BLANK (AND THE LINK
      * FIELDS NOT NUMERIC ON RECORDS WRITTEN BEFORE THEY EXISTED)
      * EVERYWHERE ELSE - TEST TRH-LINK BEFORE USING THEM.
      *
      * TRH-SOURCE IS THE TRN-SOURCE OF THE TRANSACTION POSTED: I
      * FOR AN INTACCR INTEREST CREDIT, BLANK OTHERWISE. DORMRPT
      * DOES NOT COUNT AN INTEREST CREDIT AS CUSTOMER ACTIVITY.
      *
      * TRH-CCY IS THE ACCOUNT'S CURRENCY CODE AS IT STOOD ON THE
      * MASTER WHEN THE TRANSACTION POSTED - BLANK MEANS USD, THE
      * SAME CONVENTION AS PRT-CURRENCY-CODE, AND IT IS BLANK ON
      * RECORDS WRITTEN BEFORE IT EXISTED. IT TRAVELS WITH THE
      * POSTING BECAUSE A CLOSED ACCOUNT IS GONE FROM THE MASTER BY
      * THE TIME GLJRNL BUILDS THE DAY'S LEDGER JOURNAL.
       01  TRH-REC.
           05  TRH-ACCT-NO        PIC X(10)   VALUE SPACES.
           05  TRH-POST-DATE      PIC 9(8)    VALUE ZEROS.
           05  TRH-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
           05  TRH-NEW-BALANCE    PIC 9(9)V99 VALUE ZEROS.
           05  TRH-SEQ            PIC 9(9)    VALUE ZEROS.
           05  TRH-DIRECTION      PIC X(1)    VALUE SPACES.
           05  TRH-LINK           PIC X(1)    VALUE SPACES.
           05  TRH-LINK-DATE      PIC 9(8)    VALUE ZEROS.
           05  TRH-LINK-SEQ       PIC 9(9)    VALUE ZEROS.
           05  TRH-SOURCE         PIC X(1)    VALUE SPACES.
           05  TRH-CCY            PIC X(3)    VALUE SPACES.
           05  FILLER             PIC X(7)    VALUE SPACES.
