      * PENDING BALANCE-CORRECTION RECORD, KEYED BY ACCOUNT NUMBER.
      * A BALANCE CORRECTION KEYED IN CUSTINQ NO LONGER TOUCHES THE
      * MASTER: IT IS WRITTEN HERE AS A PENDING ADJUSTMENT - THE
      * DIFFERENCE BETWEEN THE BALANCE ON FILE AND THE BALANCE KEYED,
      * WITH ITS DIRECTION - AND WAITS FOR A SECOND AUTHORIZED USER,
      * NOT THE ONE WHO REQUESTED IT, TO APPROVE IT (CUSTINQ ACTION
      * A) OR REJECT IT (ACTION X). ADJFEED TURNS EVERY APPROVED
      * ADJUSTMENT INTO A TYPE 'A' TRANSACTION FOR THE NEXT TRANPOST
      * RUN, WHICH POSTS IT LIKE ANY OTHER MOVEMENT (AUDIT, HISTORY,
      * STATEMENTS, POSTING TOTALS) AND MARKS THE RECORD POSTED.
      *
      * ONE CORRECTION PER ACCOUNT MAY BE IN FLIGHT AT A TIME. ONCE
      * IT IS POSTED OR REJECTED THE NEXT CORRECTION FOR THE ACCOUNT
      * REUSES THE RECORD; THE CUSTAUDT LOG AND THE POSTED HISTORY
      * KEEP THE TRAIL OF EARLIER ONES.
      *
      * ADJ-STATUS IS P (PENDING APPROVAL), A (APPROVED, AWAITING
      * POSTING), D (POSTED) OR X (REJECTED). ADJ-DIRECTION IS C
      * (CREDIT - THE BALANCE GOES UP) OR D (DEBIT - IT GOES DOWN).
      * ADJ-NEW-BALANCE IS THE BALANCE THE REQUESTER KEYED; ADJ-
      * AMOUNT IS THE MOVEMENT THAT TOOK THE BALANCE THEN ON FILE TO
      * IT, AND IS WHAT POSTS - SO TRANSACTIONS POSTED BETWEEN THE
      * REQUEST AND THE POSTING RUN ARE NOT UNDONE. ADJ-APPR-BY AND
      * ADJ-APPR-DATE RECORD WHO APPROVED OR REJECTED IT.
       01  ADJ-REC.
           05  ADJ-ACCT-NO        PIC X(10)   VALUE SPACES.
           05  ADJ-STATUS         PIC X(1)    VALUE SPACES.
           05  ADJ-DIRECTION      PIC X(1)    VALUE SPACES.
           05  ADJ-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
           05  ADJ-NEW-BALANCE    PIC 9(9)V99 VALUE ZEROS.
           05  ADJ-REQ-BY         PIC X(8)    VALUE SPACES.
           05  ADJ-REQ-DATE       PIC 9(8)    VALUE ZEROS.
           05  ADJ-APPR-BY        PIC X(8)    VALUE SPACES.
           05  ADJ-APPR-DATE      PIC 9(8)    VALUE ZEROS.
           05  ADJ-POST-DATE      PIC 9(8)    VALUE ZEROS.
           05  FILLER             PIC X(6)    VALUE SPACES.
