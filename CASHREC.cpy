      * LARGE-CASH AND STRUCTURING REVIEW RECORD, WRITTEN BY CASHMON
      * AS ITS OWN GENERATION EACH POSTING DAY FOR COMPLIANCE. ONE
      * RECORD PER CONTRIBUTING TRANSACTION: A LARGE-ITEM CASE (CSH-
      * CASE-TYPE L) HAS ONE RECORD, A STRUCTURING CASE (S) ONE PER
      * SMALL DEPOSIT IN THE ROLLING WINDOW THAT ADDED UP PAST THE
      * LIMIT. CSH-CASE-NO TIES THE RECORDS OF A CASE TOGETHER AND
      * MATCHES THE CASE NUMBER ON THE PRINTED CASE REPORT.
      *
      * CSH-POST-DATE AND CSH-SEQ NAME THE TRANHIST POSTING, THE SAME
      * REFERENCE A REVERSAL USES. CSH-AMOUNT IS THE NATIVE AMOUNT IN
      * CSH-CCY; CSH-BASE-AMOUNT AND CSH-CASE-TOTAL ARE IN THE BASE
      * CURRENCY (USD), WHICH IS WHAT THE LIMIT IS SET IN. CSH-RM-ID
      * IS SPACES FOR AN UNASSIGNED ACCOUNT.
       01  CSH-REC.
           05  CSH-CASE-TYPE      PIC X(1)     VALUE SPACES.
           05  CSH-CASE-NO        PIC 9(5)     VALUE ZEROS.
           05  CSH-ACCT-NO        PIC X(10)    VALUE SPACES.
           05  CSH-FIRST-NAME     PIC X(10)    VALUE SPACES.
           05  CSH-LAST-NAME      PIC X(21)    VALUE SPACES.
           05  CSH-RM-ID          PIC X(8)     VALUE SPACES.
           05  CSH-CCY            PIC X(3)     VALUE SPACES.
           05  CSH-POST-DATE      PIC 9(8)     VALUE ZEROS.
           05  CSH-SEQ            PIC 9(9)     VALUE ZEROS.
           05  CSH-TYPE           PIC X(1)     VALUE SPACES.
           05  CSH-AMOUNT         PIC 9(9)V99  VALUE ZEROS.
           05  CSH-BASE-AMOUNT    PIC 9(9)V99  VALUE ZEROS.
           05  CSH-CASE-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           05  CSH-REVIEW-DATE    PIC 9(8)     VALUE ZEROS.
           05  FILLER             PIC X(1)     VALUE SPACES.
