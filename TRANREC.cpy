      * SHARED DAILY-TRANSACTION RECORD LAYOUT. ONE TRANSACTION PER
      * RECORD. TRN-TYPE IS D (DEPOSIT), W (WITHDRAWAL), O (OPEN NEW
      * ACCOUNT), C (CLOSE ACCOUNT), A (APPROVED BALANCE
      * ADJUSTMENT) OR R (REVERSAL OF AN EARLIER POSTING).
      * TRN-AMOUNT USES THE SAME EXTERNAL EDITED FORMAT AS
      * PRT-BALANCE SO BOTH ARE PARSED WITH NUMVAL-C; A CLOSE AND A
      * REVERSAL CARRY NO AMOUNT. THE NAME FIELDS ARE ONLY
      * MEANINGFUL ON AN OPEN, WHERE THEY SEED THE NEW MASTER
      * RECORD. COPIED INTO TRANEDIT (THE FRONT-END EDIT), TRANPOST
      * (THE POSTING RUN) AND INTACCR (WHICH GENERATES INTEREST
      * TRANSACTIONS IN THIS LAYOUT) SO THE FIELD LAYOUT ONLY HAS TO
      * BE MAINTAINED IN ONE PLACE.
      *
      * AN ADJUSTMENT NEVER COMES FROM THE SUPPLIER: ADJFEED WRITES
      * ONE FOR EACH DUAL-CONTROL BALANCE CORRECTION APPROVED IN
      * CUSTINQ (LAYOUT IN ADJREC), WITH TRN-DIRECTION C FOR A CREDIT
      * OR D FOR A DEBIT. TRN-DIRECTION IS BLANK ON EVERY OTHER TYPE.
      *
      * A REVERSAL NAMES THE POSTING IT BACKS OUT BY ACCOUNT NUMBER
      * PLUS THAT POSTING'S TRANHIST DATE AND SEQUENCE (TRH-POST-DATE
      * AND TRH-SEQ) IN TRN-REF-DATE AND TRN-REF-SEQ; THE AMOUNT
      * BACKED OUT IS ALWAYS THE ORIGINAL'S. BOTH FIELDS ARE UNUSED
      * ON EVERY OTHER TYPE.
      *
      * TRN-SOURCE IS I ON THE INTEREST CREDITS INTACCR GENERATES
      * AND BLANK ON EVERYTHING ELSE. TRANPOST CARRIES IT INTO THE
      * HISTORY RECORD SO DORMRPT CAN TELL A BANK-GENERATED CREDIT
      * FROM A CUSTOMER'S OWN DEPOSIT.
       01  TRN-TRAN-REC.
           05  TRN-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  TRN-TYPE           PIC X(1)   VALUE SPACES.
           05  TRN-AMOUNT         PIC X(12)  VALUE SPACES.
           05  TRN-FIRST-NAME     PIC X(10)  VALUE SPACES.
           05  TRN-LAST-NAME      PIC X(21)  VALUE SPACES.
           05  TRN-DIRECTION      PIC X(1)   VALUE SPACES.
           05  TRN-REF-DATE       PIC 9(8)   VALUE ZEROS.
           05  TRN-REF-SEQ        PIC 9(9)   VALUE ZEROS.
           05  TRN-SOURCE         PIC X(1)   VALUE SPACES.
           05  FILLER             PIC X(7)   VALUE SPACES.
