      * UNCLAIMED-PROPERTY (ESCHEATMENT) CANDIDATE RECORD, ONE PER
      * ACCOUNT WHOSE LAST CUSTOMER-INITIATED POSTING IS OLDER THAN
      * THE ESCHEATMENT CUT-OFF, WRITTEN BY DORMRPT AS ITS OWN
      * GENERATION EACH MONTH FOR THE STATE FILING. ESC-BALANCE IS
      * THE NATIVE MASTER BALANCE IN ESC-CCY (USD WHERE THE MASTER
      * LEAVES THE CODE BLANK); IT IS ZERO WHERE THE MASTER FIELD
      * WILL NOT PARSE, AND THE REPORT COUNTS THOSE. ESC-LAST-ACTIVE
      * IS THE POSTING DATE OF THE LAST DEPOSIT, WITHDRAWAL OR OPEN
      * THE CUSTOMER MADE - INTEREST CREDITS AND POSTINGS SINCE
      * REVERSED DO NOT COUNT. ESC-TIER AND ESC-RM-ID COME FROM THE
      * ASSIGNKS ASSIGNMENT AND ARE SPACES FOR AN UNASSIGNED ACCOUNT.
       01  ESC-REC.
           05  ESC-ACCT-NO        PIC X(10)   VALUE SPACES.
           05  ESC-FIRST-NAME     PIC X(10)   VALUE SPACES.
           05  ESC-LAST-NAME      PIC X(21)   VALUE SPACES.
           05  ESC-BALANCE        PIC 9(9)V99 VALUE ZEROS.
           05  ESC-CCY            PIC X(3)    VALUE SPACES.
           05  ESC-LAST-ACTIVE    PIC 9(8)    VALUE ZEROS.
           05  ESC-TIER           PIC X(1)    VALUE SPACES.
           05  ESC-RM-ID          PIC X(8)    VALUE SPACES.
           05  ESC-RUN-DATE       PIC 9(8)    VALUE ZEROS.
