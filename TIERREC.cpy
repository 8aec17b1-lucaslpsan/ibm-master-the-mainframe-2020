      * AS EACH RECORD QUALIFIES, SO THE FILE COVERS THE WHOLE
      * QUALIFYING POPULATION AND NOT JUST THE CAPPED REPORT TABLES.
      * TIER-CODE IS P (PLATINUM), G (GOLD) OR S (SILVER).
      * TIER-BALANCE IS THE ACCOUNT'S OWN BASE-CURRENCY (USD)
      * AMOUNT, NOT THE NATIVE BALANCE ON THE CUSTOMER RECORD.
      *
      * AN ACCOUNT LINKED TO A CUSTOMER/HOUSEHOLD RELATIONSHIP (SEE
      * RELREC) IS TIERED ON THE COMBINED BASE BALANCE OF EVERY
      * MEMBER: TIER-REL-ID NAMES THE RELATIONSHIP, TIER-REL-BALANCE
      * IS THE COMBINED AMOUNT THE BUCKETING USED AND TIER-REL-COUNT
      * THE NUMBER OF MEMBER ACCOUNTS IN IT, SO EVERY MEMBER CARRIES
      * THE SAME TIER. FOR AN ACCOUNT IN NO RELATIONSHIP TIER-REL-ID
      * IS SPACES, TIER-REL-BALANCE EQUALS TIER-BALANCE AND
      * TIER-REL-COUNT IS 1.
       01  TIER-ACCT-REC.
           05  TIER-ACCT-NO       PIC X(10)  VALUE SPACES.
           05  TIER-CODE          PIC X(1)   VALUE SPACES.
           05  TIER-FIRST-NAME    PIC X(10)  VALUE SPACES.
           05  TIER-LAST-NAME     PIC X(21)  VALUE SPACES.
           05  TIER-BALANCE       PIC 9(9)V99 VALUE ZEROS.
           05  TIER-REL-ID        PIC X(10)  VALUE SPACES.
           05  TIER-REL-BALANCE   PIC 9(11)V99 VALUE ZEROS.
           05  TIER-REL-COUNT     PIC 9(3)   VALUE ZEROS.
           05  FILLER             PIC X(1)   VALUE SPACES.
