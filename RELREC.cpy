      * ACCOUNT-TO-RELATIONSHIP LINK RECORD, KEYED BY ACCOUNT NUMBER.
      * ONE RECORD PER ACCOUNT THAT BELONGS TO A CUSTOMER/HOUSEHOLD
      * RELATIONSHIP; AN ACCOUNT WITH NO RECORD STANDS ON ITS OWN.
      * EVERY ACCOUNT SHARING A REL-ID IS ONE RELATIONSHIP: TOPTIERS
      * TIERS THE MEMBERS ON THEIR COMBINED BASE-CURRENCY BALANCE AND
      * RMASSIGN KEEPS THEM ALL WITH ONE MANAGER. AN ACCOUNT BELONGS
      * TO AT MOST ONE RELATIONSHIP, WHICH THE KEY ENFORCES.
      *
      * MAINTAINED ONLY THROUGH THE RELMAINT BATCH RUN: LINK (L)
      * WRITES OR MOVES THE RECORD, UNLINK (U) DELETES IT.
      * REL-LINK-DATE IS THE DATE THE ACCOUNT JOINED ITS CURRENT
      * RELATIONSHIP.
       01  REL-REC.
           05  REL-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  REL-ID             PIC X(10)  VALUE SPACES.
           05  REL-LINK-DATE      PIC 9(8)   VALUE ZEROS.
           05  FILLER             PIC X(52)  VALUE SPACES.
