      * ACCOUNT HOLD RECORD, KEYED BY ACCOUNT NUMBER. ONE RECORD PER
      * ACCOUNT THAT HAS EVER BEEN HELD: AN AUTHORIZED CUSTINQ USER
      * PLACES THE HOLD (ACTION H) WHEN LEGAL OR FRAUD ORDERS THE
      * ACCOUNT FROZEN, AND RELEASES IT (ACTION R) WHEN THE ORDER IS
      * LIFTED. A RELEASE DOES NOT DELETE THE RECORD - IT IS MARKED
      * RELEASED WITH WHO AND WHEN, SO THE FILE STILL ANSWERS "WAS
      * THIS ACCOUNT FROZEN, AND BY WHOM" AFTER THE FACT. PLACING A
      * NEW HOLD ON A RELEASED ACCOUNT REUSES THE RECORD.
      *
      * TRANPOST REJECTS WITHDRAWALS AND CLOSES AGAINST AN ACCOUNT
      * WHOSE HOLD IS ACTIVE; HOLDRPT LISTS EVERY ACTIVE HOLD DAILY
      * WITH THE NUMBER OF DAYS IT HAS BEEN IN PLACE.
      *
      * HLD-STATUS IS A (ACTIVE) OR R (RELEASED). HLD-TYPE IS L
      * (LEGAL FREEZE - COURT ORDER OR LEVY), F (FRAUD HOLD) OR O
      * (ANY OTHER COMPLIANCE HOLD). THE RELEASE FIELDS ARE
      * SPACES/ZEROS WHILE THE HOLD IS ACTIVE.
       01  HLD-REC.
           05  HLD-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  HLD-STATUS         PIC X(1)   VALUE SPACES.
           05  HLD-TYPE           PIC X(1)   VALUE SPACES.
           05  HLD-REASON         PIC X(30)  VALUE SPACES.
           05  HLD-PLACED-BY      PIC X(8)   VALUE SPACES.
           05  HLD-PLACED-DATE    PIC 9(8)   VALUE ZEROS.
           05  HLD-RELEASED-BY    PIC X(8)   VALUE SPACES.
           05  HLD-RELEASED-DATE  PIC 9(8)   VALUE ZEROS.
           05  FILLER             PIC X(6)   VALUE SPACES.
