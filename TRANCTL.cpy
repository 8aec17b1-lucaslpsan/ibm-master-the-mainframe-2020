      * FIELDS OF THAT TYPE'S RECORDS, TAKEN AS ZERO WHERE THE FIELD
      * IS NOT A VALID NUMBER, SO BOTH SIDES COMPUTE IT THE SAME WAY
      * EVEN WHEN THE FILE CARRIES A GARBLED AMOUNT. A CLOSE CARRIES
      * NO AMOUNT, SO ITS TYPE HAS A COUNT BUT NO HASH; THE SAME GOES
      * FOR A REVERSAL, WHOSE AMOUNT IS TAKEN FROM THE POSTING IT
      * BACKS OUT. THE REVERSAL COUNT OCCUPIES WHAT WAS TRAILER
      * FILLER, SO A TRAILER FROM A SENDER THAT HAS NEVER SENT A
      * REVERSAL MAY STILL CARRY SPACES THERE.
       01  TCT-HDR-REC.
           05  TCT-HDR-KEY        PIC X(10).
           05  TCT-HDR-FILE-ID    PIC X(8).
           05  TCT-TRL-OPN-COUNT  PIC 9(5).
           05  TCT-TRL-OPN-HASH   PIC 9(9)V99.
           05  TCT-TRL-CLS-COUNT  PIC 9(5).
           05  TCT-TRL-REV-COUNT  PIC 9(5).
           05  FILLER             PIC X(1).
