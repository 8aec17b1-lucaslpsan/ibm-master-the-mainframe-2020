      * LAST-ACTIVITY CARRY-FORWARD RECORD, IN ACCOUNT ORDER. ONE
      * RECORD PER ACCOUNT THAT HAD A CUSTOMER-INITIATED POSTING IN
      * HISTORY THAT HAS SINCE BEEN ARCHIVED OFF THE ACTIVE TRANHIST.
      * HISTARC WRITES A NEW GENERATION EACH TIME IT ARCHIVES A
      * MONTH, FOLDING THAT MONTH INTO THE PREVIOUS GENERATION, SO
      * DORMRPT CAN DATE AN ACCOUNT'S LAST ACTIVITY FROM THIS FILE
      * PLUS THE ACTIVE HISTORY WITHOUT READING EVERY ARCHIVE.
      *
      * ACTIVITY MEANS WHAT IT MEANS TO DORMRPT: A DEPOSIT,
      * WITHDRAWAL OR OPEN THAT IS NOT AN INTACCR INTEREST CREDIT
      * (SOURCE I) AND WAS NOT LATER REVERSED. ACT-LAST-DATE IS THE
      * LATEST SUCH POSTING DATE IN THE ARCHIVED MONTHS.
      * ACT-ARCH-MONTH IS THE LAST MONTH (YYYYMM) ARCHIVED WHEN THE
      * GENERATION WAS WRITTEN - EVERY RECORD IN A GENERATION
      * CARRIES THE SAME ONE, AND THE FILE IS COMPLETE THROUGH IT.
       01  ACT-REC.
           05  ACT-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  ACT-LAST-DATE      PIC 9(8)   VALUE ZEROS.
           05  ACT-ARCH-MONTH     PIC 9(6)   VALUE ZEROS.
           05  FILLER             PIC X(56)  VALUE SPACES.
