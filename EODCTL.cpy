      * END-OF-DAY STEP CONTROL RECORD, ONE APPENDED PER RUN TO THE
      * SHARED EOD CONTROL LOG BY EACH STEP THAT HAS NO RUN LOG OF
      * ITS OWN: EXTREDIT, RATEEDIT, TRANEDIT, POSTRCN AND INTACCR.
      * EODSIGN READS IT, WITH THE TOPACCTS AND TOPTIERS RUN LOGS
      * (LAYOUT IN RUNLOG) AND THE POSTING-TOTALS AND BALANCE-
      * SNAPSHOT RECORDS, TO SIGN OFF THE BUSINESS DAY ON ONE PAGE.
      *
      * WHAT THE COUNTS AND TOTALS HOLD DEPENDS ON THE STEP:
      *   EXTREDIT  READ/ACCEPTED = DATA RECORDS ON THE EXTRACT AND
      *             PASSED TO THE LOAD, CONTROL COUNT = RECORDS PER
      *             TRAILER, ERRORS = DUPLICATE ACCOUNTS, EXPECTED/
      *             ACTUAL = BALANCE HASH PER TRAILER / ON FILE.
      *   TRANEDIT  THE SAME FOR THE DAILY TRANSACTION FILE: COUNTS
      *             AND HASHES ARE SUMMED OVER THE TRANSACTION TYPES
      *             AND ERRORS ARE DUPLICATE TRANSACTIONS.
      *   RATEEDIT  READ = RATE RECORDS, CONTROL COUNT = CURRENCIES
      *             ON THE PRIOR DAY'S FILE, ACCEPTED = CLEAN RATES
      *             STAGED, ERRORS = MALFORMED, STALE, OVER-LIMIT
      *             AND MISSING RATES. NO AMOUNT TOTALS.
      *   POSTRCN   READ = INPUTS FOUND OUT OF THREE, CONTROL COUNT
      *             = TRANSACTIONS POSTED PER PSTCTL, ERRORS = INPUTS
      *             MISSING PLUS ONE FOR AN OUT-OF-BALANCE DAY,
      *             EXPECTED/ACTUAL = THE MASTER MOVEMENT.
      *   INTACCR   READ = TIERED ACCOUNTS, CONTROL COUNT/ACCEPTED =
      *             INTEREST TRANSACTIONS GENERATED, ERRORS =
      *             ACCOUNTS WITHOUT A RATE, EXPECTED/ACTUAL = THE
      *             TRAILER HASH / THE SUM OF THE PER-TIER TOTALS.
      * ECL-RESUMED IS Y WHEN THE RUN PICKED UP FROM A CHECKPOINT
      * (NONE OF THESE STEPS CHECKPOINTS TODAY, SO THEY WRITE N).
      * ECL-VERDICT IS OK OR FAILED (THE STEP ENDED WITH RETURN CODE
      * 8 AND THE STEPS AFTER IT WERE HELD).
       01  ECL-REC.
           05  ECL-PROGRAM        PIC X(8)      VALUE SPACES.
           05  ECL-RUN-DATE       PIC 9(8)      VALUE ZEROS.
           05  ECL-RUN-TIME       PIC 9(6)      VALUE ZEROS.
           05  ECL-RECS-READ      PIC 9(9)      VALUE ZEROS.
           05  ECL-CTL-COUNT      PIC 9(9)      VALUE ZEROS.
           05  ECL-ACCEPT-COUNT   PIC 9(9)      VALUE ZEROS.
           05  ECL-ERROR-COUNT    PIC 9(9)      VALUE ZEROS.
           05  ECL-CTL-EXPECTED   PIC S9(13)V99 VALUE ZEROS.
           05  ECL-CTL-ACTUAL     PIC S9(13)V99 VALUE ZEROS.
           05  ECL-RESUMED        PIC X(1)      VALUE SPACES.
           05  ECL-VERDICT        PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(23)     VALUE SPACES.
