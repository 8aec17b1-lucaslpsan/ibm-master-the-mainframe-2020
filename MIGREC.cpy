      * TIER MIGRATION MATRIX CELL, WRITTEN BY TIERMIG AS ITS OWN
      * GENERATION EACH MONTH FOR THE BOARD PACK. ONE RECORD PER
      * FROM-TIER/TO-TIER CELL, EVERY CELL WRITTEN (ZERO OR NOT) SO
      * THE FILE HAS THE SAME SHAPE EVERY MONTH.
      *
      * MIG-FROM-TIER IS P/G/S/B AS AT THE PRIOR SNAPSHOT, OR N FOR
      * AN ACCOUNT NEW SINCE THEN; MIG-TO-TIER IS P/G/S/B AS AT THE
      * CURRENT SNAPSHOT, OR C FOR AN ACCOUNT CLOSED SINCE THEN.
      * MIG-PRIOR-BAL SUMS THE CELL'S BASE BALANCES AT THE PRIOR
      * SNAPSHOT AND MIG-CURR-BAL AT THE CURRENT ONE (ZERO ON THE
      * NEW ROW AND THE CLOSED COLUMN RESPECTIVELY). THE PRIOR DATE
      * IS ZEROS WHEN THERE WAS NO PRIOR SNAPSHOT.
       01  MIG-REC.
           05  MIG-PRIOR-DATE     PIC 9(8)     VALUE ZEROS.
           05  MIG-CURR-DATE      PIC 9(8)     VALUE ZEROS.
           05  MIG-FROM-TIER      PIC X(1)     VALUE SPACES.
           05  MIG-TO-TIER        PIC X(1)     VALUE SPACES.
           05  MIG-COUNT          PIC 9(9)     VALUE ZEROS.
           05  MIG-PRIOR-BAL      PIC 9(13)V99 VALUE ZEROS.
           05  MIG-CURR-BAL       PIC 9(13)V99 VALUE ZEROS.
           05  FILLER             PIC X(23)    VALUE SPACES.
