       PROGRAM-ID.    ACCTSTMT.
       AUTHOR.        STUDENT.
      *
      * MONTHLY ACCOUNT STATEMENTS FROM THE POSTED-TRANSACTION
      * HISTORY TRANPOST APPENDS TO (LAYOUT IN THISTREC) - THE ACTIVE
      * FILE, OR THE MONTH'S OWN ARCHIVE DATASET ONCE HISTARC HAS
      * ARCHIVED IT - PLUS THE CUSTRECS KSDS FOR THE ACCOUNT NAMES.
      * ONE STATEMENT SECTION PER ACCOUNT WITH MOVEMENT IN THE
      * STATEMENT MONTH:
      * OPENING BALANCE, EACH DEPOSIT/WITHDRAWAL/OPEN/CLOSE, EACH
      * APPROVED BALANCE ADJUSTMENT AND EACH REVERSAL IN DATE ORDER
      * WITH THE RUNNING BALANCE, AND CLOSING BALANCE. A REVERSAL
      * NOTES THE DATE OF THE POSTING IT BACKED OUT, AND A POSTING
      * THAT HAS BEEN REVERSED NOTES THE DATE OF ITS REVERSAL, SO THE
      * CUSTOMER SEES ONE CORRECTED PAIR RATHER THAN TWO UNRELATED
      * MOVEMENTS. THE
      * HISTORY IS RESEQUENCED BY ACCOUNT, POSTING DATE AND POSTING
      * SEQUENCE WITH AN EXTERNAL SORT, SO THE STATEMENT REPLAYS THE
      * MOVEMENT IN THE ORDER IT WAS ACTUALLY APPLIED AND NO
           05 PRT-STMT-AMT        PIC X(12)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-STMT-BAL        PIC X(12)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-STMT-NOTE       PIC X(19)  VALUE SPACES.
           05 FILLER              PIC X(14)  VALUE SPACES.

       SD  PRT-HISTSORT.
       01  SH-REC.
           05  SH-AMOUNT          PIC 9(9)V99.
           05  SH-NEW-BALANCE     PIC 9(9)V99.
           05  SH-SEQ             PIC 9(9).
           05  SH-DIRECTION       PIC X(1).
           05  SH-LINK            PIC X(1).
           05  SH-LINK-DATE       PIC 9(8).
           05  SH-LINK-SEQ        PIC 9(9).
           05  FILLER             PIC X(11).


       WORKING-STORAGE SECTION.
           MOVE WRK-RPT-LINE TO PRT-STMT-LINE.
           WRITE PRT-STMT-LINE.

           EVALUATE TRUE
              WHEN SH-TYPE = 'W'
                 COMPUTE WRK-OPEN-BALANCE =
                    SH-NEW-BALANCE + SH-AMOUNT
              WHEN SH-TYPE = 'A' AND SH-DIRECTION = 'D'
                 COMPUTE WRK-OPEN-BALANCE =
                    SH-NEW-BALANCE + SH-AMOUNT
              WHEN SH-TYPE = 'R' AND SH-DIRECTION = 'D'
                 COMPUTE WRK-OPEN-BALANCE =
                    SH-NEW-BALANCE + SH-AMOUNT
              WHEN SH-TYPE = 'C'
                 MOVE SH-NEW-BALANCE TO WRK-OPEN-BALANCE
              WHEN OTHER
                 COMPUTE WRK-OPEN-BALANCE =
                 MOVE 'OPEN'     TO PRT-STMT-ACTION
              WHEN 'C'
                 MOVE 'CLOSE'    TO PRT-STMT-ACTION
              WHEN 'A'
                 IF SH-DIRECTION = 'D'
                    MOVE 'ADJUST DR' TO PRT-STMT-ACTION
                 ELSE
                    MOVE 'ADJUST CR' TO PRT-STMT-ACTION
                 END-IF
              WHEN 'R'
                 MOVE 'REVERSAL' TO PRT-STMT-ACTION
              WHEN OTHER
                 MOVE SH-TYPE    TO PRT-STMT-ACTION
           END-EVALUATE.
           MOVE WRK-AMT-ED TO PRT-STMT-AMT.
           MOVE SH-NEW-BALANCE TO WRK-BAL-ED.
           MOVE WRK-BAL-ED TO PRT-STMT-BAL.
           IF (SH-LINK = 'R' OR SH-LINK = 'X')
              AND SH-LINK-DATE IS NUMERIC
              MOVE SPACES TO WRK-DATE-SLASHED
              STRING SH-LINK-DATE (5:2) '.' SH-LINK-DATE (7:2) '.'
                 SH-LINK-DATE (1:4)
                 DELIMITED BY SIZE INTO WRK-DATE-SLASHED
              IF SH-LINK = 'R'
                 STRING 'REVERSES ' WRK-DATE-SLASHED
                    DELIMITED BY SIZE INTO PRT-STMT-NOTE
              ELSE
                 STRING 'REVERSED ' WRK-DATE-SLASHED
                    DELIMITED BY SIZE INTO PRT-STMT-NOTE
              END-IF
           END-IF.
           WRITE PRT-STMT-REC.

           MOVE SH-NEW-BALANCE TO WRK-LAST-BALANCE.
