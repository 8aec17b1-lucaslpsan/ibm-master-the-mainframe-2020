       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHMON.
       AUTHOR.        STUDENT.
      *
      * DAILY LARGE-CASH AND STRUCTURING MONITOR OVER THE POSTED-
      * TRANSACTION HISTORY (LAYOUT IN THISTREC). RUNS AFTER THE
      * POSTING STEP AND LOOKS AT THE POSTING DAY NAMED IN THE
      * POSTING-TOTALS RECORD. TWO PATTERNS ARE FLAGGED:
      *
      *   LARGE ITEM   - ANY SINGLE DEPOSIT OR WITHDRAWAL POSTED ON
      *                  THE DAY WHOSE BASE-CURRENCY AMOUNT IS OVER
      *                  THE REPORTING LIMIT.
      *   STRUCTURING  - AN ACCOUNT WHOSE DEPOSITS, EACH ONE AT OR
      *                  UNDER THE LIMIT, ADD UP PAST IT WITHIN THE
      *                  ROLLING WINDOW ENDING ON THE DAY, WHERE AT
      *                  LEAST ONE OF THOSE DEPOSITS POSTED ON THE DAY
      *                  ITSELF - SO A PATTERN IS RAISED WHEN IT
      *                  GROWS, NOT AGAIN EVERY DAY IT SITS IN THE
      *                  WINDOW UNCHANGED.
      *
      * THE LIMIT (WHOLE BASE-CURRENCY UNITS) AND THE WINDOW (DAYS,
      * COUNTING THE POSTING DAY) ARE ON THE PARMCARD SO COMPLIANCE
      * CAN TUNE THEM WITHOUT A PROGRAM CHANGE. AMOUNTS ARE CONVERTED
      * WITH THE SAME DAILY RATE TABLE TOPACCTS AND TOPTIERS LOAD.
      * INTEREST CREDITS GENERATED BY INTACCR ARE NOT CASH AND POSTINGS
      * SINCE REVERSED NEVER REALLY HAPPENED; NEITHER IS LOOKED AT.
      *
      * EVERY FLAGGED ITEM GOES TO THE REVIEW FILE (LAYOUT IN CASHREC)
      * AND TO THE CASE REPORT, WHICH PRINTS ONE CASE PER LARGE ITEM
      * OR STRUCTURING PATTERN WITH THE ACCOUNT, NAMES, ASSIGNED
      * MANAGER FROM ASSIGNKS AND THE CONTRIBUTING TRANSACTIONS.
      *
      * THE HISTORY IS RESEQUENCED BY ACCOUNT AND, WITHIN ACCOUNT,
      * NEWEST POSTING FIRST WITH AN EXTERNAL SORT. EACH ACCOUNT'S
      * IN-WINDOW ITEMS ARE HELD IN A TABLE FOR THE CONTROL BREAK; AN
      * ACCOUNT WITH MORE THAN THE TABLE HOLDS KEEPS ITS NEWEST ITEMS
      * AND IS COUNTED AS TRUNCATED IN THE FOOTER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-CUSTRECS  ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRT-ACCT-NO
               FILE STATUS IS WRK-CUSTRECS-STATUS.
           SELECT PRT-ASSIGNKS  ASSIGN TO ASSIGNKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-ACCT-NO
               FILE STATUS IS WRK-ASSIGN-STATUS.
           SELECT PRT-TRANHIST  ASSIGN TO TRANHIST
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT PRT-POSTCTL   ASSIGN TO POSTCTL
               FILE STATUS IS WRK-POSTCTL-STATUS.
           SELECT PRT-EXRATES   ASSIGN TO EXRATES
               FILE STATUS IS WRK-EXRATES-STATUS.
           SELECT PRT-PARMCARD  ASSIGN TO PARMCARD
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PRT-CASEOUT   ASSIGN TO CASEOUT.
           SELECT PRT-CASERPT   ASSIGN TO CASERPT.
           SELECT PRT-HISTSORT  ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-CUSTRECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.

      * THE PERSISTED ACCOUNT-TO-MANAGER ASSIGNMENT, SAME LAYOUT AS
      * THE RMASSIGN FD.
       FD  PRT-ASSIGNKS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ASG-REC.
           05  ASG-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  ASG-RM-ID          PIC X(8)   VALUE SPACES.
           05  ASG-TIER           PIC X(1)   VALUE SPACES.
           05  ASG-DATE           PIC 9(8)   VALUE ZEROS.
           05  FILLER             PIC X(53)  VALUE SPACES.

       FD  PRT-TRANHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY THISTREC.

       FD  PRT-POSTCTL RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
           COPY PSTCTL.

      * DAILY EXCHANGE RATES (LAYOUT IN EXRATE) FOR THE BASE-CURRENCY
      * COMPARISON AGAINST THE LIMIT.
       FD  PRT-EXRATES RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY EXRATE.

      * COLUMNS 1-9 ARE THE REPORTING LIMIT IN WHOLE BASE-CURRENCY
      * UNITS AND COLUMNS 10-12 THE ROLLING WINDOW IN DAYS. BLANK,
      * ZERO OR NON-NUMERIC LEAVES THE DEFAULT FOR THAT VALUE.
       FD  PRT-PARMCARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-PARM-REC.
           05  PRT-PARM-LIMIT     PIC 9(9)      VALUE ZEROS.
           05  PRT-PARM-WINDOW    PIC 9(3)      VALUE ZEROS.
           05  FILLER             PIC X(68)     VALUE SPACES.

       FD  PRT-CASEOUT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY CASHREC.

       FD  PRT-CASERPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-CASE-LINE          PIC X(80)  VALUE SPACES.
       01  PRT-CASE-DET.
           05 FILLER              PIC X(2)   VALUE SPACES.
           05 PRT-CASE-DATE       PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-CASE-SEQ        PIC Z(8)9.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-CASE-ACTION     PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-CASE-AMOUNT     PIC Z(8)9.99.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-CASE-CCY        PIC X(3)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-CASE-BASE       PIC Z(8)9.99.
           05 FILLER              PIC X(17)  VALUE SPACES.

       SD  PRT-HISTSORT.
       01  SH-REC.
           05  SH-ACCT-NO         PIC X(10).
           05  SH-POST-DATE       PIC 9(8).
           05  SH-TYPE            PIC X(1).
           05  SH-AMOUNT          PIC 9(9)V99.
           05  SH-NEW-BALANCE     PIC 9(9)V99.
           05  SH-SEQ             PIC 9(9).
           05  SH-DIRECTION       PIC X(1).
           05  SH-LINK            PIC X(1).
           05  SH-LINK-DATE       PIC 9(8).
           05  SH-LINK-SEQ        PIC 9(9).
           05  SH-SOURCE          PIC X(1).
           05  FILLER             PIC X(10).


       WORKING-STORAGE SECTION.
       01  WRK-SORT-EOF-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-SORT-EOF             VALUE 1.
       77  WRK-CUSTRECS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-ASSIGN-STATUS           PIC X(2) VALUE SPACES.
       77  WRK-HIST-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-POSTCTL-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-EXRATES-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-PARM-STATUS             PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       77  WRK-DATE-NUM                PIC 9(8)  VALUE ZEROS.
       77  WRK-DATE-SLASHED            PIC X(10) VALUE SPACES.

      * REPORTING LIMIT AND WINDOW, OVERRIDABLE BY PARMCARD.
       77  WRK-LIMIT                   PIC 9(9)V99 VALUE 10000.
       77  WRK-WINDOW                  PIC 9(3) VALUE 10.

      * THE POSTING DAY BEING MONITORED (FROM THE POSTING-TOTALS
      * RECORD, OR THE RUN DATE IF THERE IS NONE) AND THE FIRST DAY
      * OF THE ROLLING WINDOW THAT ENDS ON IT.
       77  WRK-POST-DAY                PIC 9(8) VALUE ZEROS.
       77  WRK-START-DAY               PIC 9(8) VALUE ZEROS.
       77  WRK-DAY-INT                 PIC 9(9) VALUE ZEROS.

      * EXCHANGE-RATE TABLE, THE SAME SHAPE TOPACCTS AND TOPTIERS
      * LOAD. BLANK OR USD CONVERTS AT ONE; A CURRENCY WITH NO RATE
      * IS COMPARED AT ITS NATIVE AMOUNT AND COUNTED, SO AN ITEM IS
      * NEVER PASSED OVER FOR WANT OF A RATE.
       77  WRK-RATE-MAX                PIC 9(4) VALUE 50.
       77  WRK-RATE-COUNT              PIC 9(4) VALUE ZEROS.
       01  WRK-RATE-TABLE.
           05  WRK-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WRK-RATE-IDX.
               10  WRK-RATE-CCY        PIC X(3).
               10  WRK-RATE-VAL        PIC 9(4)V9(8).
       77  WRK-RATE                    PIC 9(4)V9(8) VALUE ZEROS.
       77  WRK-RATE-FOUND              PIC 9(1) VALUE ZEROS.
           88 WRK-RATE-OK              VALUE 1.
       77  WRK-CCY                     PIC X(3) VALUE SPACES.

      * THE CURRENT ACCOUNT'S IN-WINDOW DEPOSITS AND WITHDRAWALS,
      * NEWEST FIRST AS THE SORT DELIVERS THEM. WRK-WIN-BASE IS
      * FILLED IN AT THE CONTROL BREAK ONCE THE CURRENCY IS KNOWN.
       77  WRK-WIN-MAX                 PIC 9(4) COMP VALUE 200.
       77  WRK-WIN-COUNT               PIC 9(4) COMP VALUE ZEROS.
       77  WRK-WIN-SUB                 PIC 9(4) COMP VALUE ZEROS.
       01  WRK-WIN-TABLE.
           05  WRK-WIN-ENTRY OCCURS 200 TIMES
                             INDEXED BY WRK-WIN-IDX.
               10  WRK-WIN-DATE        PIC 9(8).
               10  WRK-WIN-SEQ         PIC 9(9).
               10  WRK-WIN-TYPE        PIC X(1).
               10  WRK-WIN-AMOUNT      PIC 9(9)V99.
               10  WRK-WIN-BASE        PIC 9(9)V99.
       77  WRK-CUR-ACCT                PIC X(10) VALUE SPACES.
       77  WRK-TRUNC-SW                PIC 9(1) VALUE ZEROS.
           88 WRK-WIN-TRUNCATED        VALUE 1.
       77  WRK-TODAY-SW                PIC 9(1) VALUE ZEROS.
           88 WRK-TODAY-ACTIVE         VALUE 1.
       77  WRK-SMALL-TODAY-SW          PIC 9(1) VALUE ZEROS.
           88 WRK-SMALL-TODAY          VALUE 1.
       77  WRK-SMALL-TOTAL             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CASE-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CASE-NO                 PIC 9(5) VALUE ZEROS.
       77  WRK-CASE-TYPE               PIC X(1) VALUE SPACES.

      * SET BY THE KEYED MASTER AND ASSIGNMENT READS AT THE BREAK.
       77  WRK-MASTER-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-MASTER-OK            VALUE 1.
       77  WRK-ASSIGN-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-ASSIGN-OK            VALUE 1.
       77  WRK-RM-ID                   PIC X(8) VALUE SPACES.

      * COUNTS FOR THE REPORT FOOTER.
       77  WRK-COUNT-ACCTS             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-LARGE             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-STRUCT            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ITEMS             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-NORATE            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-TRUNC             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-LIMIT-ED                PIC Z(8)9.99.
       77  WRK-TOTAL-ED                PIC Z(10)9.99.
       77  WRK-WINDOW-ED               PIC ZZ9.
       77  WRK-CASE-ED                 PIC 9(5).
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.
           MOVE WRK-DATE TO WRK-DATE-NUM.

           PERFORM A000-PARM.
           PERFORM A000-READ-POSTCTL.
           PERFORM A000-RATES-LOAD.

           OPEN INPUT PRT-CUSTRECS.
           IF WRK-CUSTRECS-STATUS NOT = '00'
              DISPLAY 'CASHMON - CUSTRECS OPEN FAILED, FILE STATUS = '
                 WRK-CUSTRECS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PRT-ASSIGNKS.
           IF WRK-ASSIGN-STATUS NOT = '00'
              DISPLAY 'CASHMON - ASSIGNKS OPEN FAILED, FILE STATUS = '
                 WRK-ASSIGN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PRT-CASEOUT.
           OPEN OUTPUT PRT-CASERPT.

           PERFORM A000-HEADER.

           SORT PRT-HISTSORT
              ON ASCENDING KEY SH-ACCT-NO
              ON DESCENDING KEY SH-POST-DATE
              ON DESCENDING KEY SH-SEQ
              USING PRT-TRANHIST
              OUTPUT PROCEDURE IS A100-CASE-OUT THRU A100-CASE-EXIT.

           PERFORM A000-FOOTER.

           CLOSE PRT-CUSTRECS.
           CLOSE PRT-ASSIGNKS.
           CLOSE PRT-CASEOUT.
           CLOSE PRT-CASERPT.
           STOP RUN.
      *
      * READS THE OPTIONAL PARAMETER CARD FOR THE LIMIT AND WINDOW.
       A000-PARM.
           OPEN INPUT PRT-PARMCARD.

           IF WRK-PARM-STATUS = '00'
              READ PRT-PARMCARD
                 AT END CONTINUE
              END-READ

              IF WRK-PARM-STATUS = '00'
                 IF PRT-PARM-LIMIT IS NUMERIC
                    AND PRT-PARM-LIMIT > ZEROS
                    MOVE PRT-PARM-LIMIT TO WRK-LIMIT
                 END-IF
                 IF PRT-PARM-WINDOW IS NUMERIC
                    AND PRT-PARM-WINDOW > ZEROS
                    MOVE PRT-PARM-WINDOW TO WRK-WINDOW
                 END-IF
              END-IF

              CLOSE PRT-PARMCARD
           END-IF.
      *
      * TAKES THE POSTING DAY FROM THE POSTING-TOTALS RECORD TRANPOST
      * WROTE, SO A MONITOR RUN THAT SLIPS PAST MIDNIGHT STILL LOOKS
      * AT THE DAY THAT WAS POSTED. WITHOUT ONE THE RUN DATE IS USED.
      * THE WINDOW STARTS WRK-WINDOW - 1 DAYS BEFORE THE POSTING DAY.
       A000-READ-POSTCTL.
           MOVE WRK-DATE-NUM TO WRK-POST-DAY.

           OPEN INPUT PRT-POSTCTL.

           IF WRK-POSTCTL-STATUS = '00'
              READ PRT-POSTCTL
                 AT END CONTINUE
              END-READ
              IF WRK-POSTCTL-STATUS = '00'
                 AND PCT-POST-DATE IS NUMERIC
                 AND PCT-POST-DATE > ZEROS
                 MOVE PCT-POST-DATE TO WRK-POST-DAY
              END-IF
              CLOSE PRT-POSTCTL
           END-IF.

           COMPUTE WRK-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WRK-POST-DAY)
              - WRK-WINDOW + 1.
           COMPUTE WRK-START-DAY =
              FUNCTION DATE-OF-INTEGER (WRK-DAY-INT).
      *
      * LOADS THE DAILY EXCHANGE-RATE FILE INTO WRK-RATE-TABLE, THE
      * SAME WAY TOPACCTS LOADS ITS OWN COPY.
       A000-RATES-LOAD.
           OPEN INPUT PRT-EXRATES.

           IF WRK-EXRATES-STATUS = '00'
              PERFORM A000-RATES-LOAD-ONE
                 UNTIL WRK-EXRATES-STATUS NOT = '00'
                    OR WRK-RATE-COUNT >= WRK-RATE-MAX
              CLOSE PRT-EXRATES
           END-IF.
      *
       A000-RATES-LOAD-ONE.
           READ PRT-EXRATES.

           IF WRK-EXRATES-STATUS = '00'
              AND XRT-CURRENCY NOT = SPACES
              AND XRT-RATE IS NUMERIC
              AND XRT-RATE > ZEROS
              ADD 1 TO WRK-RATE-COUNT
              SET WRK-RATE-IDX TO WRK-RATE-COUNT
              MOVE XRT-CURRENCY TO WRK-RATE-CCY (WRK-RATE-IDX)
              MOVE XRT-RATE     TO WRK-RATE-VAL (WRK-RATE-IDX)
           END-IF.
      *
      * RESOLVES THE CONVERSION RATE FOR WRK-CCY. USD IS THE BASE
      * CURRENCY ITSELF.
       A000-RATE-FIND.
           IF WRK-CCY = 'USD'
              MOVE 1 TO WRK-RATE
              MOVE 1 TO WRK-RATE-FOUND
           ELSE
              MOVE ZEROS TO WRK-RATE-FOUND
              PERFORM A000-RATE-FIND-ONE
                 VARYING WRK-RATE-IDX FROM 1 BY 1
                    UNTIL WRK-RATE-IDX > WRK-RATE-COUNT
                       OR WRK-RATE-OK
           END-IF.
      *
       A000-RATE-FIND-ONE.
           IF WRK-CCY = WRK-RATE-CCY (WRK-RATE-IDX)
              MOVE WRK-RATE-VAL (WRK-RATE-IDX) TO WRK-RATE
              MOVE 1 TO WRK-RATE-FOUND
           END-IF.
      *
       A000-HEADER.
           MOVE 'LARGE-CASH AND STRUCTURING CASE REPORT'
            TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE SPACES TO WRK-DATE-SLASHED.
           STRING WRK-POST-DAY (5:2) '.' WRK-POST-DAY (7:2) '.'
              WRK-POST-DAY (1:4)
              DELIMITED BY SIZE INTO WRK-DATE-SLASHED.
           MOVE WRK-LIMIT TO WRK-LIMIT-ED.
           MOVE WRK-WINDOW TO WRK-WINDOW-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'POSTING DAY' SPACE WRK-DATE-SLASHED SPACE
              ' LIMIT' SPACE WRK-LIMIT-ED SPACE
              ' WINDOW' SPACE WRK-WINDOW-ED SPACE 'DAYS'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE '======================================================'
            TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.
      *
       A000-FOOTER.
           MOVE SPACES TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.
           MOVE '------------------------------------------------------'
            TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE WRK-COUNT-ACCTS TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ACCOUNTS WITH ACTIVITY:' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE WRK-COUNT-LARGE TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'LARGE-ITEM CASES:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE WRK-COUNT-STRUCT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'STRUCTURING CASES:     ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE WRK-COUNT-ITEMS TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ITEMS FOR REVIEW:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE WRK-COUNT-NORATE TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'NO RATE - NATIVE USED: ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE WRK-COUNT-TRUNC TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'WINDOWS TRUNCATED:     ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.
      *
      * OUTPUT PROCEDURE FOR THE HISTORY SORT: CONTROL BREAK ON
      * ACCOUNT NUMBER, COLLECTING EACH ACCOUNT'S IN-WINDOW ITEMS AND
      * JUDGING THEM ONCE THE ACCOUNT IS COMPLETE.
       A100-CASE-OUT.
           MOVE HIGH-VALUES TO WRK-CUR-ACCT.
           MOVE ZEROS TO WRK-SORT-EOF-SW.
           MOVE ZEROS TO WRK-WIN-COUNT.

           PERFORM A100-CASE-RETURN UNTIL WRK-SORT-EOF.

           IF WRK-CUR-ACCT NOT = HIGH-VALUES
              PERFORM A100-ACCT-CLOSE
           END-IF.

      * THE PARAGRAPHS BELOW ARE HELPERS INSIDE THE THRU RANGE -
      * CONTROL MUST NOT FALL THROUGH INTO THEM ONCE THE RETURN
      * LOOP AND THE FINAL ACCOUNT CLOSE ARE DONE.
           GO TO A100-CASE-EXIT.
      *
       A100-CASE-RETURN.
           RETURN PRT-HISTSORT
              AT END MOVE 1 TO WRK-SORT-EOF-SW
              NOT AT END PERFORM A100-CASE-ONE
           END-RETURN.
      *
      * HANDLES ONE SORTED HISTORY RECORD: JUDGE THE PREVIOUS
      * ACCOUNT ON A BREAK, THEN KEEP THE RECORD IF IT IS A CUSTOMER
      * DEPOSIT OR WITHDRAWAL POSTED INSIDE THE WINDOW. RECORDS AFTER
      * THE POSTING DAY (A RERUN FOR AN EARLIER DAY) ARE PASSED OVER.
       A100-CASE-ONE.
           IF SH-ACCT-NO NOT = WRK-CUR-ACCT
              IF WRK-CUR-ACCT NOT = HIGH-VALUES
                 PERFORM A100-ACCT-CLOSE
              END-IF
              MOVE SH-ACCT-NO TO WRK-CUR-ACCT
              MOVE ZEROS TO WRK-WIN-COUNT
              MOVE ZEROS TO WRK-TRUNC-SW
              MOVE ZEROS TO WRK-TODAY-SW
           END-IF.

           IF (SH-TYPE = 'D' OR SH-TYPE = 'W')
              AND SH-SOURCE NOT = 'I'
              AND SH-LINK NOT = 'X'
              AND SH-POST-DATE NOT < WRK-START-DAY
              AND SH-POST-DATE NOT > WRK-POST-DAY
              IF WRK-WIN-COUNT < WRK-WIN-MAX
                 ADD 1 TO WRK-WIN-COUNT
                 SET WRK-WIN-IDX TO WRK-WIN-COUNT
                 MOVE SH-POST-DATE TO WRK-WIN-DATE (WRK-WIN-IDX)
                 MOVE SH-SEQ       TO WRK-WIN-SEQ (WRK-WIN-IDX)
                 MOVE SH-TYPE      TO WRK-WIN-TYPE (WRK-WIN-IDX)
                 MOVE SH-AMOUNT    TO WRK-WIN-AMOUNT (WRK-WIN-IDX)
                 MOVE ZEROS        TO WRK-WIN-BASE (WRK-WIN-IDX)
              ELSE
                 MOVE 1 TO WRK-TRUNC-SW
              END-IF
              IF SH-POST-DATE = WRK-POST-DAY
                 MOVE 1 TO WRK-TODAY-SW
              END-IF
           END-IF.
      *
      * JUDGES ONE ACCOUNT. NOTHING POSTED ON THE DAY MEANS NOTHING
      * NEW TO RAISE. OTHERWISE THE NAMES, CURRENCY AND MANAGER ARE
      * LOOKED UP, EVERY ITEM IS CONVERTED, EACH LARGE ITEM ON THE
      * DAY BECOMES ITS OWN CASE, AND THE SMALL DEPOSITS ARE SUMMED
      * FOR THE STRUCTURING TEST.
       A100-ACCT-CLOSE.
           IF WRK-TODAY-ACTIVE
              ADD 1 TO WRK-COUNT-ACCTS
              IF WRK-WIN-TRUNCATED
                 ADD 1 TO WRK-COUNT-TRUNC
              END-IF

              PERFORM A100-LOOKUP

              MOVE ZEROS TO WRK-SMALL-TOTAL
              MOVE ZEROS TO WRK-SMALL-TODAY-SW
              PERFORM A100-ITEM-JUDGE
                 VARYING WRK-WIN-SUB FROM WRK-WIN-COUNT BY -1
                    UNTIL WRK-WIN-SUB = ZERO

              IF WRK-SMALL-TODAY
                 AND WRK-SMALL-TOTAL > WRK-LIMIT
                 PERFORM A100-STRUCT-CASE
              END-IF
           END-IF.
      *
      * KEYED READS OF THE MASTER AND THE ASSIGNMENT FOR THE ACCOUNT,
      * AND THE RATE FOR ITS CURRENCY. AN ACCOUNT CLOSED SINCE IT
      * POSTED IS NO LONGER ON THE MASTER AND IS TAKEN AS USD.
       A100-LOOKUP.
           MOVE ZEROS TO WRK-MASTER-FOUND.
           MOVE WRK-CUR-ACCT TO PRT-ACCT-NO.
           READ PRT-CUSTRECS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-MASTER-FOUND
           END-READ.

           IF NOT WRK-MASTER-OK
              MOVE SPACES TO PRT-FIRST-NAME
              MOVE '(NOT ON MASTER)' TO PRT-LAST-NAME
              MOVE SPACES TO PRT-CURRENCY-CODE
           END-IF.

           IF PRT-CURRENCY-CODE = SPACES
              MOVE 'USD' TO WRK-CCY
           ELSE
              MOVE PRT-CURRENCY-CODE TO WRK-CCY
           END-IF.

           PERFORM A000-RATE-FIND.
           IF NOT WRK-RATE-OK
              ADD 1 TO WRK-COUNT-NORATE
              MOVE 1 TO WRK-RATE
           END-IF.

           MOVE ZEROS TO WRK-ASSIGN-FOUND.
           MOVE SPACES TO WRK-RM-ID.
           MOVE WRK-CUR-ACCT TO ASG-ACCT-NO.
           READ PRT-ASSIGNKS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-ASSIGN-FOUND
           END-READ.
           IF WRK-ASSIGN-OK
              MOVE ASG-RM-ID TO WRK-RM-ID
           END-IF.
      *
      * CONVERTS ONE ITEM, OLDEST FIRST, AND APPLIES THE TWO TESTS.
      * A CONVERTED AMOUNT TOO BIG FOR THE FIELD IS OVER ANY LIMIT.
       A100-ITEM-JUDGE.
           SET WRK-WIN-IDX TO WRK-WIN-SUB.
           COMPUTE WRK-WIN-BASE (WRK-WIN-IDX) ROUNDED =
              WRK-WIN-AMOUNT (WRK-WIN-IDX) * WRK-RATE
              ON SIZE ERROR
                 MOVE 999999999.99 TO WRK-WIN-BASE (WRK-WIN-IDX)
           END-COMPUTE.

           IF WRK-WIN-BASE (WRK-WIN-IDX) > WRK-LIMIT
              IF WRK-WIN-DATE (WRK-WIN-IDX) = WRK-POST-DAY
                 PERFORM A100-LARGE-CASE
              END-IF
           ELSE
              IF WRK-WIN-TYPE (WRK-WIN-IDX) = 'D'
                 ADD WRK-WIN-BASE (WRK-WIN-IDX) TO WRK-SMALL-TOTAL
                 IF WRK-WIN-DATE (WRK-WIN-IDX) = WRK-POST-DAY
                    MOVE 1 TO WRK-SMALL-TODAY-SW
                 END-IF
              END-IF
           END-IF.
      *
      * ONE LARGE ITEM, ONE CASE.
       A100-LARGE-CASE.
           ADD 1 TO WRK-COUNT-LARGE.
           MOVE 'L' TO WRK-CASE-TYPE.
           MOVE WRK-WIN-BASE (WRK-WIN-IDX) TO WRK-CASE-TOTAL.
           PERFORM A100-CASE-HEAD.
           PERFORM A100-CASE-ITEM.
           PERFORM A100-CASE-FOOT.
      *
      * ONE STRUCTURING CASE: EVERY SMALL DEPOSIT IN THE WINDOW,
      * OLDEST FIRST.
       A100-STRUCT-CASE.
           ADD 1 TO WRK-COUNT-STRUCT.
           MOVE 'S' TO WRK-CASE-TYPE.
           MOVE WRK-SMALL-TOTAL TO WRK-CASE-TOTAL.
           PERFORM A100-CASE-HEAD.
           PERFORM A100-STRUCT-ITEM
              VARYING WRK-WIN-SUB FROM WRK-WIN-COUNT BY -1
                 UNTIL WRK-WIN-SUB = ZERO.
           PERFORM A100-CASE-FOOT.
      *
       A100-STRUCT-ITEM.
           SET WRK-WIN-IDX TO WRK-WIN-SUB.
           IF WRK-WIN-TYPE (WRK-WIN-IDX) = 'D'
              AND WRK-WIN-BASE (WRK-WIN-IDX) NOT > WRK-LIMIT
              PERFORM A100-CASE-ITEM
           END-IF.
      *
      * PRINTS THE CASE HEADING: CASE NUMBER AND KIND, ACCOUNT AND
      * MANAGER, THEN THE CUSTOMER'S NAMES.
       A100-CASE-HEAD.
           ADD 1 TO WRK-CASE-NO.
           MOVE WRK-CASE-NO TO WRK-CASE-ED.

           MOVE SPACES TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           IF WRK-CASE-TYPE = 'L'
              STRING 'CASE' SPACE WRK-CASE-ED SPACE 'LARGE ITEM '
                 SPACE 'ACCOUNT' SPACE WRK-CUR-ACCT SPACE
                 'RM' SPACE WRK-RM-ID
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
           ELSE
              STRING 'CASE' SPACE WRK-CASE-ED SPACE 'STRUCTURING'
                 SPACE 'ACCOUNT' SPACE WRK-CUR-ACCT SPACE
                 'RM' SPACE WRK-RM-ID
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
           END-IF.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  CUSTOMER:' SPACE PRT-FIRST-NAME SPACE
              PRT-LAST-NAME
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.
      *
      * PRINTS ONE CONTRIBUTING TRANSACTION AND WRITES ITS REVIEW
      * RECORD.
       A100-CASE-ITEM.
           MOVE SPACES TO WRK-DATE-SLASHED.
           STRING WRK-WIN-DATE (WRK-WIN-IDX) (5:2) '.'
              WRK-WIN-DATE (WRK-WIN-IDX) (7:2) '.'
              WRK-WIN-DATE (WRK-WIN-IDX) (1:4)
              DELIMITED BY SIZE INTO WRK-DATE-SLASHED.

           MOVE SPACES TO PRT-CASE-DET.
           MOVE WRK-DATE-SLASHED TO PRT-CASE-DATE.
           MOVE WRK-WIN-SEQ (WRK-WIN-IDX) TO PRT-CASE-SEQ.
           IF WRK-WIN-TYPE (WRK-WIN-IDX) = 'D'
              MOVE 'DEPOSIT'    TO PRT-CASE-ACTION
           ELSE
              MOVE 'WITHDRAWAL' TO PRT-CASE-ACTION
           END-IF.
           MOVE WRK-WIN-AMOUNT (WRK-WIN-IDX) TO PRT-CASE-AMOUNT.
           MOVE WRK-CCY TO PRT-CASE-CCY.
           MOVE WRK-WIN-BASE (WRK-WIN-IDX) TO PRT-CASE-BASE.
           WRITE PRT-CASE-DET.

           MOVE SPACES           TO CSH-REC.
           MOVE WRK-CASE-TYPE    TO CSH-CASE-TYPE.
           MOVE WRK-CASE-NO      TO CSH-CASE-NO.
           MOVE WRK-CUR-ACCT     TO CSH-ACCT-NO.
           MOVE PRT-FIRST-NAME   TO CSH-FIRST-NAME.
           MOVE PRT-LAST-NAME    TO CSH-LAST-NAME.
           MOVE WRK-RM-ID        TO CSH-RM-ID.
           MOVE WRK-CCY          TO CSH-CCY.
           MOVE WRK-WIN-DATE (WRK-WIN-IDX)   TO CSH-POST-DATE.
           MOVE WRK-WIN-SEQ (WRK-WIN-IDX)    TO CSH-SEQ.
           MOVE WRK-WIN-TYPE (WRK-WIN-IDX)   TO CSH-TYPE.
           MOVE WRK-WIN-AMOUNT (WRK-WIN-IDX) TO CSH-AMOUNT.
           MOVE WRK-WIN-BASE (WRK-WIN-IDX)   TO CSH-BASE-AMOUNT.
           MOVE WRK-CASE-TOTAL   TO CSH-CASE-TOTAL.
           MOVE WRK-POST-DAY     TO CSH-REVIEW-DATE.
           WRITE CSH-REC.

           ADD 1 TO WRK-COUNT-ITEMS.
      *
       A100-CASE-FOOT.
           MOVE WRK-CASE-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  CASE TOTAL (BASE):' SPACE WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-CASE-LINE.
           WRITE PRT-CASE-LINE.
      *
       A100-CASE-EXIT.
           EXIT.
