       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLJRNL.
       AUTHOR.        STUDENT.
      *
      * DAILY GENERAL-LEDGER JOURNAL FEED. TURNS THE DAY'S POSTED
      * CUSTOMER-BALANCE MOVEMENT - DEPOSITS, WITHDRAWALS, OPENING
      * BALANCES, BALANCES PAID OUT ON CLOSE AND THE INTEREST INTACCR
      * CREDITED, PLUS THE APPROVED ADJUSTMENTS AND REVERSALS THAT
      * MOVED THE SAME BALANCES - INTO A BALANCED DEBIT/CREDIT
      * JOURNAL FOR THE LEDGER (LAYOUT IN GLJREC), SO FINANCE NO
      * LONGER KEYS IT BY HAND FROM THE POSTAUD FOOTER AND THE
      * ACCRUAL REGISTER.
      *
      * THE POSTED-TRANSACTION HISTORY (LAYOUT IN THISTREC) IS READ
      * FOR THE POSTING DAY NAMED IN THE POSTING-TOTALS RECORD AND
      * EVERY POSTING IS TOTALLED BY CATEGORY AND CURRENCY. EACH
      * TOTAL IS BOOKED AS ONE DEBIT AND ONE CREDIT TO THE LEDGER
      * ACCOUNTS THE MAPPING FILE (LAYOUT IN GLMAP) NAMES FOR THAT
      * CATEGORY AND CURRENCY.
      *
      * BEFORE ANYTHING IS RELEASED THE JOURNAL IS PROVED THREE WAYS:
      * DEBITS EQUAL CREDITS; EVERY CATEGORY TOTAL EQUALS THE SAME
      * TOTAL ON THE POSTING-TOTALS RECORD (LAYOUT IN PSTCTL); AND
      * THE NET CUSTOMER MOVEMENT THE JOURNAL BOOKS EQUALS THE
      * SNAPSHOT-TO-SNAPSHOT CHANGE POSTRCN RECONCILED (LAYOUT IN
      * BALSNP). AN OUT-OF-BALANCE OR DISAGREEING JOURNAL, A POSTING
      * WITH NO MAPPING, OR A MISSING INPUT WRITES NO JOURNAL LINES
      * AND ENDS THE STEP WITH RETURN CODE 8, WHICH HOLDS THE STEP
      * THAT SENDS THE JOURNAL TO THE LEDGER. THE CONTROL REPORT
      * SHOWS EVERY LINE THAT WOULD HAVE BEEN BOOKED EITHER WAY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-TRANHIST  ASSIGN TO TRANHIST
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT PRT-POSTCTL   ASSIGN TO POSTCTL
               FILE STATUS IS WRK-POSTCTL-STATUS.
           SELECT PRT-SNAPBEF   ASSIGN TO SNAPBEF
               FILE STATUS IS WRK-SNAPBEF-STATUS.
           SELECT PRT-SNAPAFT   ASSIGN TO SNAPAFT
               FILE STATUS IS WRK-SNAPAFT-STATUS.
           SELECT PRT-GLMAP     ASSIGN TO GLMAP
               FILE STATUS IS WRK-GLMAP-STATUS.
           SELECT PRT-GLJOUT    ASSIGN TO GLJOUT.
           SELECT PRT-GLRPT     ASSIGN TO GLRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-TRANHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY THISTREC.

       FD  PRT-POSTCTL RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
           COPY PSTCTL.

       FD  PRT-SNAPBEF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY BALSNP.

      * SECOND VIEW OF THE SAME SNAPSHOT LAYOUT FOR THE AFTER FILE,
      * MOVED INTO THE SNAPBEF AREA AS POSTRCN DOES.
       FD  PRT-SNAPAFT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AFT-REC                PIC X(80)  VALUE SPACES.

       FD  PRT-GLMAP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY GLMAP.

       FD  PRT-GLJOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY GLJREC.

       FD  PRT-GLRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-GL-LINE            PIC X(80)  VALUE SPACES.
       01  PRT-GL-DET.
           05 FILLER              PIC X(2)   VALUE SPACES.
           05 PRT-GL-CAT          PIC X(3)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-GL-CCY          PIC X(3)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-GL-COUNT        PIC Z(6)9.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-GL-DR-ACCT      PIC X(12)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-GL-CR-ACCT      PIC X(12)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-GL-AMOUNT       PIC Z(12)9.99.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-GL-NOTE         PIC X(19)  VALUE SPACES.


       WORKING-STORAGE SECTION.
       77  WRK-HIST-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-POSTCTL-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-SNAPBEF-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-SNAPAFT-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-GLMAP-STATUS            PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       77  WRK-DATE-SLASHED            PIC X(10) VALUE SPACES.

      * THE POSTING DAY BEING JOURNALLED, FROM THE POSTING-TOTALS
      * RECORD.
       77  WRK-POST-DAY                PIC 9(8) VALUE ZEROS.

      * THE INPUTS AS READ, EACH WITH ITS OWN GOT-SWITCH - A MISSING
      * INPUT FAILS THE JOURNAL RATHER THAN BEING TAKEN AS ZERO.
       77  WRK-BEF-TOTAL               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-BEF-GOT                 PIC 9(1) VALUE ZEROS.
           88 WRK-BEF-OK               VALUE 1.
       77  WRK-AFT-TOTAL               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-AFT-GOT                 PIC 9(1) VALUE ZEROS.
           88 WRK-AFT-OK               VALUE 1.
       77  WRK-CTL-GOT                 PIC 9(1) VALUE ZEROS.
           88 WRK-CTL-OK               VALUE 1.
       77  WRK-HIST-EOF-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-HIST-EOF             VALUE 1.
       77  WRK-JRNL-STATE              PIC 9(1) VALUE ZEROS.
           88 WRK-JRNL-FAILED          VALUE 1.

      * THE LEDGER MAPPING AS LOADED FROM GLMAP.
       77  WRK-MAP-MAX                 PIC 9(4) COMP VALUE 200.
       77  WRK-MAP-COUNT               PIC 9(4) COMP VALUE ZEROS.
       01  WRK-MAP-TABLE.
           05  WRK-MAP-ENTRY OCCURS 200 TIMES
                             INDEXED BY WRK-MAP-IDX.
               10  WRK-MAP-CAT         PIC X(3).
               10  WRK-MAP-CCY         PIC X(3).
               10  WRK-MAP-DR          PIC X(12).
               10  WRK-MAP-CR          PIC X(12).
               10  WRK-MAP-DESC        PIC X(30).

      * THE DAY'S POSTINGS TOTALLED BY CATEGORY AND CURRENCY, IN THE
      * ORDER EACH PAIR WAS FIRST SEEN. WRK-ACC-MAP IS THE MAPPING
      * ENTRY RESOLVED FOR IT, ZERO WHEN THERE IS NONE.
       77  WRK-ACC-MAX                 PIC 9(4) COMP VALUE 300.
       77  WRK-ACC-COUNT               PIC 9(4) COMP VALUE ZEROS.
       01  WRK-ACC-TABLE.
           05  WRK-ACC-ENTRY OCCURS 300 TIMES
                             INDEXED BY WRK-ACC-IDX.
               10  WRK-ACC-CAT         PIC X(3).
               10  WRK-ACC-CCY         PIC X(3).
               10  WRK-ACC-COUNT-N     PIC 9(9).
               10  WRK-ACC-AMOUNT      PIC 9(11)V99.
               10  WRK-ACC-MAP         PIC 9(4) COMP.

      * SCRATCH FIELDS FOR THE ACCUMULATION AND THE MAPPING LOOKUP.
       77  WRK-THIS-CAT                PIC X(3) VALUE SPACES.
       77  WRK-THIS-CCY                PIC X(3) VALUE SPACES.
       77  WRK-SAVE-CCY                PIC X(3) VALUE SPACES.
       77  WRK-THIS-AMOUNT             PIC 9(9)V99 VALUE ZEROS.
       77  WRK-FOUND-SUB               PIC 9(4) COMP VALUE ZEROS.
       77  WRK-SCAN-SUB                PIC 9(4) COMP VALUE ZEROS.
       77  WRK-ACC-SUB                 PIC 9(4) COMP VALUE ZEROS.

      * CATEGORY TOTALS ACROSS ALL CURRENCIES, FOR THE TIE-OUT TO THE
      * POSTING-TOTALS RECORD (WHICH IS KEPT THE SAME WAY).
       77  WRK-TOT-DEP                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-INT                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-WDR                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-OPN                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CLS                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ADC                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ADD                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-RVC                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-RVD                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-DR                PIC 9(15)V99 VALUE ZEROS.
       77  WRK-TOTAL-CR                PIC 9(15)V99 VALUE ZEROS.

      * ONE TIE-OUT COMPARISON, FILLED IN BY THE CALLER OF
      * A000-TIE-LINE.
       77  WRK-TIE-LABEL               PIC X(24) VALUE SPACES.
       77  WRK-TIE-JRNL                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TIE-POSTED              PIC 9(13)V99 VALUE ZEROS.

      * SIGNED MOVEMENT ARITHMETIC, AS IN POSTRCN.
       77  WRK-JRNL-NET                PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ACTUAL                  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFFERENCE              PIC S9(13)V99 VALUE ZEROS.

      * COUNTS FOR THE REPORT FOOTER.
       77  WRK-COUNT-READ              PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-DAY               PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-UNMAPPED          PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-LINES             PIC 9(5) VALUE ZEROS.

      * WORK AREAS FOR THE REPORT LINES.
       77  WRK-AMT-ED                  PIC +Z(12)9.99.
       77  WRK-TOT-ED                  PIC Z(12)9.99.
       77  WRK-TOT2-ED                 PIC Z(12)9.99.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           OPEN OUTPUT PRT-GLJOUT.
           OPEN OUTPUT PRT-GLRPT.

           PERFORM A000-READ-POSTCTL.
           PERFORM A000-HEADER.
           PERFORM A000-READ-BEFORE.
           PERFORM A000-READ-AFTER.
           PERFORM A000-MAP-LOAD.

           IF WRK-BEF-OK AND WRK-AFT-OK AND WRK-CTL-OK
              AND WRK-MAP-COUNT > ZEROS
              PERFORM A000-HIST-LOAD
              PERFORM A000-JOURNAL-LIST
              PERFORM A000-TIE-OUT
              IF NOT WRK-JRNL-FAILED
                 PERFORM A000-JOURNAL-WRITE
                    VARYING WRK-ACC-SUB FROM 1 BY 1
                       UNTIL WRK-ACC-SUB > WRK-ACC-COUNT
              END-IF
           ELSE
              MOVE 1 TO WRK-JRNL-STATE
           END-IF.

           PERFORM A000-FOOTER.

           CLOSE PRT-GLJOUT.
           CLOSE PRT-GLRPT.

           IF WRK-JRNL-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * READS THE POSTING-TOTALS RECORD TRANPOST WROTE AT THE END OF
      * A COMPLETE RUN. IT NAMES THE POSTING DAY AND CARRIES THE
      * TOTALS THE JOURNAL MUST TIE BACK TO; WITHOUT IT THERE IS
      * NOTHING TO JOURNAL AGAINST.
       A000-READ-POSTCTL.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.
           MOVE WRK-DATE TO WRK-POST-DAY.

           OPEN INPUT PRT-POSTCTL.

           IF WRK-POSTCTL-STATUS = '00'
              READ PRT-POSTCTL
                 AT END CONTINUE
              END-READ
              IF WRK-POSTCTL-STATUS = '00'
                 AND PCT-POST-DATE IS NUMERIC
                 AND PCT-POST-DATE > ZEROS
                 MOVE PCT-POST-DATE TO WRK-POST-DAY
                 MOVE 1 TO WRK-CTL-GOT
              END-IF
              CLOSE PRT-POSTCTL
           END-IF.
      *
       A000-HEADER.
           MOVE 'DAILY GENERAL-LEDGER JOURNAL CONTROL REPORT'
            TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE SPACES TO WRK-DATE-SLASHED.
           STRING WRK-POST-DAY (5:2) '.' WRK-POST-DAY (7:2) '.'
              WRK-POST-DAY (1:4)
              DELIMITED BY SIZE INTO WRK-DATE-SLASHED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'POSTING DAY' SPACE WRK-DATE-SLASHED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE '======================================================'
            TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           IF NOT WRK-CTL-OK
              MOVE 'GL ERROR: POSTING TOTALS MISSING'
               TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.
      *
      * READS THE BEFORE-POSTING SNAPSHOT.
       A000-READ-BEFORE.
           OPEN INPUT PRT-SNAPBEF.

           IF WRK-SNAPBEF-STATUS = '00'
              READ PRT-SNAPBEF
                 AT END CONTINUE
              END-READ
              IF WRK-SNAPBEF-STATUS = '00'
                 MOVE BSN-TOTAL-BAL TO WRK-BEF-TOTAL
                 MOVE 1 TO WRK-BEF-GOT
              END-IF
              CLOSE PRT-SNAPBEF
           END-IF.

           IF NOT WRK-BEF-OK
              MOVE 'GL ERROR: BEFORE-POSTING SNAPSHOT MISSING'
               TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.
      *
      * READS THE AFTER-POSTING SNAPSHOT THROUGH THE BALSNP VIEW IN
      * THE SNAPBEF FD AREA.
       A000-READ-AFTER.
           OPEN INPUT PRT-SNAPAFT.

           IF WRK-SNAPAFT-STATUS = '00'
              READ PRT-SNAPAFT
                 AT END CONTINUE
              END-READ
              IF WRK-SNAPAFT-STATUS = '00'
                 MOVE AFT-REC TO BSN-REC
                 MOVE BSN-TOTAL-BAL TO WRK-AFT-TOTAL
                 MOVE 1 TO WRK-AFT-GOT
              END-IF
              CLOSE PRT-SNAPAFT
           END-IF.

           IF NOT WRK-AFT-OK
              MOVE 'GL ERROR: AFTER-POSTING SNAPSHOT MISSING'
               TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.
      *
      * LOADS THE LEDGER MAPPING. COMMENT CARDS AND CARDS WITH NO
      * CATEGORY ARE SKIPPED; AN EMPTY OR MISSING FILE FAILS THE
      * JOURNAL.
       A000-MAP-LOAD.
           OPEN INPUT PRT-GLMAP.

           IF WRK-GLMAP-STATUS = '00'
              PERFORM A000-MAP-LOAD-ONE
                 UNTIL WRK-GLMAP-STATUS NOT = '00'
              CLOSE PRT-GLMAP
           END-IF.

           IF WRK-MAP-COUNT = ZEROS
              MOVE 'GL ERROR: LEDGER MAPPING FILE MISSING OR EMPTY'
               TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.
      *
      * A MAPPING TABLE THAT FILLS UP FAILS THE JOURNAL - A ROW LEFT
      * OFF THE END COULD OTHERWISE BOOK TO THE CATCH-ALL SILENTLY.
       A000-MAP-LOAD-ONE.
           READ PRT-GLMAP.

           IF WRK-GLMAP-STATUS = '00'
              AND GLM-CATEGORY NOT = SPACES
              AND GLM-CATEGORY (1:1) NOT = '*'
              IF WRK-MAP-COUNT < WRK-MAP-MAX
                 ADD 1 TO WRK-MAP-COUNT
                 SET WRK-MAP-IDX TO WRK-MAP-COUNT
                 MOVE GLM-CATEGORY TO WRK-MAP-CAT (WRK-MAP-IDX)
                 MOVE GLM-CCY      TO WRK-MAP-CCY (WRK-MAP-IDX)
                 MOVE GLM-DR-ACCT  TO WRK-MAP-DR (WRK-MAP-IDX)
                 MOVE GLM-CR-ACCT  TO WRK-MAP-CR (WRK-MAP-IDX)
                 MOVE GLM-DESC     TO WRK-MAP-DESC (WRK-MAP-IDX)
              ELSE
                 IF NOT WRK-JRNL-FAILED
                    MOVE 'GL ERROR: LEDGER MAPPING TABLE FULL'
                     TO PRT-GL-LINE
                    WRITE PRT-GL-LINE
                 END-IF
                 MOVE 1 TO WRK-JRNL-STATE
              END-IF
           END-IF.
      *
      * READS THE WHOLE HISTORY AND TOTALS THE POSTING DAY'S RECORDS.
       A000-HIST-LOAD.
           OPEN INPUT PRT-TRANHIST.
           IF WRK-HIST-STATUS NOT = '00'
              DISPLAY 'GLJRNL - TRANHIST OPEN FAILED, FILE STATUS = '
                 WRK-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A000-HIST-READ UNTIL WRK-HIST-EOF.

           CLOSE PRT-TRANHIST.
      *
       A000-HIST-READ.
           READ PRT-TRANHIST
              AT END MOVE 1 TO WRK-HIST-EOF-SW
              NOT AT END PERFORM A000-HIST-ONE
           END-READ.
      *
      * CATEGORISES ONE POSTING OF THE DAY THE WAY TRANPOST TOTALS IT
      * ONTO THE POSTING-TOTALS RECORD: AN INTEREST CREDIT IS A
      * DEPOSIT THERE BUT INTEREST EXPENSE IN THE LEDGER, AND A CLOSE
      * MOVES THE BALANCE THE ACCOUNT CLOSED WITH. A TYPE THE LEDGER
      * HAS NO CATEGORY FOR FAILS THE JOURNAL RATHER THAN DROPPING
      * OUT OF IT.
       A000-HIST-ONE.
           ADD 1 TO WRK-COUNT-READ.

           IF TRH-POST-DATE = WRK-POST-DAY
              ADD 1 TO WRK-COUNT-DAY
              MOVE SPACES TO WRK-THIS-CAT
              MOVE TRH-AMOUNT TO WRK-THIS-AMOUNT

              EVALUATE TRH-TYPE
                 WHEN 'D'
                    IF TRH-SOURCE = 'I'
                       MOVE 'INT' TO WRK-THIS-CAT
                    ELSE
                       MOVE 'DEP' TO WRK-THIS-CAT
                    END-IF
                 WHEN 'W'
                    MOVE 'WDR' TO WRK-THIS-CAT
                 WHEN 'O'
                    MOVE 'OPN' TO WRK-THIS-CAT
                 WHEN 'C'
                    MOVE 'CLS' TO WRK-THIS-CAT
                    MOVE TRH-NEW-BALANCE TO WRK-THIS-AMOUNT
                 WHEN 'A'
                    IF TRH-DIRECTION = 'C'
                       MOVE 'ADC' TO WRK-THIS-CAT
                    END-IF
                    IF TRH-DIRECTION = 'D'
                       MOVE 'ADD' TO WRK-THIS-CAT
                    END-IF
                 WHEN 'R'
                    IF TRH-DIRECTION = 'C'
                       MOVE 'RVC' TO WRK-THIS-CAT
                    END-IF
                    IF TRH-DIRECTION = 'D'
                       MOVE 'RVD' TO WRK-THIS-CAT
                    END-IF
              END-EVALUATE

              IF TRH-CCY = SPACES
                 MOVE 'USD' TO WRK-THIS-CCY
              ELSE
                 MOVE TRH-CCY TO WRK-THIS-CCY
              END-IF

              IF WRK-THIS-CAT = SPACES
                 MOVE 1 TO WRK-JRNL-STATE
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'GL ERROR: UNRECOGNISED POSTING ' TRH-ACCT-NO
                    SPACE 'TYPE' SPACE TRH-TYPE SPACE TRH-DIRECTION
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 MOVE WRK-RPT-LINE TO PRT-GL-LINE
                 WRITE PRT-GL-LINE
              ELSE
                 PERFORM A000-ACC-ADD
              END-IF
           END-IF.
      *
      * ADDS THE POSTING TO ITS CATEGORY/CURRENCY TOTAL, OPENING A
      * NEW ONE THE FIRST TIME THE PAIR IS SEEN, AND TO THE CATEGORY
      * TOTAL FOR THE TIE-OUT. A FULL TABLE FAILS THE JOURNAL.
       A000-ACC-ADD.
           PERFORM A000-ACC-FIND.
           IF WRK-FOUND-SUB = ZEROS
              IF WRK-ACC-COUNT < WRK-ACC-MAX
                 ADD 1 TO WRK-ACC-COUNT
                 MOVE WRK-ACC-COUNT TO WRK-FOUND-SUB
                 SET WRK-ACC-IDX TO WRK-FOUND-SUB
                 MOVE WRK-THIS-CAT TO WRK-ACC-CAT (WRK-ACC-IDX)
                 MOVE WRK-THIS-CCY TO WRK-ACC-CCY (WRK-ACC-IDX)
                 MOVE ZEROS TO WRK-ACC-COUNT-N (WRK-ACC-IDX)
                               WRK-ACC-AMOUNT (WRK-ACC-IDX)
                               WRK-ACC-MAP (WRK-ACC-IDX)
              ELSE
                 IF NOT WRK-JRNL-FAILED
                    MOVE 'GL ERROR: CATEGORY/CURRENCY TABLE FULL'
                     TO PRT-GL-LINE
                    WRITE PRT-GL-LINE
                 END-IF
                 MOVE 1 TO WRK-JRNL-STATE
              END-IF
           END-IF.

           IF WRK-FOUND-SUB > ZEROS
              SET WRK-ACC-IDX TO WRK-FOUND-SUB
              ADD 1 TO WRK-ACC-COUNT-N (WRK-ACC-IDX)
              ADD WRK-THIS-AMOUNT TO WRK-ACC-AMOUNT (WRK-ACC-IDX)
           END-IF.

           EVALUATE WRK-THIS-CAT
              WHEN 'DEP' ADD WRK-THIS-AMOUNT TO WRK-TOT-DEP
              WHEN 'INT' ADD WRK-THIS-AMOUNT TO WRK-TOT-INT
              WHEN 'WDR' ADD WRK-THIS-AMOUNT TO WRK-TOT-WDR
              WHEN 'OPN' ADD WRK-THIS-AMOUNT TO WRK-TOT-OPN
              WHEN 'CLS' ADD WRK-THIS-AMOUNT TO WRK-TOT-CLS
              WHEN 'ADC' ADD WRK-THIS-AMOUNT TO WRK-TOT-ADC
              WHEN 'ADD' ADD WRK-THIS-AMOUNT TO WRK-TOT-ADD
              WHEN 'RVC' ADD WRK-THIS-AMOUNT TO WRK-TOT-RVC
              WHEN 'RVD' ADD WRK-THIS-AMOUNT TO WRK-TOT-RVD
           END-EVALUATE.
      *
       A000-ACC-FIND.
           MOVE ZEROS TO WRK-FOUND-SUB.
           PERFORM A000-ACC-FIND-ONE
              VARYING WRK-SCAN-SUB FROM 1 BY 1
                 UNTIL WRK-SCAN-SUB > WRK-ACC-COUNT
                    OR WRK-FOUND-SUB > ZEROS.
      *
       A000-ACC-FIND-ONE.
           SET WRK-ACC-IDX TO WRK-SCAN-SUB.
           IF WRK-ACC-CAT (WRK-ACC-IDX) = WRK-THIS-CAT
              AND WRK-ACC-CCY (WRK-ACC-IDX) = WRK-THIS-CCY
              MOVE WRK-SCAN-SUB TO WRK-FOUND-SUB
           END-IF.
      *
      * RESOLVES EVERY CATEGORY/CURRENCY TOTAL TO ITS LEDGER ACCOUNTS
      * AND LISTS IT ON THE CONTROL REPORT, ADDING IT TO THE DEBIT
      * AND CREDIT TOTALS. A TOTAL WITH NO MAPPING, OR A MAPPING
      * WITH A BLANK ACCOUNT, IS LISTED AS UNMAPPED AND FAILS THE
      * JOURNAL.
       A000-JOURNAL-LIST.
           MOVE SPACES TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.
           MOVE '  CAT CCY   COUNT DEBIT        CREDIT           '
            TO WRK-RPT-LINE.
           MOVE 'AMOUNT' TO WRK-RPT-LINE (55:6).
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           PERFORM A000-JOURNAL-LIST-ONE
              VARYING WRK-ACC-SUB FROM 1 BY 1
                 UNTIL WRK-ACC-SUB > WRK-ACC-COUNT.

           IF WRK-ACC-COUNT = ZEROS
              MOVE '  NOTHING POSTED ON THE DAY' TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.
      *
       A000-JOURNAL-LIST-ONE.
           SET WRK-ACC-IDX TO WRK-ACC-SUB.
           MOVE WRK-ACC-CAT (WRK-ACC-IDX) TO WRK-THIS-CAT.
           MOVE WRK-ACC-CCY (WRK-ACC-IDX) TO WRK-THIS-CCY.
           PERFORM A000-MAP-FIND.
           MOVE WRK-FOUND-SUB TO WRK-ACC-MAP (WRK-ACC-IDX).

           MOVE SPACES TO PRT-GL-DET.
           MOVE WRK-THIS-CAT TO PRT-GL-CAT.
           MOVE WRK-THIS-CCY TO PRT-GL-CCY.
           MOVE WRK-ACC-COUNT-N (WRK-ACC-IDX) TO PRT-GL-COUNT.
           MOVE WRK-ACC-AMOUNT (WRK-ACC-IDX) TO PRT-GL-AMOUNT.

           IF WRK-FOUND-SUB = ZEROS
              MOVE 1 TO WRK-JRNL-STATE
              ADD 1 TO WRK-COUNT-UNMAPPED
              MOVE '*** NOT MAPPED' TO PRT-GL-NOTE
           ELSE
              SET WRK-MAP-IDX TO WRK-FOUND-SUB
              MOVE WRK-MAP-DR (WRK-MAP-IDX) TO PRT-GL-DR-ACCT
              MOVE WRK-MAP-CR (WRK-MAP-IDX) TO PRT-GL-CR-ACCT
              ADD WRK-ACC-AMOUNT (WRK-ACC-IDX) TO WRK-TOTAL-DR
              ADD WRK-ACC-AMOUNT (WRK-ACC-IDX) TO WRK-TOTAL-CR
           END-IF.
           WRITE PRT-GL-DET.
      *
      * FINDS THE MAPPING FOR WRK-THIS-CAT IN WRK-THIS-CCY, FALLING
      * BACK TO THE CATEGORY'S *** ROW. A ROW WITH EITHER ACCOUNT
      * LEFT BLANK COUNTS AS NO MAPPING.
       A000-MAP-FIND.
           MOVE ZEROS TO WRK-FOUND-SUB.
           PERFORM A000-MAP-FIND-ONE
              VARYING WRK-SCAN-SUB FROM 1 BY 1
                 UNTIL WRK-SCAN-SUB > WRK-MAP-COUNT
                    OR WRK-FOUND-SUB > ZEROS.

           IF WRK-FOUND-SUB = ZEROS
              MOVE WRK-THIS-CCY TO WRK-SAVE-CCY
              MOVE '***' TO WRK-THIS-CCY
              PERFORM A000-MAP-FIND-ONE
                 VARYING WRK-SCAN-SUB FROM 1 BY 1
                    UNTIL WRK-SCAN-SUB > WRK-MAP-COUNT
                       OR WRK-FOUND-SUB > ZEROS
              MOVE WRK-SAVE-CCY TO WRK-THIS-CCY
           END-IF.

           IF WRK-FOUND-SUB > ZEROS
              SET WRK-MAP-IDX TO WRK-FOUND-SUB
              IF WRK-MAP-DR (WRK-MAP-IDX) = SPACES
                 OR WRK-MAP-CR (WRK-MAP-IDX) = SPACES
                 MOVE ZEROS TO WRK-FOUND-SUB
              END-IF
           END-IF.
      *
       A000-MAP-FIND-ONE.
           SET WRK-MAP-IDX TO WRK-SCAN-SUB.
           IF WRK-MAP-CAT (WRK-MAP-IDX) = WRK-THIS-CAT
              AND WRK-MAP-CCY (WRK-MAP-IDX) = WRK-THIS-CCY
              MOVE WRK-SCAN-SUB TO WRK-FOUND-SUB
           END-IF.
      *
      * PROVES THE JOURNAL: DEBITS AGAINST CREDITS, EACH CATEGORY
      * AGAINST THE POSTING-TOTALS RECORD, AND THE NET CUSTOMER
      * MOVEMENT BOOKED AGAINST THE SNAPSHOT-TO-SNAPSHOT CHANGE. THE
      * POSTING-TOTALS RECORD KEEPS INTEREST INSIDE ITS DEPOSIT
      * TOTAL, SO THE TWO ARE COMPARED TOGETHER.
       A000-TIE-OUT.
           MOVE SPACES TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-TOTAL-DR TO WRK-TOT-ED.
           MOVE WRK-TOTAL-CR TO WRK-TOT2-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'JOURNAL DEBITS/CREDITS: ' WRK-TOT-ED SPACE
              WRK-TOT2-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           IF WRK-TOTAL-DR NOT = WRK-TOTAL-CR
              MOVE 1 TO WRK-JRNL-STATE
              MOVE 'GL ERROR: JOURNAL DEBITS DO NOT EQUAL CREDITS'
               TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.

           MOVE SPACES TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.
           MOVE 'CATEGORY' TO WRK-RPT-LINE.
           MOVE 'JOURNAL' TO WRK-RPT-LINE (35:7).
           MOVE 'POSTCTL' TO WRK-RPT-LINE (52:7).
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE 'DEPOSITS AND INTEREST' TO WRK-TIE-LABEL.
           COMPUTE WRK-TIE-JRNL = WRK-TOT-DEP + WRK-TOT-INT.
           MOVE PCT-DEP-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'WITHDRAWALS' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-WDR TO WRK-TIE-JRNL.
           MOVE PCT-WDR-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'OPENING BALANCES' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-OPN TO WRK-TIE-JRNL.
           MOVE PCT-OPN-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'CLOSING BALANCES' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-CLS TO WRK-TIE-JRNL.
           MOVE PCT-CLS-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'CREDIT ADJUSTMENTS' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-ADC TO WRK-TIE-JRNL.
           MOVE PCT-ADJ-CR-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'DEBIT ADJUSTMENTS' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-ADD TO WRK-TIE-JRNL.
           MOVE PCT-ADJ-DR-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'WITHDRAWALS REVERSED' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-RVC TO WRK-TIE-JRNL.
           MOVE PCT-REV-CR-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           MOVE 'DEPOSITS REVERSED' TO WRK-TIE-LABEL.
           MOVE WRK-TOT-RVD TO WRK-TIE-JRNL.
           MOVE PCT-REV-DR-TOTAL TO WRK-TIE-POSTED.
           PERFORM A000-TIE-LINE.

           COMPUTE WRK-JRNL-NET =
              WRK-TOT-DEP + WRK-TOT-INT + WRK-TOT-OPN
              + WRK-TOT-ADC + WRK-TOT-RVC
              - WRK-TOT-WDR - WRK-TOT-CLS
              - WRK-TOT-ADD - WRK-TOT-RVD.
           COMPUTE WRK-ACTUAL = WRK-AFT-TOTAL - WRK-BEF-TOTAL.
           COMPUTE WRK-DIFFERENCE = WRK-ACTUAL - WRK-JRNL-NET.

           MOVE SPACES TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-JRNL-NET TO WRK-AMT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'NET MOVEMENT BOOKED:  ' WRK-AMT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-ACTUAL TO WRK-AMT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'RECONCILED MOVEMENT:  ' WRK-AMT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           IF WRK-DIFFERENCE NOT = ZEROS
              MOVE 1 TO WRK-JRNL-STATE
              MOVE WRK-DIFFERENCE TO WRK-AMT-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'GL ERROR: MOVEMENT DISAGREES BY ' WRK-AMT-ED
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-GL-LINE
              WRITE PRT-GL-LINE
           END-IF.
      *
      * PRINTS ONE CATEGORY TIE-OUT AND FAILS THE JOURNAL IF THE
      * JOURNAL AND THE POSTING-TOTALS RECORD DISAGREE.
       A000-TIE-LINE.
           MOVE WRK-TIE-JRNL TO WRK-TOT-ED.
           MOVE WRK-TIE-POSTED TO WRK-TOT2-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           IF WRK-TIE-JRNL = WRK-TIE-POSTED
              STRING WRK-TIE-LABEL SPACE WRK-TOT-ED SPACE WRK-TOT2-ED
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
           ELSE
              MOVE 1 TO WRK-JRNL-STATE
              STRING WRK-TIE-LABEL SPACE WRK-TOT-ED SPACE WRK-TOT2-ED
                 SPACE '*** DIFFERS'
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
           END-IF.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.
      *
      * WRITES THE DEBIT AND CREDIT LINES FOR ONE PROVED CATEGORY/
      * CURRENCY TOTAL. A ZERO TOTAL (ACCOUNTS CLOSED WITH NOTHING
      * IN THEM) HAS NOTHING TO BOOK.
       A000-JOURNAL-WRITE.
           SET WRK-ACC-IDX TO WRK-ACC-SUB.
           IF WRK-ACC-AMOUNT (WRK-ACC-IDX) > ZEROS
              SET WRK-MAP-IDX TO WRK-ACC-MAP (WRK-ACC-IDX)

              MOVE SPACES TO GLJ-REC
              MOVE WRK-POST-DAY TO GLJ-POST-DATE
              MOVE WRK-ACC-CCY (WRK-ACC-IDX) TO GLJ-CCY
              MOVE WRK-ACC-AMOUNT (WRK-ACC-IDX) TO GLJ-AMOUNT
              MOVE WRK-ACC-CAT (WRK-ACC-IDX) TO GLJ-CATEGORY
              MOVE WRK-MAP-DESC (WRK-MAP-IDX) TO GLJ-DESC

              ADD 1 TO WRK-COUNT-LINES
              MOVE WRK-COUNT-LINES TO GLJ-LINE-NO
              MOVE WRK-MAP-DR (WRK-MAP-IDX) TO GLJ-GL-ACCT
              MOVE 'D' TO GLJ-DR-CR
              WRITE GLJ-REC

              ADD 1 TO WRK-COUNT-LINES
              MOVE WRK-COUNT-LINES TO GLJ-LINE-NO
              MOVE WRK-MAP-CR (WRK-MAP-IDX) TO GLJ-GL-ACCT
              MOVE 'C' TO GLJ-DR-CR
              WRITE GLJ-REC
           END-IF.
      *
      * CLOSES THE REPORT WITH AN UNAMBIGUOUS VERDICT SO DATA
      * CONTROL KNOWS WHETHER THE LEDGER WAS FED.
       A000-FOOTER.
           MOVE SPACES TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.
           MOVE '------------------------------------------------------'
            TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-COUNT-READ TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'HISTORY RECORDS READ:  ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-COUNT-DAY TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'POSTINGS JOURNALLED:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-COUNT-UNMAPPED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TOTALS NOT MAPPED:     ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           MOVE WRK-COUNT-LINES TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'JOURNAL LINES WRITTEN: ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-GL-LINE.
           WRITE PRT-GL-LINE.

           IF WRK-JRNL-FAILED
              MOVE 'JOURNAL FAILED - NOT RELEASED TO THE LEDGER'
               TO PRT-GL-LINE
           ELSE
              MOVE 'JOURNAL IN BALANCE - RELEASED TO THE LEDGER'
               TO PRT-GL-LINE
           END-IF.
           WRITE PRT-GL-LINE.
