      * READS THE BEFORE-POSTING AND AFTER-POSTING BALANCE SNAPSHOTS
      * BALSNAP TOOK OVER THE CUSTRECS KSDS (LAYOUT IN BALSNP) AND
      * THE POSTING-TOTALS RECORD TRANPOST WROTE (LAYOUT IN PSTCTL),
      * COMPUTES THE EXPECTED MOVEMENT (DEPOSITS, OPENING BALANCES,
      * CREDIT ADJUSTMENTS AND REVERSED WITHDRAWALS, MINUS
      * WITHDRAWALS, CLOSED-ACCOUNT BALANCES, DEBIT ADJUSTMENTS AND
      * REVERSED DEPOSITS) AND
      * JUDGES IT AGAINST THE SNAPSHOT-TO-SNAPSHOT CHANGE. AN OUT-
      * OF-BALANCE DAY - OR A MISSING INPUT, WHICH MEANS A STEP THAT
      * SHOULD HAVE RUN DID NOT - ENDS THE STEP WITH RETURN CODE 8
      * SO DATA CONTROL HOLDS THE REPORTING SUITE INSTEAD OF SIGNING
      * OFF THE DAY ON FAITH. EVERY RUN ALSO APPENDS ONE STEP
      * CONTROL RECORD (LAYOUT IN EODCTL) TO THE END-OF-DAY CONTROL
      * LOG FOR THE EODSIGN SIGN-OFF.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT PRT-POSTCTL   ASSIGN TO POSTCTL
               FILE STATUS IS WRK-POSTCTL-STATUS.
           SELECT PRT-RECONRPT  ASSIGN TO RECONRPT.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-SNAPAFT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AFT-REC                PIC X(80)  VALUE SPACES.

       FD  PRT-POSTCTL RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
           COPY PSTCTL.

       FD  PRT-RECONRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-RECON-LINE         PIC X(80)  VALUE SPACES.

      * END-OF-DAY CONTROL LOG (LAYOUT IN EODCTL): ONE RECORD
      * APPENDED PER RUN.
       FD  PRT-EODCTL RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY EODCTL.


       WORKING-STORAGE SECTION.
       77  WRK-SNAPBEF-STATUS          PIC X(2) VALUE SPACES.
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       01  WRK-TIME.
           02 WRK-HOUR                 PIC 9(2).
           02 WRK-MINUTE               PIC 9(2).
           02 WRK-SECOND               PIC 9(2).
           02 FILLER                   PIC 9(2).

      * THE THREE INPUTS AS READ. EACH CARRIES ITS OWN GOT-SWITCH -
      * A MISSING OR EMPTY INPUT IS A RECONCILIATION FAILURE IN ITS
       77  WRK-CTL-GOT                 PIC 9(1) VALUE ZEROS.
           88 WRK-CTL-OK               VALUE 1.

      * FIGURES FOR THE STEP CONTROL RECORD: HOW MANY OF THE THREE
      * INPUTS WERE FOUND, HOW MANY TRANSACTIONS POSTING SAYS IT
      * POSTED, AND THE ERRORS THAT FAILED THE RECONCILIATION.
       77  WRK-INPUTS-FOUND            PIC 9(1) VALUE ZEROS.
       77  WRK-POST-COUNT              PIC 9(9) VALUE ZEROS.
       77  WRK-RECON-ERRORS            PIC 9(1) VALUE ZEROS.

      * SIGNED RECONCILIATION ARITHMETIC: THE SNAPSHOTS AND TOTALS
      * ARE UNSIGNED ON FILE, BUT A DAY'S NET MOVEMENT (AND ANY
      * DIFFERENCE) CAN RUN EITHER WAY.
       77  WRK-EXPECTED                PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ACTUAL                  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFFERENCE              PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ADJ-NET                 PIC S9(13)V99 VALUE ZEROS.
       77  WRK-REV-NET                 PIC S9(13)V99 VALUE ZEROS.
       77  WRK-RECON-STATE             PIC 9(1) VALUE ZEROS.
           88 WRK-RECON-FAILED         VALUE 1.


           CLOSE PRT-RECONRPT.

           PERFORM A000-EODCTL-WRITE.

           IF WRK-RECON-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
                 MOVE BSN-TOTAL-BAL TO WRK-BEF-TOTAL
                 MOVE BSN-BAD-COUNT TO WRK-BEF-BAD
                 MOVE 1 TO WRK-BEF-GOT
                 ADD 1 TO WRK-INPUTS-FOUND
              END-IF
              CLOSE PRT-SNAPBEF
           END-IF.
                 MOVE BSN-TOTAL-BAL TO WRK-AFT-TOTAL
                 MOVE BSN-BAD-COUNT TO WRK-AFT-BAD
                 MOVE 1 TO WRK-AFT-GOT
                 ADD 1 TO WRK-INPUTS-FOUND
              END-IF
              CLOSE PRT-SNAPAFT
           END-IF.
              END-READ
              IF WRK-POSTCTL-STATUS = '00'
                 MOVE 1 TO WRK-CTL-GOT
                 ADD 1 TO WRK-INPUTS-FOUND
                 MOVE PCT-POST-COUNT TO WRK-POST-COUNT
              END-IF
              CLOSE PRT-POSTCTL
           END-IF.
      * TOTALS AGAINST THE ACTUAL SNAPSHOT-TO-SNAPSHOT CHANGE. BOTH
      * SNAPSHOTS VALUE AN UNPARSEABLE BALANCE AT ZERO, THE SAME WAY
      * THE POSTING RUN REFUSES TO MOVE ONE, SO A GARBLED RECORD ON
      * FILE CANNOT THROW THE COMPARISON. APPROVED BALANCE
      * ADJUSTMENTS ARE THEIR OWN CATEGORY AND PRINT ON THEIR OWN
      * LINE, SO A CORRECTION DAY SHOWS WHERE THE EXTRA MOVEMENT CAME
      * FROM INSTEAD OF AN UNEXPLAINED BREAK. REVERSALS ARE TREATED
      * THE SAME WAY.
       A000-RECONCILE.
           COMPUTE WRK-ADJ-NET =
              PCT-ADJ-CR-TOTAL - PCT-ADJ-DR-TOTAL.
           COMPUTE WRK-REV-NET =
              PCT-REV-CR-TOTAL - PCT-REV-DR-TOTAL.
           COMPUTE WRK-EXPECTED =
              PCT-DEP-TOTAL + PCT-OPN-TOTAL
              - PCT-WDR-TOTAL - PCT-CLS-TOTAL
              + WRK-ADJ-NET + WRK-REV-NET.
           COMPUTE WRK-ACTUAL = WRK-AFT-TOTAL - WRK-BEF-TOTAL.
           COMPUTE WRK-DIFFERENCE = WRK-ACTUAL - WRK-EXPECTED.

           MOVE WRK-RPT-LINE TO PRT-RECON-LINE.
           WRITE PRT-RECON-LINE.

           MOVE WRK-ADJ-NET TO WRK-AMT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'NET ADJUSTMENTS:      ' WRK-AMT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-RECON-LINE.
           WRITE PRT-RECON-LINE.

           MOVE WRK-REV-NET TO WRK-AMT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'NET REVERSALS:        ' WRK-AMT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-RECON-LINE.
           WRITE PRT-RECON-LINE.

           MOVE WRK-EXPECTED TO WRK-AMT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'EXPECTED MOVEMENT:    ' WRK-AMT-ED

           IF WRK-DIFFERENCE NOT = ZEROS
              MOVE 1 TO WRK-RECON-STATE
              ADD 1 TO WRK-RECON-ERRORS
              MOVE WRK-DIFFERENCE TO WRK-AMT-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'RECON ERROR: OUT OF BALANCE BY ' WRK-AMT-ED
               TO PRT-RECON-LINE
           END-IF.
           WRITE PRT-RECON-LINE.
      *
      * APPENDS THIS RUN'S STEP CONTROL RECORD FOR THE END-OF-DAY
      * SIGN-OFF: EACH MISSING INPUT AND AN OUT-OF-BALANCE DAY COUNT
      * AS ONE ERROR, AND THE EXPECTED AND ACTUAL MOVEMENT ARE LEFT
      * AT ZERO WHEN AN INPUT WAS MISSING AND NOTHING WAS COMPARED.
       A000-EODCTL-WRITE.
           COMPUTE WRK-RECON-ERRORS =
              WRK-RECON-ERRORS + 3 - WRK-INPUTS-FOUND.

           OPEN EXTEND PRT-EODCTL.

           MOVE SPACES           TO ECL-REC.
           MOVE 'POSTRCN'        TO ECL-PROGRAM.
           MOVE WRK-DATE         TO ECL-RUN-DATE.
           ACCEPT WRK-TIME FROM TIME.
           MOVE WRK-TIME (1:6)   TO ECL-RUN-TIME.
           MOVE WRK-INPUTS-FOUND TO ECL-RECS-READ.
           MOVE WRK-POST-COUNT   TO ECL-CTL-COUNT.
           MOVE ZEROS            TO ECL-ACCEPT-COUNT.
           MOVE WRK-RECON-ERRORS TO ECL-ERROR-COUNT.
           MOVE WRK-EXPECTED     TO ECL-CTL-EXPECTED.
           MOVE WRK-ACTUAL       TO ECL-CTL-ACTUAL.
           MOVE 'N'              TO ECL-RESUMED.
           IF WRK-RECON-FAILED
              MOVE 'FAILED' TO ECL-VERDICT
           ELSE
              MOVE 'OK' TO ECL-VERDICT
           END-IF.
           WRITE ECL-REC.

           CLOSE PRT-EODCTL.
