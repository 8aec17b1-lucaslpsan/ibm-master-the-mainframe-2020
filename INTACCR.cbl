      * GENERATED FILE IS NOT RELEASED TO POSTING UNTIL DATA CONTROL
      * HAS AGREED THE REGISTER. A TIER RECORD WITH NO RATE ON THE
      * PARAMETER FILE IS REPORTED AND ENDS THE STEP WITH RETURN
      * CODE 8 SO A HALF-COMPUTED FILE CANNOT GO OUT. EVERY RUN
      * ALSO APPENDS ONE STEP CONTROL RECORD (LAYOUT IN EODCTL) TO
      * THE END-OF-DAY CONTROL LOG FOR THE EODSIGN SIGN-OFF.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS WRK-ACCRATES-STATUS.
           SELECT PRT-ACCROUT   ASSIGN TO ACCROUT.
           SELECT PRT-ACCRRPT   ASSIGN TO ACCRRPT.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL.

       DATA DIVISION.
       FILE SECTION.
           05 PRT-ACCR-INT        PIC X(12)  VALUE SPACES.
           05 FILLER              PIC X(34)  VALUE SPACES.

      * END-OF-DAY CONTROL LOG (LAYOUT IN EODCTL): ONE RECORD
      * APPENDED PER RUN.
       FD  PRT-EODCTL RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY EODCTL.


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       77  WRK-DATE-NUM                PIC 9(8)  VALUE ZEROS.
       01  WRK-TIME.
           02 WRK-HOUR                 PIC 9(2).
           02 WRK-MINUTE               PIC 9(2).
           02 WRK-SECOND               PIC 9(2).
           02 FILLER                   PIC 9(2).

      * PER-TIER ANNUAL RATES FROM THE ACCRATES FILE. A TIER WITH NO
      * RATE RECORD KEEPS ZERO AND ITS SWITCH OFF - ITS ACCOUNTS ARE
       77  WRK-GEN-COUNT               PIC 9(9) VALUE ZEROS.
       77  WRK-GEN-HASH                PIC 9(9)V99 VALUE ZEROS.
       77  WRK-COUNT-NORATE            PIC 9(9) VALUE ZEROS.
       77  WRK-RECS-READ               PIC 9(9) VALUE ZEROS.
       77  WRK-TIER-SUM                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ACCR-STATE              PIC 9(1) VALUE ZEROS.
           88 WRK-ACCR-FAILED          VALUE 1.

           CLOSE PRT-ACCROUT.
           CLOSE PRT-ACCRRPT.

           PERFORM A000-EODCTL-WRITE.

           IF WRK-ACCR-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           END-READ.

           IF NOT WRK-EOF
              ADD 1 TO WRK-RECS-READ
              PERFORM A000-RATE-PICK

              IF NOT WRK-RATE-OK
      * WRITES ONE STANDARD DEPOSIT TRANSACTION FOR THE COMPUTED
      * INTEREST, THE AMOUNT IN THE SAME EXTERNAL EDITED FORMAT THE
      * SUPPLIER DELIVERS SO TRANPOST PARSES IT WITH NUMVAL-C LIKE
      * ANY OTHER. THE SOURCE MARKER KEEPS IT FROM COUNTING AS
      * CUSTOMER ACTIVITY IN THE DORMANCY REVIEW.
       A000-TRAN-WRITE.
           MOVE SPACES         TO TRN-TRAN-REC.
           MOVE TIER-ACCT-NO   TO TRN-ACCT-NO.
           MOVE 'D'            TO TRN-TYPE.
           MOVE WRK-INTEREST   TO WRK-AMOUNT-ED.
           MOVE WRK-AMOUNT-ED  TO TRN-AMOUNT.
           MOVE 'I'            TO TRN-SOURCE.
           WRITE TRN-TRAN-REC.

           ADD 1 TO WRK-GEN-COUNT.
                                 TCT-TRL-WDR-HASH
                                 TCT-TRL-OPN-COUNT
                                 TCT-TRL-OPN-HASH
                                 TCT-TRL-CLS-COUNT
                                 TCT-TRL-REV-COUNT.
           WRITE TCT-TRL-REC.
      *
      * CLOSES THE REGISTER WITH THE PER-TIER TOTALS AND THE VERDICT
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ACCR-LINE.
           WRITE PRT-ACCR-LINE.
      *
      * APPENDS THIS RUN'S STEP CONTROL RECORD FOR THE END-OF-DAY
      * SIGN-OFF. THE TRAILER HASH AND THE SUM OF THE PER-TIER
      * REGISTER TOTALS ARE THE TWO SIDES OF THE CONTROL TOTAL.
       A000-EODCTL-WRITE.
           COMPUTE WRK-TIER-SUM =
              WRK-PLAT-TOTAL + WRK-GOLD-TOTAL + WRK-SILV-TOTAL.

           OPEN EXTEND PRT-EODCTL.

           MOVE SPACES           TO ECL-REC.
           MOVE 'INTACCR'        TO ECL-PROGRAM.
           MOVE WRK-DATE-NUM     TO ECL-RUN-DATE.
           ACCEPT WRK-TIME FROM TIME.
           MOVE WRK-TIME (1:6)   TO ECL-RUN-TIME.
           MOVE WRK-RECS-READ    TO ECL-RECS-READ.
           MOVE WRK-GEN-COUNT    TO ECL-CTL-COUNT.
           MOVE WRK-GEN-COUNT    TO ECL-ACCEPT-COUNT.
           MOVE WRK-COUNT-NORATE TO ECL-ERROR-COUNT.
           MOVE WRK-GEN-HASH     TO ECL-CTL-EXPECTED.
           MOVE WRK-TIER-SUM     TO ECL-CTL-ACTUAL.
           MOVE 'N'              TO ECL-RESUMED.
           IF WRK-ACCR-FAILED
              MOVE 'FAILED' TO ECL-VERDICT
           ELSE
              MOVE 'OK' TO ECL-VERDICT
           END-IF.
           WRITE ECL-REC.

           CLOSE PRT-EODCTL.
