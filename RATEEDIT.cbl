      * DAY, NOT THE BAD ATTEMPT. A FIRST RUN (NO PRIOR GENERATION,
      * RATEPRV DD DUMMY) SKIPS THE MOVE AND MISSING-CURRENCY
      * CHECKS - THERE IS NOTHING TO COMPARE.
      *
      * EVERY RUN ALSO APPENDS ONE STEP CONTROL RECORD (LAYOUT IN
      * EODCTL) TO THE END-OF-DAY CONTROL LOG FOR THE EODSIGN SIGN-
      * OFF.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT PRT-RATERPT   ASSIGN TO RATERPT.
           SELECT PRT-PARMCARD  ASSIGN TO PARMCARD
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL.

       DATA DIVISION.
       FILE SECTION.
           05  PRT-PARM-MOVE-LIM  PIC 9(2)      VALUE ZEROS.
           05  FILLER             PIC X(78)     VALUE SPACES.

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

      * TODAY'S RATES, LOADED THE SAME SHAPE AS THE TOPACCTS AND
      * TOPTIERS RATE TABLES SO ALL THREE PROGRAMS AGREE ON THE
       77  WRK-COUNT-MOVED             PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-MISSING           PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-BAD               PIC 9(4) VALUE ZEROS.
       77  WRK-RECS-READ               PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-STAGED            PIC 9(4) VALUE ZEROS.
       77  WRK-COUNT-ERRORS            PIC 9(5) VALUE ZEROS.

      * SCRATCH FIELDS FOR THE COMPARISON SCANS.
       77  WRK-FOUND-SUB               PIC 9(4) COMP VALUE ZEROS.
           CLOSE PRT-RATEPRVO.
           CLOSE PRT-RATERPT.

           PERFORM A000-EODCTL-WRITE.

           IF WRK-EDIT-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           END-READ.

           IF NOT WRK-EOF
              ADD 1 TO WRK-RECS-READ
              IF XRT-CURRENCY = SPACES
                 OR XRT-RATE NOT NUMERIC
                 OR XRT-RATE = ZEROS
                    MOVE XRT-RATE     TO PVO-RATE
                    MOVE XRT-DATE     TO PVO-DATE
                    WRITE PVO-REC
                    ADD 1 TO WRK-COUNT-STAGED
                 END-IF

                 IF WRK-RATE-COUNT < WRK-RATE-MAX
               TO PRT-RATE-LINE
           END-IF.
           WRITE PRT-RATE-LINE.
      *
      * APPENDS THIS RUN'S STEP CONTROL RECORD FOR THE END-OF-DAY
      * SIGN-OFF. THE CONTROL COUNT IS THE NUMBER OF CURRENCIES ON
      * THE PRIOR DAY'S FILE (ZERO ON A FIRST RUN); A RATES FILE
      * CARRIES NO AMOUNT TOTALS.
       A000-EODCTL-WRITE.
           COMPUTE WRK-COUNT-ERRORS =
              WRK-COUNT-BAD + WRK-COUNT-STALE
              + WRK-COUNT-MOVED + WRK-COUNT-MISSING.

           OPEN EXTEND PRT-EODCTL.

           MOVE SPACES           TO ECL-REC.
           MOVE 'RATEEDIT'       TO ECL-PROGRAM.
           MOVE WRK-DATE-NUM     TO ECL-RUN-DATE.
           ACCEPT WRK-TIME FROM TIME.
           MOVE WRK-TIME (1:6)   TO ECL-RUN-TIME.
           MOVE WRK-RECS-READ    TO ECL-RECS-READ.
           MOVE WRK-PRV-COUNT    TO ECL-CTL-COUNT.
           MOVE WRK-COUNT-STAGED TO ECL-ACCEPT-COUNT.
           MOVE WRK-COUNT-ERRORS TO ECL-ERROR-COUNT.
           MOVE ZEROS            TO ECL-CTL-EXPECTED.
           MOVE ZEROS            TO ECL-CTL-ACTUAL.
           MOVE 'N'              TO ECL-RESUMED.
           IF WRK-EDIT-FAILED
              MOVE 'FAILED' TO ECL-VERDICT
           ELSE
              MOVE 'OK' TO ECL-VERDICT
           END-IF.
           WRITE ECL-REC.

           CLOSE PRT-EODCTL.
