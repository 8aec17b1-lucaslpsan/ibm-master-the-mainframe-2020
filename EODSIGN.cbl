       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EODSIGN.
       AUTHOR.        STUDENT.
      *
      * CONSOLIDATED END-OF-DAY BATCH SIGN-OFF. DATA CONTROL USED TO
      * SIGN OFF A BUSINESS DAY BY OPENING EVERY EDIT REPORT, THE
      * RECONCILIATION, BOTH RUN LOGS AND THE JOB RETURN CODES ONE AT
      * A TIME; THIS PROGRAM READS THE MACHINE-READABLE CONTROL
      * RECORDS THE STEPS LEAVE BEHIND AND PRINTS THE WHOLE DAY ON
      * ONE PAGE:
      *   - THE END-OF-DAY CONTROL LOG (LAYOUT IN EODCTL) WRITTEN BY
      *     EXTREDIT, RATEEDIT, INTACCR, TRANEDIT AND POSTRCN;
      *   - THE TOPACCTS AND TOPTIERS RUN LOGS (LAYOUT IN RUNLOG);
      *   - THE POSTING-TOTALS RECORD TRANPOST WRITES (PSTCTL);
      *   - THE BEFORE- AND AFTER-POSTING BALANCE SNAPSHOTS (BALSNP).
      * EACH STEP GETS ONE LINE WITH ITS COUNTS, RESTART FLAG AND
      * VERDICT, AND ONE LINE WITH ITS CONTROL TOTALS WHERE IT HAS
      * ANY. ONLY RECORDS DATED THE BUSINESS DAY COUNT; WHERE A STEP
      * RAN MORE THAN ONCE THAT DAY (A RERUN AFTER A FAILURE) THE
      * LAST RUN IS THE ONE JUDGED AND THE RUN COUNT SAYS SO.
      *
      * A STEP WITH NO RECORD FOR THE DAY, OR WHOSE LAST RUN DID NOT
      * END OK, IS FLAGGED. INTACCR RUNS ONCE A MONTH, SO IT IS ONLY
      * EXPECTED ON THE DAY THE PARMCARD NAMES AS AN ACCRUAL DAY (IT
      * IS STILL SHOWN AND JUDGED ON ANY OTHER DAY IT RAN). ANY FLAG
      * MAKES THE DAY NO-GO AND ENDS THE STEP WITH RETURN CODE 8; A
      * CLEAN DAY IS GO WITH RETURN CODE 0, SO THE SCHEDULER TESTS
      * THE SAME VERDICT THE PAGE PRINTS BEFORE IT DISTRIBUTES THE
      * DAY'S REPORTS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL
               FILE STATUS IS WRK-EODCTL-STATUS.
           SELECT PRT-TOPRLOG   ASSIGN TO TOPRLOG
               FILE STATUS IS WRK-TOPRLOG-STATUS.
           SELECT PRT-TIERRLOG  ASSIGN TO TIERRLOG
               FILE STATUS IS WRK-TIERRLOG-STATUS.
           SELECT PRT-POSTCTL   ASSIGN TO POSTCTL
               FILE STATUS IS WRK-POSTCTL-STATUS.
           SELECT PRT-SNAPBEF   ASSIGN TO SNAPBEF
               FILE STATUS IS WRK-SNAPBEF-STATUS.
           SELECT PRT-SNAPAFT   ASSIGN TO SNAPAFT
               FILE STATUS IS WRK-SNAPAFT-STATUS.
           SELECT PRT-PARMCARD  ASSIGN TO PARMCARD
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PRT-SIGNRPT   ASSIGN TO SIGNRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-EODCTL RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY EODCTL.

       FD  PRT-TOPRLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNLOG.

      * SECOND VIEW OF THE RUNLOG LAYOUT FOR THE TOPTIERS LOG - EACH
      * RECORD IS MOVED INTO THE TOPRLOG AREA (THAT FILE IS CLOSED BY
      * THEN) SO ONE COPYBOOK DESCRIBES BOTH LOGS.
       FD  PRT-TIERRLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRL-REC                PIC X(80)  VALUE SPACES.

       FD  PRT-POSTCTL RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
           COPY PSTCTL.

       FD  PRT-SNAPBEF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY BALSNP.

      * SECOND VIEW OF THE SNAPSHOT LAYOUT FOR THE AFTER FILE, READ
      * THROUGH THE BALSNP AREA THE SAME WAY POSTRCN DOES.
       FD  PRT-SNAPAFT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AFT-REC                PIC X(80)  VALUE SPACES.

      * COLUMNS 1-8 ARE THE BUSINESS DATE TO SIGN OFF AS YYYYMMDD
      * (BLANK, ZERO OR NON-NUMERIC MEANS TODAY); COLUMN 9 IS Y ON AN
      * ACCRUAL DAY, WHEN THE INTACCR RUN IS EXPECTED.
       FD  PRT-PARMCARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-PARM-REC.
           05  PRT-PARM-DATE      PIC 9(8)      VALUE ZEROS.
           05  PRT-PARM-ACCRUAL   PIC X(1)      VALUE SPACES.
           05  FILLER             PIC X(71)     VALUE SPACES.

       FD  PRT-SIGNRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-SIGN-LINE          PIC X(80)  VALUE SPACES.


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           88 WRK-EOF                  VALUE 1.
       77  WRK-EODCTL-STATUS           PIC X(2) VALUE SPACES.
       77  WRK-TOPRLOG-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-TIERRLOG-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-POSTCTL-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-SNAPBEF-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-SNAPAFT-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-PARM-STATUS             PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.

      * THE BUSINESS DAY BEING SIGNED OFF, AND WHETHER IT IS AN
      * ACCRUAL DAY.
       01  WRK-SIGN-DATE               PIC 9(8)  VALUE ZEROS.
       01  WRK-SIGN-DATE-R REDEFINES WRK-SIGN-DATE.
           05  WRK-SIGN-YEAR           PIC 9(4).
           05  WRK-SIGN-MONTH          PIC 9(2).
           05  WRK-SIGN-DAY            PIC 9(2).
       77  WRK-ACCRUAL-SW              PIC 9(1) VALUE ZEROS.
           88 WRK-ACCRUAL-DAY          VALUE 1.

      * THE STEPS SIGNED OFF, IN THE ORDER THEY RUN: THE TOPACCTS
      * STREAM, THE MONTHLY ACCRUAL, THEN THE POSTING STREAM. FOR
      * EACH: THE NAME PRINTED, WHETHER IT HAS A CONTROL COUNT (Y),
      * WHAT CONTROL TOTALS IT HAS (P A PAIR, S ONE VALUE, N NONE)
      * AND THEIR LABEL. SUB-SCRIPTS ARE FIXED - SEE THE READ
      * PARAGRAPHS.
       01  WRK-STEP-VALUES.
           05  FILLER                  PIC X(8)  VALUE 'EXTREDIT'.
           05  FILLER                  PIC X(1)  VALUE 'Y'.
           05  FILLER                  PIC X(1)  VALUE 'P'.
           05  FILLER                  PIC X(22)
                                       VALUE 'HASH TRAILER/FILE'.
           05  FILLER                  PIC X(8)  VALUE 'RATEEDIT'.
           05  FILLER                  PIC X(1)  VALUE 'Y'.
           05  FILLER                  PIC X(1)  VALUE 'N'.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'TOPACCTS'.
           05  FILLER                  PIC X(1)  VALUE 'N'.
           05  FILLER                  PIC X(1)  VALUE 'S'.
           05  FILLER                  PIC X(22)
                                       VALUE 'QUALIFYING THRESHOLD'.
           05  FILLER                  PIC X(8)  VALUE 'TOPTIERS'.
           05  FILLER                  PIC X(1)  VALUE 'N'.
           05  FILLER                  PIC X(1)  VALUE 'S'.
           05  FILLER                  PIC X(22)
                                       VALUE 'SILVER CUT POINT'.
           05  FILLER                  PIC X(8)  VALUE 'INTACCR'.
           05  FILLER                  PIC X(1)  VALUE 'Y'.
           05  FILLER                  PIC X(1)  VALUE 'P'.
           05  FILLER                  PIC X(22)
                                       VALUE 'INTEREST TRAILER/TIERS'.
           05  FILLER                  PIC X(8)  VALUE 'TRANEDIT'.
           05  FILLER                  PIC X(1)  VALUE 'Y'.
           05  FILLER                  PIC X(1)  VALUE 'P'.
           05  FILLER                  PIC X(22)
                                       VALUE 'HASH TRAILER/FILE'.
           05  FILLER                  PIC X(8)  VALUE 'SNAP-BEF'.
           05  FILLER                  PIC X(1)  VALUE 'N'.
           05  FILLER                  PIC X(1)  VALUE 'S'.
           05  FILLER                  PIC X(22)
                                       VALUE 'MASTER BALANCE'.
           05  FILLER                  PIC X(8)  VALUE 'TRANPOST'.
           05  FILLER                  PIC X(1)  VALUE 'N'.
           05  FILLER                  PIC X(1)  VALUE 'P'.
           05  FILLER                  PIC X(22)
                                       VALUE 'POSTED CREDITS/DEBITS'.
           05  FILLER                  PIC X(8)  VALUE 'SNAP-AFT'.
           05  FILLER                  PIC X(1)  VALUE 'N'.
           05  FILLER                  PIC X(1)  VALUE 'S'.
           05  FILLER                  PIC X(22)
                                       VALUE 'MASTER BALANCE'.
           05  FILLER                  PIC X(8)  VALUE 'POSTRCN'.
           05  FILLER                  PIC X(1)  VALUE 'Y'.
           05  FILLER                  PIC X(1)  VALUE 'P'.
           05  FILLER                  PIC X(22)
                                       VALUE 'MOVEMENT EXPECT/ACTUAL'.
       01  WRK-STEP-DEFS REDEFINES WRK-STEP-VALUES.
           05  WRK-DEF-ENTRY OCCURS 10 TIMES.
               10  WRK-DEF-NAME        PIC X(8).
               10  WRK-DEF-HAS-COUNT   PIC X(1).
               10  WRK-DEF-TOTALS      PIC X(1).
               10  WRK-DEF-LABEL       PIC X(22).
       77  WRK-STEP-MAX                PIC 9(4) COMP VALUE 10.
       77  WRK-INTACCR-SUB             PIC 9(4) COMP VALUE 5.

      * WHAT WAS FOUND FOR EACH STEP ON THE BUSINESS DAY. THE OTHER
      * DATE IS THE LATEST RECORD ON FILE FOR ANY OTHER DAY, PRINTED
      * WITH A MISSING STEP SO DATA CONTROL CAN SEE WHEN IT LAST RAN.
       01  WRK-STEP-TABLE.
           05  WRK-STP-ENTRY OCCURS 10 TIMES.
               10  WRK-STP-RUNS        PIC 9(3).
               10  WRK-STP-OTHER-DATE  PIC 9(8).
               10  WRK-STP-READ        PIC 9(9).
               10  WRK-STP-CTL-COUNT   PIC 9(9).
               10  WRK-STP-ACCEPT      PIC 9(9).
               10  WRK-STP-ERRORS      PIC 9(9).
               10  WRK-STP-EXPECTED    PIC S9(13)V99.
               10  WRK-STP-ACTUAL      PIC S9(13)V99.
               10  WRK-STP-RESUMED     PIC X(1).
               10  WRK-STP-VERDICT     PIC X(8).
       77  WRK-STEP-SUB                PIC 9(4) COMP VALUE ZEROS.
       77  WRK-FIND-SUB                PIC 9(4) COMP VALUE ZEROS.
       77  WRK-FLAG-COUNT              PIC 9(4) VALUE ZEROS.

      * CREDIT AND DEBIT SIDES OF THE POSTED MOVEMENT.
       77  WRK-POST-CREDITS            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-POST-DEBITS             PIC 9(13)V99 VALUE ZEROS.

      * ONE STEP LINE AND ONE CONTROL-TOTAL LINE.
       01  WRK-STEP-LINE.
           05  WRK-SL-NAME             PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-SL-RUNS             PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-SL-READ             PIC X(9)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-SL-CONTROL          PIC X(9)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-SL-ACCEPT           PIC X(9)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-SL-ERRORS           PIC X(9)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WRK-SL-RESUMED          PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WRK-SL-VERDICT          PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WRK-TOTAL-LINE.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WRK-TL-LABEL            PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-TL-VALUE1           PIC -Z(12)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-TL-VALUE2           PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE SPACES.

      * WORK AREAS FOR THE REPORT LINES.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-RUNS-ED                 PIC ZZ9.
       77  WRK-AMT-ED                  PIC -Z(12)9.99.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.

           PERFORM A000-PARM.
           PERFORM A000-STEP-RESET
              VARYING WRK-STEP-SUB FROM 1 BY 1
                 UNTIL WRK-STEP-SUB > WRK-STEP-MAX.

           PERFORM A000-READ-EODCTL.
           PERFORM A000-READ-TOPRLOG.
           PERFORM A000-READ-TIERRLOG.
           PERFORM A000-READ-POSTCTL.
           PERFORM A000-READ-SNAPBEF.
           PERFORM A000-READ-SNAPAFT.

           OPEN OUTPUT PRT-SIGNRPT.

           PERFORM A000-HEADER.
           PERFORM A000-STEP-PRINT
              VARYING WRK-STEP-SUB FROM 1 BY 1
                 UNTIL WRK-STEP-SUB > WRK-STEP-MAX.
           PERFORM A000-FOOTER.

           CLOSE PRT-SIGNRPT.

           IF WRK-FLAG-COUNT > ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * READS THE OPTIONAL PARAMETER CARD FOR THE BUSINESS DATE AND
      * THE ACCRUAL-DAY FLAG. WITHOUT ONE, TODAY IS SIGNED OFF AND
      * INTACCR IS NOT EXPECTED.
       A000-PARM.
           MOVE WRK-DATE TO WRK-SIGN-DATE.
           OPEN INPUT PRT-PARMCARD.

           IF WRK-PARM-STATUS = '00'
              READ PRT-PARMCARD
                 AT END CONTINUE
              END-READ

              IF WRK-PARM-STATUS = '00'
                 IF PRT-PARM-DATE IS NUMERIC
                    AND PRT-PARM-DATE > ZEROS
                    MOVE PRT-PARM-DATE TO WRK-SIGN-DATE
                 END-IF
                 IF PRT-PARM-ACCRUAL = 'Y'
                    MOVE 1 TO WRK-ACCRUAL-SW
                 END-IF
              END-IF

              CLOSE PRT-PARMCARD
           END-IF.
      *
       A000-STEP-RESET.
           MOVE ZEROS  TO WRK-STP-RUNS (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-OTHER-DATE (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-READ (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-CTL-COUNT (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-ACCEPT (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-ERRORS (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-EXPECTED (WRK-STEP-SUB).
           MOVE ZEROS  TO WRK-STP-ACTUAL (WRK-STEP-SUB).
           MOVE SPACES TO WRK-STP-RESUMED (WRK-STEP-SUB).
           MOVE SPACES TO WRK-STP-VERDICT (WRK-STEP-SUB).
      *
      * READS THE WHOLE END-OF-DAY CONTROL LOG. EACH RECORD IS
      * MATCHED TO ITS STEP BY PROGRAM NAME; A LATER RECORD FOR THE
      * SAME STEP AND DAY REPLACES AN EARLIER ONE. A MISSING LOG
      * JUST LEAVES EVERY STEP THAT WRITES TO IT MISSING.
       A000-READ-EODCTL.
           MOVE ZEROS TO WRK-END-OF-FILE.
           OPEN INPUT PRT-EODCTL.

           IF WRK-EODCTL-STATUS = '00'
              PERFORM A000-EODCTL-ONE UNTIL WRK-EOF
              CLOSE PRT-EODCTL
           END-IF.
      *
       A000-EODCTL-ONE.
           READ PRT-EODCTL
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              MOVE ZEROS TO WRK-STEP-SUB
              PERFORM A000-FIND-STEP
                 VARYING WRK-FIND-SUB FROM 1 BY 1
                    UNTIL WRK-FIND-SUB > WRK-STEP-MAX
                       OR WRK-STEP-SUB > ZEROS
              IF WRK-STEP-SUB > ZEROS
                 IF ECL-RUN-DATE = WRK-SIGN-DATE
                    PERFORM A000-TAKE-EODCTL
                 ELSE
                    MOVE ECL-RUN-DATE
                     TO WRK-STP-OTHER-DATE (WRK-STEP-SUB)
                 END-IF
              END-IF
           END-IF.
      *
       A000-FIND-STEP.
           IF WRK-DEF-NAME (WRK-FIND-SUB) = ECL-PROGRAM
              MOVE WRK-FIND-SUB TO WRK-STEP-SUB
           END-IF.
      *
       A000-TAKE-EODCTL.
           ADD 1 TO WRK-STP-RUNS (WRK-STEP-SUB).
           MOVE ECL-RECS-READ    TO WRK-STP-READ (WRK-STEP-SUB).
           MOVE ECL-CTL-COUNT    TO WRK-STP-CTL-COUNT (WRK-STEP-SUB).
           MOVE ECL-ACCEPT-COUNT TO WRK-STP-ACCEPT (WRK-STEP-SUB).
           MOVE ECL-ERROR-COUNT  TO WRK-STP-ERRORS (WRK-STEP-SUB).
           MOVE ECL-CTL-EXPECTED TO WRK-STP-EXPECTED (WRK-STEP-SUB).
           MOVE ECL-CTL-ACTUAL   TO WRK-STP-ACTUAL (WRK-STEP-SUB).
           MOVE ECL-RESUMED      TO WRK-STP-RESUMED (WRK-STEP-SUB).
           MOVE ECL-VERDICT      TO WRK-STP-VERDICT (WRK-STEP-SUB).
      *
      * READS THE TOPACCTS RUN LOG INTO STEP 3.
       A000-READ-TOPRLOG.
           MOVE 3 TO WRK-STEP-SUB.
           MOVE ZEROS TO WRK-END-OF-FILE.
           OPEN INPUT PRT-TOPRLOG.

           IF WRK-TOPRLOG-STATUS = '00'
              PERFORM A000-TOPRLOG-ONE UNTIL WRK-EOF
              CLOSE PRT-TOPRLOG
           END-IF.
      *
       A000-TOPRLOG-ONE.
           READ PRT-TOPRLOG
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              PERFORM A000-TAKE-RUNLOG
           END-IF.
      *
      * READS THE TOPTIERS RUN LOG INTO STEP 4, THROUGH THE RUNLOG
      * VIEW IN THE TOPRLOG AREA.
       A000-READ-TIERRLOG.
           MOVE 4 TO WRK-STEP-SUB.
           MOVE ZEROS TO WRK-END-OF-FILE.
           OPEN INPUT PRT-TIERRLOG.

           IF WRK-TIERRLOG-STATUS = '00'
              PERFORM A000-TIERRLOG-ONE UNTIL WRK-EOF
              CLOSE PRT-TIERRLOG
           END-IF.
      *
       A000-TIERRLOG-ONE.
           READ PRT-TIERRLOG
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              MOVE TRL-REC TO RLOG-REC
              PERFORM A000-TAKE-RUNLOG
           END-IF.
      *
      * TAKES ONE RUN-LOG ENTRY FOR THE STEP THE CALLER HAS SET. THE
      * RUN LOGS CARRY NO CONTROL COUNT; THE THRESHOLD THE RUN USED
      * IS ITS ONE CONTROL VALUE, AND A TOLRNCE VERDICT IS A FAILURE
      * LIKE ANY OTHER.
       A000-TAKE-RUNLOG.
           IF RLOG-RUN-DATE = WRK-SIGN-DATE
              ADD 1 TO WRK-STP-RUNS (WRK-STEP-SUB)
              MOVE RLOG-RECS-READ TO WRK-STP-READ (WRK-STEP-SUB)
              MOVE RLOG-QUAL-COUNT TO WRK-STP-ACCEPT (WRK-STEP-SUB)
              MOVE RLOG-REJECT-COUNT
               TO WRK-STP-ERRORS (WRK-STEP-SUB)
              MOVE RLOG-THRESHOLD TO WRK-STP-EXPECTED (WRK-STEP-SUB)
              MOVE RLOG-RESUMED TO WRK-STP-RESUMED (WRK-STEP-SUB)
              MOVE RLOG-VERDICT TO WRK-STP-VERDICT (WRK-STEP-SUB)
           ELSE
              MOVE RLOG-RUN-DATE
               TO WRK-STP-OTHER-DATE (WRK-STEP-SUB)
           END-IF.
      *
      * READS THE POSTING-TOTALS RECORD INTO STEP 8. TRANPOST ONLY
      * WRITES IT ONCE THE WHOLE FILE IS POSTED, SO ITS PRESENCE FOR
      * THE DAY IS THE POSTING RUN'S OK. RECORDS READ ARE THE
      * TRANSACTIONS POSTED PLUS THOSE REJECTED.
       A000-READ-POSTCTL.
           MOVE 8 TO WRK-STEP-SUB.
           OPEN INPUT PRT-POSTCTL.

           IF WRK-POSTCTL-STATUS = '00'
              READ PRT-POSTCTL
                 AT END CONTINUE
              END-READ
              IF WRK-POSTCTL-STATUS = '00'
                 IF PCT-POST-DATE = WRK-SIGN-DATE
                    PERFORM A000-TAKE-POSTCTL
                 ELSE
                    MOVE PCT-POST-DATE
                     TO WRK-STP-OTHER-DATE (WRK-STEP-SUB)
                 END-IF
              END-IF
              CLOSE PRT-POSTCTL
           END-IF.
      *
       A000-TAKE-POSTCTL.
           ADD 1 TO WRK-STP-RUNS (WRK-STEP-SUB).
           COMPUTE WRK-STP-READ (WRK-STEP-SUB) =
              PCT-POST-COUNT + PCT-REJ-COUNT.
           MOVE PCT-POST-COUNT TO WRK-STP-ACCEPT (WRK-STEP-SUB).
           MOVE PCT-REJ-COUNT  TO WRK-STP-ERRORS (WRK-STEP-SUB).
           COMPUTE WRK-POST-CREDITS =
              PCT-DEP-TOTAL + PCT-OPN-TOTAL
              + PCT-ADJ-CR-TOTAL + PCT-REV-CR-TOTAL.
           COMPUTE WRK-POST-DEBITS =
              PCT-WDR-TOTAL + PCT-CLS-TOTAL
              + PCT-ADJ-DR-TOTAL + PCT-REV-DR-TOTAL.
           MOVE WRK-POST-CREDITS TO WRK-STP-EXPECTED (WRK-STEP-SUB).
           MOVE WRK-POST-DEBITS  TO WRK-STP-ACTUAL (WRK-STEP-SUB).
           MOVE PCT-RESUMED    TO WRK-STP-RESUMED (WRK-STEP-SUB).
           MOVE 'OK'           TO WRK-STP-VERDICT (WRK-STEP-SUB).
      *
      * READS THE BEFORE-POSTING SNAPSHOT INTO STEP 7.
       A000-READ-SNAPBEF.
           MOVE 7 TO WRK-STEP-SUB.
           OPEN INPUT PRT-SNAPBEF.

           IF WRK-SNAPBEF-STATUS = '00'
              READ PRT-SNAPBEF
                 AT END CONTINUE
              END-READ
              IF WRK-SNAPBEF-STATUS = '00'
                 PERFORM A000-TAKE-SNAP
              END-IF
              CLOSE PRT-SNAPBEF
           END-IF.
      *
      * READS THE AFTER-POSTING SNAPSHOT INTO STEP 9, THROUGH THE
      * BALSNP VIEW IN THE SNAPBEF AREA.
       A000-READ-SNAPAFT.
           MOVE 9 TO WRK-STEP-SUB.
           OPEN INPUT PRT-SNAPAFT.

           IF WRK-SNAPAFT-STATUS = '00'
              READ PRT-SNAPAFT
                 AT END CONTINUE
              END-READ
              IF WRK-SNAPAFT-STATUS = '00'
                 MOVE AFT-REC TO BSN-REC
                 PERFORM A000-TAKE-SNAP
              END-IF
              CLOSE PRT-SNAPAFT
           END-IF.
      *
      * TAKES ONE SNAPSHOT FOR THE STEP THE CALLER HAS SET. AN
      * UNPARSEABLE BALANCE IS COUNTED AS AN ERROR BUT DOES NOT FAIL
      * THE SNAPSHOT - POSTRCN JUDGES WHAT IT MEANS FOR THE DAY.
       A000-TAKE-SNAP.
           IF BSN-SNAP-DATE = WRK-SIGN-DATE
              ADD 1 TO WRK-STP-RUNS (WRK-STEP-SUB)
              MOVE BSN-REC-COUNT TO WRK-STP-READ (WRK-STEP-SUB)
              COMPUTE WRK-STP-ACCEPT (WRK-STEP-SUB) =
                 BSN-REC-COUNT - BSN-BAD-COUNT
              MOVE BSN-BAD-COUNT TO WRK-STP-ERRORS (WRK-STEP-SUB)
              MOVE BSN-TOTAL-BAL TO WRK-STP-EXPECTED (WRK-STEP-SUB)
              MOVE 'N'  TO WRK-STP-RESUMED (WRK-STEP-SUB)
              MOVE 'OK' TO WRK-STP-VERDICT (WRK-STEP-SUB)
           ELSE
              MOVE BSN-SNAP-DATE
               TO WRK-STP-OTHER-DATE (WRK-STEP-SUB)
           END-IF.
      *
       A000-HEADER.
           MOVE 'END-OF-DAY BATCH SIGN-OFF' TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'BUSINESS DAY' SPACE WRK-SIGN-MONTH '.'
              WRK-SIGN-DAY '.' WRK-SIGN-YEAR
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           IF WRK-ACCRUAL-DAY
              MOVE '- ACCRUAL DAY' TO WRK-RPT-LINE (25:13)
           END-IF.
           MOVE WRK-RPT-LINE TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           MOVE '======================================================'
            TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           MOVE 'STEP     RUN      READ   CONTROL  ACCEPTED    ERRORS'
            TO PRT-SIGN-LINE.
           MOVE 'RST  VERDICT' TO PRT-SIGN-LINE (54:12).
           WRITE PRT-SIGN-LINE.
      *
      * PRINTS ONE STEP: ITS LINE, ITS CONTROL TOTALS, AND ANY FLAG.
       A000-STEP-PRINT.
           PERFORM A000-STEP-JUDGE.

           MOVE SPACES TO WRK-STEP-LINE.
           MOVE WRK-DEF-NAME (WRK-STEP-SUB) TO WRK-SL-NAME.
           MOVE WRK-STP-RUNS (WRK-STEP-SUB) TO WRK-SL-RUNS.
           MOVE WRK-STP-VERDICT (WRK-STEP-SUB) TO WRK-SL-VERDICT.

           IF WRK-STP-RUNS (WRK-STEP-SUB) > ZEROS
              MOVE WRK-STP-READ (WRK-STEP-SUB) TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED TO WRK-SL-READ
              IF WRK-DEF-HAS-COUNT (WRK-STEP-SUB) = 'Y'
                 MOVE WRK-STP-CTL-COUNT (WRK-STEP-SUB) TO WRK-COUNT-ED
                 MOVE WRK-COUNT-ED TO WRK-SL-CONTROL
              END-IF
              MOVE WRK-STP-ACCEPT (WRK-STEP-SUB) TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED TO WRK-SL-ACCEPT
              MOVE WRK-STP-ERRORS (WRK-STEP-SUB) TO WRK-COUNT-ED
              MOVE WRK-COUNT-ED TO WRK-SL-ERRORS
              MOVE WRK-STP-RESUMED (WRK-STEP-SUB) TO WRK-SL-RESUMED
           END-IF.

           MOVE WRK-STEP-LINE TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           IF WRK-STP-RUNS (WRK-STEP-SUB) > ZEROS
              AND WRK-DEF-TOTALS (WRK-STEP-SUB) NOT = 'N'
              PERFORM A000-TOTAL-PRINT
           END-IF.

           PERFORM A000-STEP-FLAG.
      *
      * SETS THE PRINTED VERDICT OF A STEP THAT DID NOT RUN: MISSING,
      * OR NOT DUE FOR INTACCR OFF ITS ACCRUAL DAY.
       A000-STEP-JUDGE.
           IF WRK-STP-RUNS (WRK-STEP-SUB) = ZEROS
              IF WRK-STEP-SUB = WRK-INTACCR-SUB
                 AND NOT WRK-ACCRUAL-DAY
                 MOVE 'NOT DUE' TO WRK-STP-VERDICT (WRK-STEP-SUB)
              ELSE
                 MOVE 'MISSING' TO WRK-STP-VERDICT (WRK-STEP-SUB)
              END-IF
           END-IF.
      *
       A000-TOTAL-PRINT.
           MOVE SPACES TO WRK-TOTAL-LINE.
           MOVE WRK-DEF-LABEL (WRK-STEP-SUB) TO WRK-TL-LABEL.
           MOVE WRK-STP-EXPECTED (WRK-STEP-SUB) TO WRK-TL-VALUE1.
           IF WRK-DEF-TOTALS (WRK-STEP-SUB) = 'P'
              MOVE WRK-STP-ACTUAL (WRK-STEP-SUB) TO WRK-AMT-ED
              MOVE WRK-AMT-ED TO WRK-TL-VALUE2
           END-IF.
           MOVE WRK-TOTAL-LINE TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.
      *
      * FLAGS A STEP THAT IS MISSING OR DID NOT END OK, AND NOTES A
      * STEP THAT HAD TO BE RUN MORE THAN ONCE.
       A000-STEP-FLAG.
           EVALUATE WRK-STP-VERDICT (WRK-STEP-SUB)
              WHEN 'OK'
              WHEN 'NOT DUE'
                 CONTINUE
              WHEN 'MISSING'
                 ADD 1 TO WRK-FLAG-COUNT
                 MOVE SPACES TO WRK-RPT-LINE
                 IF WRK-STP-OTHER-DATE (WRK-STEP-SUB) > ZEROS
                    STRING 'SIGNOFF ERROR: '
                       WRK-DEF-NAME (WRK-STEP-SUB)
                       ' NOT RUN FOR THE DAY - LATEST ON FILE '
                       WRK-STP-OTHER-DATE (WRK-STEP-SUB)
                       DELIMITED BY SIZE INTO WRK-RPT-LINE
                 ELSE
                    STRING 'SIGNOFF ERROR: '
                       WRK-DEF-NAME (WRK-STEP-SUB)
                       ' NOT RUN FOR THE DAY'
                       DELIMITED BY SIZE INTO WRK-RPT-LINE
                 END-IF
                 MOVE WRK-RPT-LINE TO PRT-SIGN-LINE
                 WRITE PRT-SIGN-LINE
              WHEN OTHER
                 ADD 1 TO WRK-FLAG-COUNT
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'SIGNOFF ERROR: '
                    WRK-DEF-NAME (WRK-STEP-SUB)
                    ' LAST RUN ENDED '
                    WRK-STP-VERDICT (WRK-STEP-SUB)
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 MOVE WRK-RPT-LINE TO PRT-SIGN-LINE
                 WRITE PRT-SIGN-LINE
           END-EVALUATE.

           IF WRK-STP-RUNS (WRK-STEP-SUB) > 1
              MOVE WRK-STP-RUNS (WRK-STEP-SUB) TO WRK-RUNS-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'NOTE: ' WRK-DEF-NAME (WRK-STEP-SUB)
                 ' RAN' WRK-RUNS-ED ' TIMES - LAST RUN SHOWN'
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-SIGN-LINE
              WRITE PRT-SIGN-LINE
           END-IF.
      *
      * CLOSES THE PAGE WITH THE FLAG COUNT AND THE OVERALL GO/NO-GO
      * THE STEP'S RETURN CODE CARRIES TO THE SCHEDULER.
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           MOVE WRK-FLAG-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'STEPS FLAGGED:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-SIGN-LINE.
           WRITE PRT-SIGN-LINE.

           IF WRK-FLAG-COUNT > ZEROS
              MOVE 'NO-GO - DAY NOT SIGNED OFF, REPORTS HELD'
               TO PRT-SIGN-LINE
           ELSE
              MOVE 'GO - DAY SIGNED OFF, REPORTS CLEARED TO DISTRIBUTE'
               TO PRT-SIGN-LINE
           END-IF.
           WRITE PRT-SIGN-LINE.
