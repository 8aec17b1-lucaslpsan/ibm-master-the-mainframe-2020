      * THE CONTROL RECORDS - TO THE DATASET THE REPRO LOADS. ANY EDIT
      * FAILURE IS REPORTED AND THE STEP ENDS WITH RETURN CODE 8 SO
      * THE LOAD AND REPORT STEPS ARE HELD BY THEIR COND CHECKS.
      * EVERY RUN ALSO APPENDS ONE STEP CONTROL RECORD (LAYOUT IN
      * EODCTL) TO THE END-OF-DAY CONTROL LOG FOR THE EODSIGN SIGN-
      * OFF.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS WRK-EXTRIN-STATUS.
           SELECT PRT-EXTROUT   ASSIGN TO EXTROUT.
           SELECT PRT-EDITRPT   ASSIGN TO EDITRPT.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-EDITRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-EDIT-LINE          PIC X(80)  VALUE SPACES.

      * END-OF-DAY CONTROL LOG (LAYOUT IN EODCTL): ONE RECORD
      * APPENDED PER RUN.
       FD  PRT-EODCTL RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY EODCTL.


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       01  WRK-TIME.
           02 WRK-HOUR                 PIC 9(2).
           02 WRK-MINUTE               PIC 9(2).
           02 WRK-SECOND               PIC 9(2).
           02 FILLER                   PIC 9(2).

      * RESERVED ACCOUNT-NUMBER-COLUMN VALUES THAT MARK THE CONTROL
      * RECORDS (SEE CUSTCTL FOR WHY THEY SORT FIRST AND LAST).
           CLOSE PRT-EXTROUT.
           CLOSE PRT-EDITRPT.

           PERFORM A000-EODCTL-WRITE.

           IF WRK-EDIT-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
               TO PRT-EDIT-LINE
           END-IF.
           WRITE PRT-EDIT-LINE.
      *
      * APPENDS THIS RUN'S STEP CONTROL RECORD FOR THE END-OF-DAY
      * SIGN-OFF. A MISSING TRAILER LEAVES THE EXPECTED COUNT AND
      * HASH AT ZERO; THE FAILED VERDICT SAYS WHY THEY DO NOT AGREE.
       A000-EODCTL-WRITE.
           OPEN EXTEND PRT-EODCTL.

           MOVE SPACES         TO ECL-REC.
           MOVE 'EXTREDIT'     TO ECL-PROGRAM.
           MOVE WRK-DATE       TO ECL-RUN-DATE.
           ACCEPT WRK-TIME FROM TIME.
           MOVE WRK-TIME (1:6) TO ECL-RUN-TIME.
           MOVE WRK-DATA-COUNT TO ECL-RECS-READ.
           MOVE WRK-TRL-COUNT  TO ECL-CTL-COUNT.
           MOVE WRK-DATA-COUNT TO ECL-ACCEPT-COUNT.
           MOVE WRK-COUNT-DUPS TO ECL-ERROR-COUNT.
           MOVE WRK-TRL-HASH   TO ECL-CTL-EXPECTED.
           MOVE WRK-HASH-TOTAL TO ECL-CTL-ACTUAL.
           MOVE 'N'            TO ECL-RESUMED.
           IF WRK-EDIT-FAILED
              MOVE 'FAILED' TO ECL-VERDICT
           ELSE
              MOVE 'OK' TO ECL-VERDICT
           END-IF.
           WRITE ECL-REC.

           CLOSE PRT-EODCTL.
