       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTARC.
       AUTHOR.        STUDENT.
      *
      * MONTHLY HISTORY HOUSEKEEPING. THE POSTED-TRANSACTION HISTORY
      * (LAYOUT IN THISTREC), THE TOPACCTS RUN-STATISTICS HISTORY
      * (HISTREC), THE TOPACCTS AND TOPTIERS RUN LOGS (RUNLOG) AND THE
      * END-OF-DAY CONTROL LOG (EODCTL) ARE ALL APPENDED TO EVERY RUN;
      * THIS PROGRAM KEEPS THEM TO A WORKING SIZE.
      *
      * TRANHIST IS SPLIT ONE POSTING MONTH AT A TIME: EVERY RECORD
      * POSTED IN THE ARCHIVE MONTH GOES TO THAT MONTH'S ARCHIVE
      * DATASET AND EVERYTHING ELSE TO A NEW COPY OF THE ACTIVE FILE.
      * THE ARCHIVE MONTH MUST HAVE FALLEN OUT OF THE ACTIVE WINDOW
      * (THE RUN MONTH AND THE MONTHS BEFORE IT THAT ARE TO STAY
      * ACTIVE) AND MUST BE THE OLDEST MONTH STILL ON THE ACTIVE
      * FILE, SO THE ARCHIVE IS ONE DATASET PER MONTH WITH NO GAPS.
      * THE SPLIT IS PROVEN BEFORE ANYTHING IS APPLIED: RECORDS AND
      * AMOUNTS READ MUST EQUAL THOSE ARCHIVED PLUS THOSE KEPT, BOTH
      * OUTPUTS ARE READ BACK AND MUST AGREE WITH WHAT WAS WRITTEN,
      * AND NO RECORD MAY SIT ON THE WRONG SIDE OF THE SPLIT.
      *
      * THE ARCHIVED MONTH IS ALSO FOLDED INTO THE LAST-ACTIVITY
      * CARRY-FORWARD FILE (LAYOUT IN ACTREC), SO DORMRPT CAN STILL
      * DATE EACH ACCOUNT'S LAST CUSTOMER ACTIVITY ONCE THE POSTINGS
      * THEMSELVES ARE NO LONGER ON THE ACTIVE FILE.
      *
      * THE RUN-STATISTICS HISTORY AND THE THREE LOGS ARE TRIMMED TO
      * THE RUNS SINCE THEIR OWN RETENTION CUT-OFF. THE LAST ENTRY ON
      * EACH IS ALWAYS KEPT, HOWEVER OLD, BECAUSE THE NEXT RUN OF THE
      * PROGRAM THAT WRITES IT READS ITS PREDECESSOR'S ENTRY.
      *
      * NOTHING IS REPLACED HERE. EVERY OUTPUT IS A STAGING DATASET
      * THAT THE NEXT JOB STEP COPIES BACK ONLY WHEN THIS ONE ENDS
      * CLEAN; ANY FAILURE ENDS WITH RETURN CODE 8 AND LEAVES EVERY
      * HISTORY FILE EXACTLY AS IT WAS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-TRANHIST  ASSIGN TO TRANHIST
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT PRT-ARCHOUT   ASSIGN TO ARCHOUT
               FILE STATUS IS WRK-ARCH-STATUS.
           SELECT PRT-KEEPOUT   ASSIGN TO KEEPOUT
               FILE STATUS IS WRK-KEEP-STATUS.
           SELECT PRT-ACTIN     ASSIGN TO ACTIN
               FILE STATUS IS WRK-ACTIN-STATUS.
           SELECT PRT-ACTOUT    ASSIGN TO ACTOUT.
           SELECT PRT-RUNHIST   ASSIGN TO RUNHIST
               FILE STATUS IS WRK-RUNHIST-STATUS.
           SELECT PRT-RHKEEP    ASSIGN TO RHKEEP.
           SELECT PRT-TOPRLOG   ASSIGN TO TOPRLOG
               FILE STATUS IS WRK-TOPRLOG-STATUS.
           SELECT PRT-TOPRKEEP  ASSIGN TO TOPRKEEP.
           SELECT PRT-TIERRLOG  ASSIGN TO TIERRLOG
               FILE STATUS IS WRK-TIERRLOG-STATUS.
           SELECT PRT-TIERKEEP  ASSIGN TO TIERKEEP.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL
               FILE STATUS IS WRK-EODCTL-STATUS.
           SELECT PRT-EODKEEP   ASSIGN TO EODKEEP.
           SELECT PRT-PARMCARD  ASSIGN TO PARMCARD
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PRT-ARCRPT    ASSIGN TO ARCRPT.
           SELECT PRT-ACTSORT   ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-TRANHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY THISTREC.

      * THE ARCHIVE MONTH AND THE NEW ACTIVE FILE, BOTH IN THE
      * THISTREC LAYOUT. WHEN THEY ARE READ BACK FOR THE PROOF EACH
      * RECORD IS MOVED INTO THE TRANHIST AREA FIRST SO ONE COPYBOOK
      * DESCRIBES ALL THREE FILES.
       FD  PRT-ARCHOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ARO-REC                PIC X(80)  VALUE SPACES.

       FD  PRT-KEEPOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  KPO-REC                PIC X(80)  VALUE SPACES.

      * THE LAST-ACTIVITY CARRY-FORWARD AS IT STOOD AFTER THE
      * PREVIOUS ARCHIVE RUN, AND THE NEW GENERATION WITH THIS
      * MONTH FOLDED IN (SAME LAYOUT).
       FD  PRT-ACTIN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY ACTREC.

       FD  PRT-ACTOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ACO-REC.
           05  ACO-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  ACO-LAST-DATE      PIC 9(8)   VALUE ZEROS.
           05  ACO-ARCH-MONTH     PIC 9(6)   VALUE ZEROS.
           05  FILLER             PIC X(56)  VALUE SPACES.

       FD  PRT-RUNHIST RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY HISTREC.

       FD  PRT-RHKEEP RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
       01  RHK-REC                PIC X(120) VALUE SPACES.

       FD  PRT-TOPRLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNLOG.

       FD  PRT-TOPRKEEP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRK-REC                PIC X(80)  VALUE SPACES.

      * SECOND VIEW OF THE RUNLOG LAYOUT FOR THE TOPTIERS LOG - EACH
      * RECORD IS MOVED INTO THE TOPRLOG AREA FOR ITS RUN DATE.
       FD  PRT-TIERRLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRL-REC                PIC X(80)  VALUE SPACES.

       FD  PRT-TIERKEEP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TKP-REC                PIC X(80)  VALUE SPACES.

       FD  PRT-EODCTL RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY EODCTL.

       FD  PRT-EODKEEP RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
       01  EKP-REC                PIC X(120) VALUE SPACES.

      * COLUMNS 1-6 ARE THE MONTH TO ARCHIVE AS YYYYMM (REQUIRED),
      * COLUMNS 7-8 THE NUMBER OF MONTHS TO KEEP ON THE ACTIVE
      * TRANHIST AND COLUMNS 9-10 THE NUMBER OF MONTHS OF RUN
      * HISTORY, RUN LOG AND CONTROL LOG TO KEEP. BLANK, ZERO OR
      * NON-NUMERIC COUNTS LEAVE THE DEFAULTS.
       FD  PRT-PARMCARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-PARM-REC.
           05  PRT-PARM-ARC-MONTH PIC 9(6)      VALUE ZEROS.
           05  PRT-PARM-KEEP-MOS  PIC 9(2)      VALUE ZEROS.
           05  PRT-PARM-LOG-MOS   PIC 9(2)      VALUE ZEROS.
           05  FILLER             PIC X(70)     VALUE SPACES.

       FD  PRT-ARCRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-ARC-LINE           PIC X(80)  VALUE SPACES.

      * THE ARCHIVED MONTH RESORTED INTO ACCOUNT ORDER FOR THE MERGE
      * WITH THE CARRY-FORWARD. ONLY THE FIELDS THE ACTIVITY RULE
      * NEEDS ARE NAMED (SAME OFFSETS AS THISTREC).
       SD  PRT-ACTSORT.
       01  SA-REC.
           05  SA-ACCT-NO         PIC X(10).
           05  SA-POST-DATE       PIC 9(8).
           05  SA-TYPE            PIC X(1).
           05  FILLER             PIC X(32).
           05  SA-LINK            PIC X(1).
           05  FILLER             PIC X(17).
           05  SA-SOURCE          PIC X(1).
           05  FILLER             PIC X(10).


       WORKING-STORAGE SECTION.
       01  WRK-HIST-EOF-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-HIST-EOF             VALUE 1.
       01  WRK-SORT-EOF-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-SORT-EOF             VALUE 1.
       01  WRK-ACT-EOF-SW              PIC 9(1) VALUE ZEROS.
           88 WRK-ACT-EOF              VALUE 1.
       77  WRK-HIST-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-ARCH-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-KEEP-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-ACTIN-STATUS            PIC X(2) VALUE SPACES.
       77  WRK-RUNHIST-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-TOPRLOG-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-TIERRLOG-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-EODCTL-STATUS           PIC X(2) VALUE SPACES.
       77  WRK-PARM-STATUS             PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.

      * RETENTION SETTINGS. AT LEAST TWO MONTHS STAY ACTIVE SO THE
      * CASHMON WINDOW AND THE TRANPOST REVERSAL LOOK-UP, WHICH READ
      * ONLY THE ACTIVE FILE, NEVER LOSE LAST MONTH'S POSTINGS.
       77  WRK-ARC-MONTH               PIC 9(6) VALUE ZEROS.
       77  WRK-KEEP-MONTHS             PIC 9(2) VALUE 3.
       77  WRK-LOG-MONTHS              PIC 9(2) VALUE 13.
       77  WRK-ACTIVE-FROM             PIC 9(6) VALUE ZEROS.
       77  WRK-LOG-CUTOFF              PIC 9(8) VALUE ZEROS.
       77  WRK-CUT-MONTHS              PIC 9(4) VALUE ZEROS.
       77  WRK-CUT-ABS                 PIC 9(7) VALUE ZEROS.
       01  WRK-CUT-DATE.
           02 WRK-CUT-YEAR             PIC 9(4).
           02 WRK-CUT-MONTH            PIC 9(2).
           02 WRK-CUT-DAY              PIC 9(2).
       77  WRK-PARM-SW                 PIC 9(1) VALUE ZEROS.
           88 WRK-PARM-BAD             VALUE 1.

      * SPLIT AND PROOF TOTALS. EVERY RECORD READ LANDS ON EXACTLY
      * ONE SIDE; THE RE-READ TOTALS ARE TAKEN FROM THE OUTPUTS
      * THEMSELVES AFTER THEY ARE CLOSED.
       77  WRK-POST-MONTH              PIC 9(6) VALUE ZEROS.
       77  WRK-IN-COUNT                PIC 9(9) VALUE ZEROS.
       77  WRK-IN-AMT                  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ARC-COUNT               PIC 9(9) VALUE ZEROS.
       77  WRK-ARC-AMT                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-KEEP-COUNT              PIC 9(9) VALUE ZEROS.
       77  WRK-KEEP-AMT                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ARC-RR-COUNT            PIC 9(9) VALUE ZEROS.
       77  WRK-ARC-RR-AMT              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-KEEP-RR-COUNT           PIC 9(9) VALUE ZEROS.
       77  WRK-KEEP-RR-AMT             PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SUM-COUNT               PIC 9(9) VALUE ZEROS.
       77  WRK-SUM-AMT                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-EARLIER-COUNT           PIC 9(9) VALUE ZEROS.
       77  WRK-EARLIEST-MONTH          PIC 9(6) VALUE 999999.
       77  WRK-MISFILED-COUNT          PIC 9(9) VALUE ZEROS.

      * CARRY-FORWARD MERGE STATE. WRK-CUR-LAST IS THE LATEST
      * ACTIVITY DATE IN THE ARCHIVED MONTH FOR THE ACCOUNT IN THE
      * SORTED STREAM, ZERO FOR NONE. A CARRY-FORWARD RECORD ALREADY
      * COMPLETE THROUGH THE ARCHIVE MONTH MEANS THE MONTH WAS
      * FOLDED IN BEFORE.
       77  WRK-CUR-ACCT                PIC X(10) VALUE HIGH-VALUES.
       77  WRK-CUR-LAST                PIC 9(8) VALUE ZEROS.
       77  WRK-ACT-IN-COUNT            PIC 9(9) VALUE ZEROS.
       77  WRK-ACT-OUT-COUNT           PIC 9(9) VALUE ZEROS.
       77  WRK-ACT-NEW-COUNT           PIC 9(9) VALUE ZEROS.
       77  WRK-ACT-DONE-COUNT          PIC 9(9) VALUE ZEROS.

      * RUN-HISTORY TRIM STATE, SHARED BY THE FOUR FILES IN TURN.
      * EACH RECORD IS HELD UNTIL THE NEXT ONE IS READ SO THE LAST
      * ONE CAN BE KEPT REGARDLESS OF ITS DATE. WRK-TRIM-FILE SAYS
      * WHICH STAGING FILE A KEPT RECORD GOES TO: H RUN HISTORY,
      * T TOPACCTS RUN LOG, S TOPTIERS RUN LOG, E EOD CONTROL LOG.
       01  WRK-TRIM-EOF-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-TRIM-EOF             VALUE 1.
       77  WRK-TRIM-FILE               PIC X(1) VALUE SPACES.
       77  WRK-TRIM-NAME               PIC X(16) VALUE SPACES.
       77  WRK-TRIM-IN                 PIC 9(9) VALUE ZEROS.
       77  WRK-TRIM-KEPT               PIC 9(9) VALUE ZEROS.
       77  WRK-TRIM-DROPPED            PIC 9(9) VALUE ZEROS.
       77  WRK-HELD-SW                 PIC 9(1) VALUE ZEROS.
           88 WRK-HELD                 VALUE 1.
       77  WRK-HELD-DATE               PIC 9(8) VALUE ZEROS.
       77  WRK-HELD-REC                PIC X(120) VALUE SPACES.

       77  WRK-ARC-STATE               PIC 9(1) VALUE ZEROS.
           88 WRK-ARC-FAILED           VALUE 1.

      * WORK AREAS FOR THE REPORT LINES.
       77  WRK-LINE-LABEL              PIC X(24) VALUE SPACES.
       77  WRK-LINE-COUNT              PIC 9(9) VALUE ZEROS.
       77  WRK-LINE-AMT                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ED                  PIC Z(12)9.99.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-COUNT-ED2               PIC Z(8)9.
       77  WRK-COUNT-ED3               PIC Z(8)9.
       77  WRK-MONTHS-ED               PIC Z9.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.

           PERFORM A000-PARM.
           PERFORM A000-CUTOFFS.

           OPEN OUTPUT PRT-ARCRPT.

           PERFORM A000-HEADER.
           PERFORM A000-CHECK-MONTH.

           IF NOT WRK-PARM-BAD
              PERFORM A000-SPLIT
              PERFORM A000-PROVE
              PERFORM A000-CARRY
           END-IF.

           PERFORM A000-TRIM-RUNHIST.
           PERFORM A000-TRIM-TOPRLOG.
           PERFORM A000-TRIM-TIERRLOG.
           PERFORM A000-TRIM-EODCTL.

           PERFORM A000-FOOTER.

           CLOSE PRT-ARCRPT.

           IF WRK-ARC-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * READS THE PARAMETER CARD. THE ARCHIVE MONTH HAS NO DEFAULT -
      * THE JOB NAMES THE ARCHIVE DATASET AFTER IT, SO A MISSING OR
      * INVALID MONTH STOPS THE SPLIT. THE RETENTION COUNTS DEFAULT
      * TO 3 MONTHS ACTIVE AND 13 MONTHS OF RUN HISTORY, AND NEITHER
      * CAN GO BELOW 2.
       A000-PARM.
           MOVE 1 TO WRK-PARM-SW.

           OPEN INPUT PRT-PARMCARD.

           IF WRK-PARM-STATUS = '00'
              READ PRT-PARMCARD
                 AT END CONTINUE
              END-READ

              IF WRK-PARM-STATUS = '00'
                 IF PRT-PARM-ARC-MONTH IS NUMERIC
                    AND PRT-PARM-ARC-MONTH (5:2) > '00'
                    AND PRT-PARM-ARC-MONTH (5:2) < '13'
                    MOVE PRT-PARM-ARC-MONTH TO WRK-ARC-MONTH
                    MOVE ZEROS TO WRK-PARM-SW
                 END-IF
                 IF PRT-PARM-KEEP-MOS IS NUMERIC
                    AND PRT-PARM-KEEP-MOS > ZEROS
                    MOVE PRT-PARM-KEEP-MOS TO WRK-KEEP-MONTHS
                 END-IF
                 IF PRT-PARM-LOG-MOS IS NUMERIC
                    AND PRT-PARM-LOG-MOS > ZEROS
                    MOVE PRT-PARM-LOG-MOS TO WRK-LOG-MONTHS
                 END-IF
              END-IF

              CLOSE PRT-PARMCARD
           END-IF.

           IF WRK-KEEP-MONTHS < 2
              MOVE 2 TO WRK-KEEP-MONTHS
           END-IF.
           IF WRK-LOG-MONTHS < 2
              MOVE 2 TO WRK-LOG-MONTHS
           END-IF.
      *
      * SETS THE FIRST MONTH THAT STAYS ON THE ACTIVE FILE (THE RUN
      * MONTH COUNTS AS ONE OF THE MONTHS KEPT) AND THE RUN-HISTORY
      * CUT-OFF DATE.
       A000-CUTOFFS.
           SUBTRACT 1 FROM WRK-KEEP-MONTHS GIVING WRK-CUT-MONTHS.
           PERFORM A000-CUTOFF-DATE.
           MOVE WRK-CUT-DATE (1:6) TO WRK-ACTIVE-FROM.

           MOVE WRK-LOG-MONTHS TO WRK-CUT-MONTHS.
           PERFORM A000-CUTOFF-DATE.
           MOVE WRK-CUT-DATE TO WRK-LOG-CUTOFF.
      *
      * TAKES THE RUN DATE BACK WRK-CUT-MONTHS CALENDAR MONTHS INTO
      * WRK-CUT-DATE, WORKING IN MONTHS SINCE YEAR ZERO.
       A000-CUTOFF-DATE.
           COMPUTE WRK-CUT-ABS =
              WRK-YEAR * 12 + WRK-MONTH - 1 - WRK-CUT-MONTHS.
           DIVIDE WRK-CUT-ABS BY 12 GIVING WRK-CUT-YEAR
              REMAINDER WRK-CUT-MONTH.
           ADD 1 TO WRK-CUT-MONTH.
           MOVE WRK-DAY TO WRK-CUT-DAY.
      *
       A000-HEADER.
           MOVE 'MONTHLY HISTORY ARCHIVE AND RETENTION' TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE '======================================================'
            TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           IF WRK-PARM-BAD
              STRING 'ARCHIVE MONTH:          (NONE)'
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
           ELSE
              STRING 'ARCHIVE MONTH:          ' WRK-ARC-MONTH (1:4)
                 '.' WRK-ARC-MONTH (5:2)
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
           END-IF.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE WRK-KEEP-MONTHS TO WRK-MONTHS-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ACTIVE FILE KEEPS FROM: ' WRK-ACTIVE-FROM (1:4)
              '.' WRK-ACTIVE-FROM (5:2) ' (' WRK-MONTHS-ED
              ' MONTHS)'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE WRK-LOG-MONTHS TO WRK-MONTHS-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'RUN HISTORY KEEPS FROM: ' WRK-LOG-CUTOFF (5:2)
              '.' WRK-LOG-CUTOFF (7:2) '.' WRK-LOG-CUTOFF (1:4)
              ' (' WRK-MONTHS-ED ' MONTHS)'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.
      *
      * THE ARCHIVE MONTH HAS TO BE GIVEN, AND HAS TO BE OLDER THAN
      * THE FIRST MONTH THAT STAYS ACTIVE.
       A000-CHECK-MONTH.
           IF WRK-PARM-BAD
              MOVE 1 TO WRK-ARC-STATE
              MOVE 'ARCHIVE ERROR: ARCHIVE MONTH MISSING OR INVALID'
               TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           ELSE
              IF WRK-ARC-MONTH NOT < WRK-ACTIVE-FROM
                 MOVE 1 TO WRK-ARC-STATE
                 MOVE 1 TO WRK-PARM-SW
                 MOVE 'ARCHIVE ERROR: MONTH STILL IN THE ACTIVE WINDOW'
                  TO PRT-ARC-LINE
                 WRITE PRT-ARC-LINE
              END-IF
           END-IF.
      *
      * ONE PASS OVER THE ACTIVE HISTORY: THE ARCHIVE MONTH TO ONE
      * SIDE, EVERYTHING ELSE TO THE OTHER. A RECORD FROM A MONTH
      * OLDER STILL IS KEPT ACTIVE AND COUNTED - IT MEANS AN EARLIER
      * MONTH WAS NEVER ARCHIVED, AND THAT MONTH HAS TO GO FIRST.
       A000-SPLIT.
           OPEN INPUT PRT-TRANHIST.
           IF WRK-HIST-STATUS NOT = '00'
              DISPLAY 'HISTARC - TRANHIST OPEN FAILED, FILE STATUS = '
                 WRK-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PRT-ARCHOUT.
           OPEN OUTPUT PRT-KEEPOUT.

           PERFORM A000-SPLIT-READ UNTIL WRK-HIST-EOF.

           CLOSE PRT-TRANHIST.
           CLOSE PRT-ARCHOUT.
           CLOSE PRT-KEEPOUT.

           IF WRK-EARLIER-COUNT > ZEROS
              MOVE 1 TO WRK-ARC-STATE
              MOVE WRK-EARLIER-COUNT TO WRK-COUNT-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'ARCHIVE ERROR:' WRK-COUNT-ED ' RECORDS FROM '
                 WRK-EARLIEST-MONTH (1:4) '.' WRK-EARLIEST-MONTH (5:2)
                 ' - ARCHIVE THAT MONTH FIRST'
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.
      *
       A000-SPLIT-READ.
           READ PRT-TRANHIST
              AT END MOVE 1 TO WRK-HIST-EOF-SW
              NOT AT END PERFORM A000-SPLIT-ONE
           END-READ.
      *
       A000-SPLIT-ONE.
           ADD 1 TO WRK-IN-COUNT.
           ADD TRH-AMOUNT TO WRK-IN-AMT.
           MOVE TRH-POST-DATE (1:6) TO WRK-POST-MONTH.

           IF WRK-POST-MONTH = WRK-ARC-MONTH
              MOVE TRH-REC TO ARO-REC
              WRITE ARO-REC
              ADD 1 TO WRK-ARC-COUNT
              ADD TRH-AMOUNT TO WRK-ARC-AMT
           ELSE
              IF WRK-POST-MONTH < WRK-ARC-MONTH
                 ADD 1 TO WRK-EARLIER-COUNT
                 IF WRK-POST-MONTH < WRK-EARLIEST-MONTH
                    MOVE WRK-POST-MONTH TO WRK-EARLIEST-MONTH
                 END-IF
              END-IF
              MOVE TRH-REC TO KPO-REC
              WRITE KPO-REC
              ADD 1 TO WRK-KEEP-COUNT
              ADD TRH-AMOUNT TO WRK-KEEP-AMT
           END-IF.
      *
      * READS BOTH OUTPUTS BACK AND PROVES THE SPLIT: WHAT WAS READ
      * EQUALS WHAT WAS ARCHIVED PLUS WHAT WAS KEPT, IN RECORDS AND
      * IN AMOUNT; EACH OUTPUT HOLDS EXACTLY WHAT WAS WRITTEN TO IT;
      * AND NO RECORD OF THE ARCHIVE MONTH IS LEFT ACTIVE OR ANY
      * OTHER MONTH ARCHIVED.
       A000-PROVE.
           MOVE ZEROS TO WRK-HIST-EOF-SW.
           OPEN INPUT PRT-ARCHOUT.
           IF WRK-ARCH-STATUS NOT = '00'
              DISPLAY 'HISTARC - ARCHOUT OPEN FAILED, FILE STATUS = '
                 WRK-ARCH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM A000-PROVE-ARC UNTIL WRK-HIST-EOF.
           CLOSE PRT-ARCHOUT.

           MOVE ZEROS TO WRK-HIST-EOF-SW.
           OPEN INPUT PRT-KEEPOUT.
           IF WRK-KEEP-STATUS NOT = '00'
              DISPLAY 'HISTARC - KEEPOUT OPEN FAILED, FILE STATUS = '
                 WRK-KEEP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM A000-PROVE-KEEP UNTIL WRK-HIST-EOF.
           CLOSE PRT-KEEPOUT.

           MOVE SPACES TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TRANHIST SPLIT                  RECORDS'
              '            AMOUNT'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE 'READ FROM ACTIVE FILE:' TO WRK-LINE-LABEL.
           MOVE WRK-IN-COUNT TO WRK-LINE-COUNT.
           MOVE WRK-IN-AMT TO WRK-LINE-AMT.
           PERFORM A000-SPLIT-LINE.

           MOVE 'ARCHIVED:' TO WRK-LINE-LABEL.
           MOVE WRK-ARC-COUNT TO WRK-LINE-COUNT.
           MOVE WRK-ARC-AMT TO WRK-LINE-AMT.
           PERFORM A000-SPLIT-LINE.

           MOVE 'KEPT ACTIVE:' TO WRK-LINE-LABEL.
           MOVE WRK-KEEP-COUNT TO WRK-LINE-COUNT.
           MOVE WRK-KEEP-AMT TO WRK-LINE-AMT.
           PERFORM A000-SPLIT-LINE.

           MOVE 'ARCHIVE READ BACK:' TO WRK-LINE-LABEL.
           MOVE WRK-ARC-RR-COUNT TO WRK-LINE-COUNT.
           MOVE WRK-ARC-RR-AMT TO WRK-LINE-AMT.
           PERFORM A000-SPLIT-LINE.

           MOVE 'ACTIVE READ BACK:' TO WRK-LINE-LABEL.
           MOVE WRK-KEEP-RR-COUNT TO WRK-LINE-COUNT.
           MOVE WRK-KEEP-RR-AMT TO WRK-LINE-AMT.
           PERFORM A000-SPLIT-LINE.

           ADD WRK-ARC-COUNT WRK-KEEP-COUNT GIVING WRK-SUM-COUNT.
           ADD WRK-ARC-AMT WRK-KEEP-AMT GIVING WRK-SUM-AMT.

           IF WRK-SUM-COUNT NOT = WRK-IN-COUNT
              OR WRK-SUM-AMT NOT = WRK-IN-AMT
              MOVE 1 TO WRK-ARC-STATE
              MOVE 'ARCHIVE ERROR: ARCHIVED PLUS KEPT IS NOT AS READ'
               TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.

           IF WRK-ARC-RR-COUNT NOT = WRK-ARC-COUNT
              OR WRK-ARC-RR-AMT NOT = WRK-ARC-AMT
              OR WRK-KEEP-RR-COUNT NOT = WRK-KEEP-COUNT
              OR WRK-KEEP-RR-AMT NOT = WRK-KEEP-AMT
              MOVE 1 TO WRK-ARC-STATE
              MOVE 'ARCHIVE ERROR: READ BACK DIFFERS FROM WRITTEN'
               TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.

           IF WRK-MISFILED-COUNT > ZEROS
              MOVE 1 TO WRK-ARC-STATE
              MOVE WRK-MISFILED-COUNT TO WRK-COUNT-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'ARCHIVE ERROR:' WRK-COUNT-ED
                 ' RECORDS ON THE WRONG SIDE OF THE SPLIT'
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.
      *
      * ONE ARCHIVE RECORD READ BACK, THROUGH THE THISTREC VIEW.
       A000-PROVE-ARC.
           READ PRT-ARCHOUT
              AT END MOVE 1 TO WRK-HIST-EOF-SW
           END-READ.

           IF NOT WRK-HIST-EOF
              MOVE ARO-REC TO TRH-REC
              ADD 1 TO WRK-ARC-RR-COUNT
              ADD TRH-AMOUNT TO WRK-ARC-RR-AMT
              IF TRH-POST-DATE (1:6) NOT = WRK-ARC-MONTH
                 ADD 1 TO WRK-MISFILED-COUNT
              END-IF
           END-IF.
      *
      * ONE NEW ACTIVE RECORD READ BACK, THROUGH THE THISTREC VIEW.
       A000-PROVE-KEEP.
           READ PRT-KEEPOUT
              AT END MOVE 1 TO WRK-HIST-EOF-SW
           END-READ.

           IF NOT WRK-HIST-EOF
              MOVE KPO-REC TO TRH-REC
              ADD 1 TO WRK-KEEP-RR-COUNT
              ADD TRH-AMOUNT TO WRK-KEEP-RR-AMT
              IF TRH-POST-DATE (1:6) = WRK-ARC-MONTH
                 ADD 1 TO WRK-MISFILED-COUNT
              END-IF
           END-IF.
      *
      * PRINTS ONE LINE OF THE SPLIT TABLE FROM WRK-LINE-LABEL,
      * WRK-LINE-COUNT AND WRK-LINE-AMT.
       A000-SPLIT-LINE.
           MOVE WRK-LINE-COUNT TO WRK-COUNT-ED.
           MOVE WRK-LINE-AMT TO WRK-TOT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING WRK-LINE-LABEL '      ' WRK-COUNT-ED '  ' WRK-TOT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.
      *
      * FOLDS THE ARCHIVED MONTH INTO THE LAST-ACTIVITY CARRY-
      * FORWARD: THE MONTH IS SORTED INTO ACCOUNT ORDER AND MERGED
      * WITH THE PREVIOUS GENERATION (DUMMY BEFORE THE FIRST MONTH
      * IS EVER ARCHIVED).
       A000-CARRY.
           OPEN INPUT PRT-ACTIN.
           IF WRK-ACTIN-STATUS NOT = '00'
              DISPLAY 'HISTARC - ACTIN OPEN FAILED, FILE STATUS = '
                 WRK-ACTIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PRT-ACTOUT.

           SORT PRT-ACTSORT
              ON ASCENDING KEY SA-ACCT-NO
              USING PRT-ARCHOUT
              OUTPUT PROCEDURE IS A100-ACT-OUT THRU A100-ACT-EXIT.

           CLOSE PRT-ACTIN.
           CLOSE PRT-ACTOUT.

           MOVE SPACES TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE WRK-ACT-IN-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'LAST-ACTIVITY ACCOUNTS BEFORE:  ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE WRK-ACT-OUT-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'LAST-ACTIVITY ACCOUNTS AFTER:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           MOVE WRK-ACT-NEW-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'LAST ACTIVE IN ARCHIVE MONTH:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           IF WRK-ACT-DONE-COUNT > ZEROS
              MOVE 1 TO WRK-ARC-STATE
              MOVE 'ARCHIVE ERROR: MONTH ALREADY IN LAST-ACTIVITY FILE'
               TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.
      *
      * TRIMS THE TOPACCTS RUN-STATISTICS HISTORY.
       A000-TRIM-RUNHIST.
           OPEN INPUT PRT-RUNHIST.
           IF WRK-RUNHIST-STATUS NOT = '00'
              DISPLAY 'HISTARC - RUNHIST OPEN FAILED, FILE STATUS = '
                 WRK-RUNHIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRT-RHKEEP.

           MOVE 'H' TO WRK-TRIM-FILE.
           MOVE 'RUN HISTORY' TO WRK-TRIM-NAME.
           PERFORM A000-TRIM-START.
           PERFORM A000-TRIM-RUNHIST-READ UNTIL WRK-TRIM-EOF.
           PERFORM A000-TRIM-END.

           CLOSE PRT-RUNHIST.
           CLOSE PRT-RHKEEP.
      *
       A000-TRIM-RUNHIST-READ.
           READ PRT-RUNHIST
              AT END MOVE 1 TO WRK-TRIM-EOF-SW
           END-READ.

           IF NOT WRK-TRIM-EOF
              PERFORM A000-TRIM-RELEASE
              MOVE HIST-REC TO WRK-HELD-REC
              MOVE HIST-RUN-DATE TO WRK-HELD-DATE
              MOVE 1 TO WRK-HELD-SW
           END-IF.
      *
      * TRIMS THE TOPACCTS RUN LOG.
       A000-TRIM-TOPRLOG.
           OPEN INPUT PRT-TOPRLOG.
           IF WRK-TOPRLOG-STATUS NOT = '00'
              DISPLAY 'HISTARC - TOPRLOG OPEN FAILED, FILE STATUS = '
                 WRK-TOPRLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRT-TOPRKEEP.

           MOVE 'T' TO WRK-TRIM-FILE.
           MOVE 'TOPACCTS RUNLOG' TO WRK-TRIM-NAME.
           PERFORM A000-TRIM-START.
           PERFORM A000-TRIM-TOPRLOG-READ UNTIL WRK-TRIM-EOF.
           PERFORM A000-TRIM-END.

           CLOSE PRT-TOPRLOG.
           CLOSE PRT-TOPRKEEP.
      *
       A000-TRIM-TOPRLOG-READ.
           READ PRT-TOPRLOG
              AT END MOVE 1 TO WRK-TRIM-EOF-SW
           END-READ.

           IF NOT WRK-TRIM-EOF
              PERFORM A000-TRIM-RELEASE
              MOVE RLOG-REC TO WRK-HELD-REC
              MOVE RLOG-RUN-DATE TO WRK-HELD-DATE
              MOVE 1 TO WRK-HELD-SW
           END-IF.
      *
      * TRIMS THE TOPTIERS RUN LOG, THROUGH THE RUNLOG VIEW IN THE
      * TOPRLOG AREA (THAT FILE IS CLOSED BY NOW).
       A000-TRIM-TIERRLOG.
           OPEN INPUT PRT-TIERRLOG.
           IF WRK-TIERRLOG-STATUS NOT = '00'
              DISPLAY 'HISTARC - TIERRLOG OPEN FAILED, FILE STATUS = '
                 WRK-TIERRLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRT-TIERKEEP.

           MOVE 'S' TO WRK-TRIM-FILE.
           MOVE 'TOPTIERS RUNLOG' TO WRK-TRIM-NAME.
           PERFORM A000-TRIM-START.
           PERFORM A000-TRIM-TIERRLOG-READ UNTIL WRK-TRIM-EOF.
           PERFORM A000-TRIM-END.

           CLOSE PRT-TIERRLOG.
           CLOSE PRT-TIERKEEP.
      *
       A000-TRIM-TIERRLOG-READ.
           READ PRT-TIERRLOG
              AT END MOVE 1 TO WRK-TRIM-EOF-SW
           END-READ.

           IF NOT WRK-TRIM-EOF
              PERFORM A000-TRIM-RELEASE
              MOVE TRL-REC TO RLOG-REC
              MOVE TRL-REC TO WRK-HELD-REC
              MOVE RLOG-RUN-DATE TO WRK-HELD-DATE
              MOVE 1 TO WRK-HELD-SW
           END-IF.
      *
      * TRIMS THE END-OF-DAY CONTROL LOG THE EODSIGN SIGN-OFF READS.
       A000-TRIM-EODCTL.
           OPEN INPUT PRT-EODCTL.
           IF WRK-EODCTL-STATUS NOT = '00'
              DISPLAY 'HISTARC - EODCTL OPEN FAILED, FILE STATUS = '
                 WRK-EODCTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRT-EODKEEP.

           MOVE 'E' TO WRK-TRIM-FILE.
           MOVE 'EOD CONTROL LOG' TO WRK-TRIM-NAME.
           PERFORM A000-TRIM-START.
           PERFORM A000-TRIM-EODCTL-READ UNTIL WRK-TRIM-EOF.
           PERFORM A000-TRIM-END.

           CLOSE PRT-EODCTL.
           CLOSE PRT-EODKEEP.
      *
       A000-TRIM-EODCTL-READ.
           READ PRT-EODCTL
              AT END MOVE 1 TO WRK-TRIM-EOF-SW
           END-READ.

           IF NOT WRK-TRIM-EOF
              PERFORM A000-TRIM-RELEASE
              MOVE ECL-REC TO WRK-HELD-REC
              MOVE ECL-RUN-DATE TO WRK-HELD-DATE
              MOVE 1 TO WRK-HELD-SW
           END-IF.
      *
      * RESETS THE SHARED TRIM STATE FOR THE NEXT FILE. THE FIRST
      * TRIM ALSO PRINTS THE TABLE HEADING.
       A000-TRIM-START.
           MOVE ZEROS TO WRK-TRIM-EOF-SW.
           MOVE ZEROS TO WRK-HELD-SW.
           MOVE ZEROS TO WRK-TRIM-IN.
           MOVE ZEROS TO WRK-TRIM-KEPT.
           MOVE ZEROS TO WRK-TRIM-DROPPED.

           IF WRK-TRIM-FILE = 'H'
              MOVE SPACES TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
              MOVE 'RUN HISTORY TRIM     READ      KEPT   DROPPED'
               TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.
      *
      * A NEW RECORD HAS BEEN READ, SO THE ONE HELD BEFORE IT IS NOT
      * THE LAST: IT IS KEPT IF IT IS INSIDE THE RETENTION PERIOD
      * AND DROPPED OTHERWISE.
       A000-TRIM-RELEASE.
           ADD 1 TO WRK-TRIM-IN.

           IF WRK-HELD
              IF WRK-HELD-DATE < WRK-LOG-CUTOFF
                 ADD 1 TO WRK-TRIM-DROPPED
              ELSE
                 PERFORM A000-TRIM-WRITE
              END-IF
              MOVE ZEROS TO WRK-HELD-SW
           END-IF.
      *
      * END OF THE FILE: THE HELD RECORD IS THE LAST ONE AND IS KEPT.
      * KEPT PLUS DROPPED MUST ACCOUNT FOR EVERY RECORD READ.
       A000-TRIM-END.
           IF WRK-HELD
              PERFORM A000-TRIM-WRITE
              MOVE ZEROS TO WRK-HELD-SW
           END-IF.

           MOVE WRK-TRIM-IN TO WRK-COUNT-ED.
           MOVE WRK-TRIM-KEPT TO WRK-COUNT-ED2.
           MOVE WRK-TRIM-DROPPED TO WRK-COUNT-ED3.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING WRK-TRIM-NAME WRK-COUNT-ED SPACE WRK-COUNT-ED2
              SPACE WRK-COUNT-ED3
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           ADD WRK-TRIM-KEPT WRK-TRIM-DROPPED GIVING WRK-SUM-COUNT.
           IF WRK-SUM-COUNT NOT = WRK-TRIM-IN
              MOVE 1 TO WRK-ARC-STATE
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'ARCHIVE ERROR: ' WRK-TRIM-NAME
                 ' KEPT PLUS DROPPED IS NOT WHAT WAS READ'
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-ARC-LINE
              WRITE PRT-ARC-LINE
           END-IF.
      *
      * WRITES THE HELD RECORD TO THE STAGING FILE FOR THE FILE
      * BEING TRIMMED.
       A000-TRIM-WRITE.
           ADD 1 TO WRK-TRIM-KEPT.

           EVALUATE WRK-TRIM-FILE
              WHEN 'H'
                 MOVE WRK-HELD-REC TO RHK-REC
                 WRITE RHK-REC
              WHEN 'T'
                 MOVE WRK-HELD-REC TO TRK-REC
                 WRITE TRK-REC
              WHEN 'S'
                 MOVE WRK-HELD-REC TO TKP-REC
                 WRITE TKP-REC
              WHEN 'E'
                 MOVE WRK-HELD-REC TO EKP-REC
                 WRITE EKP-REC
           END-EVALUATE.
      *
      * CLOSES THE REPORT WITH AN UNAMBIGUOUS VERDICT. THE NEXT JOB
      * STEP APPLIES THE STAGED FILES ONLY ON A CLEAN RETURN CODE.
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-ARC-LINE.
           WRITE PRT-ARC-LINE.

           IF WRK-ARC-FAILED
              MOVE 'ARCHIVE NOT APPLIED - HISTORY FILES UNCHANGED'
               TO PRT-ARC-LINE
           ELSE
              MOVE 'ARCHIVE PROVEN - STAGED FILES READY TO APPLY'
               TO PRT-ARC-LINE
           END-IF.
           WRITE PRT-ARC-LINE.
      *
      * OUTPUT PROCEDURE FOR THE ARCHIVE-MONTH SORT: CONTROL BREAK ON
      * ACCOUNT, MERGED WITH THE PREVIOUS CARRY-FORWARD GENERATION,
      * WHICH IS ALSO IN ACCOUNT ORDER. EVERY OUTPUT RECORD IS
      * STAMPED WITH THE ARCHIVE MONTH - THE FILE IS NOW COMPLETE
      * THROUGH IT.
       A100-ACT-OUT.
           MOVE HIGH-VALUES TO WRK-CUR-ACCT.
           MOVE ZEROS TO WRK-CUR-LAST.
           MOVE ZEROS TO WRK-SORT-EOF-SW.
           MOVE ZEROS TO WRK-ACT-EOF-SW.

           PERFORM A100-ACT-READ-IN.
           PERFORM A100-ACT-RETURN UNTIL WRK-SORT-EOF.

           IF WRK-CUR-ACCT NOT = HIGH-VALUES
              PERFORM A100-ACT-FLUSH
           END-IF.

           PERFORM A100-ACT-COPY UNTIL WRK-ACT-EOF.

      * THE PARAGRAPHS BELOW ARE HELPERS INSIDE THE THRU RANGE -
      * CONTROL MUST NOT FALL THROUGH INTO THEM ONCE THE RETURN
      * LOOP AND THE FINAL FLUSH ARE DONE.
           GO TO A100-ACT-EXIT.
      *
       A100-ACT-RETURN.
           RETURN PRT-ACTSORT
              AT END MOVE 1 TO WRK-SORT-EOF-SW
              NOT AT END PERFORM A100-ACT-ONE
           END-RETURN.
      *
      * ONE SORTED ARCHIVE RECORD. A DEPOSIT, WITHDRAWAL OR OPEN
      * COUNTS AS CUSTOMER ACTIVITY UNLESS IT IS AN INTACCR INTEREST
      * CREDIT OR WAS REVERSED - THE SAME RULE DORMRPT APPLIES.
       A100-ACT-ONE.
           IF SA-ACCT-NO NOT = WRK-CUR-ACCT
              IF WRK-CUR-ACCT NOT = HIGH-VALUES
                 PERFORM A100-ACT-FLUSH
              END-IF
              MOVE SA-ACCT-NO TO WRK-CUR-ACCT
              MOVE ZEROS TO WRK-CUR-LAST
           END-IF.

           IF (SA-TYPE = 'D' OR SA-TYPE = 'W' OR SA-TYPE = 'O')
              AND SA-SOURCE NOT = 'I'
              AND SA-LINK NOT = 'X'
              AND SA-POST-DATE > WRK-CUR-LAST
              MOVE SA-POST-DATE TO WRK-CUR-LAST
           END-IF.
      *
      * ACCOUNT BREAK: CARRY-FORWARD RECORDS FOR EARLIER ACCOUNTS GO
      * OUT AS THEY ARE, THEN THE ACCOUNT IS WRITTEN WITH THE LATER
      * OF ITS CARRIED DATE AND THIS MONTH'S. AN ACCOUNT WITH NO
      * CUSTOMER ACTIVITY IN EITHER IS NOT WRITTEN.
       A100-ACT-FLUSH.
           PERFORM A100-ACT-COPY
              UNTIL WRK-ACT-EOF
                 OR ACT-ACCT-NO NOT < WRK-CUR-ACCT.

           MOVE SPACES TO ACO-REC.
           MOVE WRK-CUR-ACCT TO ACO-ACCT-NO.
           MOVE WRK-CUR-LAST TO ACO-LAST-DATE.
           MOVE WRK-ARC-MONTH TO ACO-ARCH-MONTH.

           IF NOT WRK-ACT-EOF
              AND ACT-ACCT-NO = WRK-CUR-ACCT
              IF ACT-LAST-DATE > ACO-LAST-DATE
                 MOVE ACT-LAST-DATE TO ACO-LAST-DATE
              END-IF
              PERFORM A100-ACT-READ-IN
           END-IF.

           IF ACO-LAST-DATE > ZEROS
              WRITE ACO-REC
              ADD 1 TO WRK-ACT-OUT-COUNT
              IF ACO-LAST-DATE (1:6) = WRK-ARC-MONTH
                 ADD 1 TO WRK-ACT-NEW-COUNT
              END-IF
           END-IF.
      *
      * COPIES THE CARRY-FORWARD RECORD IN HAND UNCHANGED (APART
      * FROM THE MONTH STAMP) AND READS THE NEXT.
       A100-ACT-COPY.
           MOVE SPACES TO ACO-REC.
           MOVE ACT-ACCT-NO TO ACO-ACCT-NO.
           MOVE ACT-LAST-DATE TO ACO-LAST-DATE.
           MOVE WRK-ARC-MONTH TO ACO-ARCH-MONTH.
           WRITE ACO-REC.
           ADD 1 TO WRK-ACT-OUT-COUNT.

           PERFORM A100-ACT-READ-IN.
      *
      * READS THE NEXT CARRY-FORWARD RECORD. ONE ALREADY STAMPED
      * WITH THE ARCHIVE MONTH OR LATER MEANS THIS MONTH WAS FOLDED
      * IN BEFORE, AND FOLDING IT AGAIN IS REFUSED.
       A100-ACT-READ-IN.
           READ PRT-ACTIN
              AT END MOVE 1 TO WRK-ACT-EOF-SW
           END-READ.

           IF NOT WRK-ACT-EOF
              ADD 1 TO WRK-ACT-IN-COUNT
              IF ACT-ARCH-MONTH NOT < WRK-ARC-MONTH
                 ADD 1 TO WRK-ACT-DONE-COUNT
              END-IF
           END-IF.
      *
       A100-ACT-EXIT.
           EXIT.
