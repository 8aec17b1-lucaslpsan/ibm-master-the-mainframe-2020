       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DORMRPT.
       AUTHOR.        STUDENT.
      *
      * MONTHLY DORMANT-ACCOUNT AND UNCLAIMED-PROPERTY REVIEW. READS
      * THE CUMULATIVE POSTED-TRANSACTION HISTORY (LAYOUT IN
      * THISTREC) AGAINST THE CUSTRECS KSDS AND FINDS EACH ACCOUNT'S
      * LAST CUSTOMER-INITIATED POSTING - A DEPOSIT, WITHDRAWAL OR
      * OPEN. INTEREST CREDITS GENERATED BY INTACCR (TRH-SOURCE I),
      * ADJUSTMENTS AND REVERSALS ARE THE BANK'S DOING, NOT THE
      * CUSTOMER'S, AND A POSTING THAT WAS LATER REVERSED NEVER
      * REALLY HAPPENED; NONE OF THEM KEEPS AN ACCOUNT ALIVE.
      *
      * TWO CUT-OFFS, BOTH IN MONTHS ON THE PARMCARD BECAUSE THEY
      * DIFFER BY STATE: AN ACCOUNT WITH NO CUSTOMER ACTIVITY SINCE
      * THE DORMANCY CUT-OFF IS DORMANT, AND ONE WITH NONE SINCE THE
      * ESCHEATMENT CUT-OFF IS AN ESCHEATMENT CANDIDATE. THE REPORT
      * LISTS BOTH, WITH BALANCE, CURRENCY, TIER AND ASSIGNED MANAGER
      * FROM THE ASSIGNKS KSDS, AND MARKS THE ACCOUNTS THAT CROSSED A
      * CUT-OFF SINCE LAST MONTH'S RUN. EVERY ESCHEATMENT CANDIDATE
      * IS ALSO WRITTEN TO A MACHINE-READABLE FILE (LAYOUT IN
      * ESCHREC) FOR THE STATE FILING.
      *
      * THE MASTER DRIVES, AS IN MOSNAP: THE HISTORY IS SORTED INTO
      * ACCOUNT ORDER AND MATCH-MERGED AGAINST THE MASTER'S KEY-ORDER
      * WALK, AND HISTORY FOR ACCOUNTS NO LONGER ON THE MASTER IS
      * PASSED OVER. A MASTER ACCOUNT WITH NO CUSTOMER POSTING IN THE
      * HISTORY AT ALL (OPENED BEFORE THE HISTORY WAS KEPT AND
      * UNTOUCHED SINCE) CANNOT BE DATED; IT IS LISTED AS NO HISTORY
      * FOR MANUAL REVIEW AND IS NOT PUT FORWARD FOR ESCHEATMENT.
      *
      * MONTHS ARCHIVED OFF THE ACTIVE HISTORY BY HISTARC ARE NOT
      * REREAD: HISTARC CARRIES EACH ACCOUNT'S LAST CUSTOMER ACTIVITY
      * IN THEM FORWARD IN THE LAST-ACTIVITY FILE (LAYOUT IN ACTREC,
      * ACCOUNT ORDER, SAME ACTIVITY RULE), WHICH IS MERGED AGAINST
      * THE MASTER WALK ALONGSIDE THE SORTED ACTIVE HISTORY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-CUSTRECS  ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-ACCT-NO
               FILE STATUS IS WRK-CUSTRECS-STATUS.
           SELECT PRT-ASSIGNKS  ASSIGN TO ASSIGNKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-ACCT-NO
               FILE STATUS IS WRK-ASSIGN-STATUS.
           SELECT PRT-TRANHIST  ASSIGN TO TRANHIST
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT PRT-HISTSRT   ASSIGN TO HISTSRT
               FILE STATUS IS WRK-HISTSRT-STATUS.
           SELECT PRT-LASTACT   ASSIGN TO LASTACT
               FILE STATUS IS WRK-LASTACT-STATUS.
           SELECT PRT-PARMCARD  ASSIGN TO PARMCARD
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PRT-ESCHOUT   ASSIGN TO ESCHOUT.
           SELECT PRT-DORMRPT   ASSIGN TO DORMRPT.
           SELECT PRT-HISTSORT  ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-CUSTRECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.

      * THE PERSISTED ACCOUNT-TO-MANAGER ASSIGNMENT, SAME LAYOUT AS
      * THE RMASSIGN FD. ASG-TIER IS THE TIER THE ACCOUNT HELD WHEN
      * IT WAS ASSIGNED.
       FD  PRT-ASSIGNKS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  ASG-REC.
           05  ASG-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  ASG-RM-ID          PIC X(8)   VALUE SPACES.
           05  ASG-TIER           PIC X(1)   VALUE SPACES.
           05  ASG-DATE           PIC 9(8)   VALUE ZEROS.
           05  FILLER             PIC X(53)  VALUE SPACES.

       FD  PRT-TRANHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY THISTREC.

      * THE HISTORY RESORTED INTO ACCOUNT ORDER FOR THE MATCH-MERGE
      * AGAINST THE MASTER WALK.
       FD  PRT-HISTSRT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  HSR-REC.
           05  HSR-ACCT-NO        PIC X(10)   VALUE SPACES.
           05  HSR-POST-DATE      PIC 9(8)    VALUE ZEROS.
           05  HSR-TYPE           PIC X(1)    VALUE SPACES.
           05  FILLER             PIC X(32)   VALUE SPACES.
           05  HSR-LINK           PIC X(1)    VALUE SPACES.
           05  FILLER             PIC X(17)   VALUE SPACES.
           05  HSR-SOURCE         PIC X(1)    VALUE SPACES.
           05  FILLER             PIC X(10)   VALUE SPACES.

      * LAST CUSTOMER ACTIVITY IN THE ARCHIVED MONTHS, ALREADY IN
      * ACCOUNT ORDER. DUMMY UNTIL THE FIRST MONTH IS ARCHIVED.
       FD  PRT-LASTACT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY ACTREC.

      * COLUMNS 1-3 ARE THE DORMANCY PERIOD AND COLUMNS 4-6 THE
      * ESCHEATMENT PERIOD, BOTH IN MONTHS. BLANK, ZERO OR
      * NON-NUMERIC LEAVES THE DEFAULT FOR THAT PERIOD.
       FD  PRT-PARMCARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-PARM-REC.
           05  PRT-PARM-DORM-MOS  PIC 9(3)      VALUE ZEROS.
           05  PRT-PARM-ESCH-MOS  PIC 9(3)      VALUE ZEROS.
           05  FILLER             PIC X(74)     VALUE SPACES.

       FD  PRT-ESCHOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY ESCHREC.

       FD  PRT-DORMRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-DRM-LINE           PIC X(80)  VALUE SPACES.
       01  PRT-DRM-REC.
           05 PRT-DRM-ACCT        PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-NAME        PIC X(16)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-LAST        PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-BAL         PIC X(12)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-CCY         PIC X(3)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-TIER        PIC X(1)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-RM          PIC X(8)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-STATUS      PIC X(8)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-DRM-NEW         PIC X(3)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.

       SD  PRT-HISTSORT.
       01  SH-REC.
           05  SH-ACCT-NO         PIC X(10).
           05  FILLER             PIC X(70).


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           88 WRK-EOF                  VALUE 1.
       01  WRK-HIST-EOF-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-HIST-EOF             VALUE 1.
       01  WRK-ACT-EOF-SW              PIC 9(1) VALUE ZEROS.
           88 WRK-ACT-EOF              VALUE 1.
       77  WRK-CUSTRECS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-ASSIGN-STATUS           PIC X(2) VALUE SPACES.
       77  WRK-HIST-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-HISTSRT-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-LASTACT-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-PARM-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-NUMVAL-RC               PIC S9(4) COMP VALUE ZERO.
       77  WRK-BALANCE                 PIC 9(9)V99 VALUE ZEROS.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       77  WRK-DATE-NUM                PIC 9(8)  VALUE ZEROS.

      * DORMANCY AND ESCHEATMENT PERIODS IN MONTHS, OVERRIDABLE BY
      * PARMCARD.
       77  WRK-DORM-MONTHS             PIC 9(3) VALUE 12.
       77  WRK-ESCH-MONTHS             PIC 9(3) VALUE 36.

      * THE CUT-OFF DATES: THE RUN DATE TAKEN BACK BY EACH PERIOD,
      * AND BY EACH PERIOD PLUS ONE MONTH FOR LAST MONTH'S RUN. AN
      * ACCOUNT LAST ACTIVE BEFORE A CUT-OFF IS PAST IT; ONE LAST
      * ACTIVE ON OR AFTER THE PRIOR CUT-OFF CROSSED IT THIS MONTH.
      * THE DAY IS KEPT AS THE RUN DAY EVEN WHERE THE MONTH IS
      * SHORTER - THE DATE IS ONLY EVER COMPARED, NEVER CONVERTED.
       77  WRK-DORM-CUTOFF             PIC 9(8) VALUE ZEROS.
       77  WRK-DORM-PRIOR              PIC 9(8) VALUE ZEROS.
       77  WRK-ESCH-CUTOFF             PIC 9(8) VALUE ZEROS.
       77  WRK-ESCH-PRIOR              PIC 9(8) VALUE ZEROS.
       77  WRK-CUT-MONTHS              PIC 9(4) VALUE ZEROS.
       77  WRK-CUT-ABS                 PIC 9(7) VALUE ZEROS.
       01  WRK-CUT-DATE.
           02 WRK-CUT-YEAR             PIC 9(4).
           02 WRK-CUT-MONTH            PIC 9(2).
           02 WRK-CUT-DAY              PIC 9(2).

      * MATCH-MERGE STATE FOR THE ACCOUNT-ORDERED HISTORY: THE
      * RECORD IN HAND IS CONSUMED ONCE IT IS AT OR BEHIND THE
      * MASTER ACCOUNT. WRK-LAST-ACTIVE IS THE LATEST CUSTOMER
      * POSTING DATE FOUND FOR THE ACCOUNT, ZERO FOR NONE.
       77  WRK-HIST-HELD               PIC 9(1) VALUE ZEROS.
           88 WRK-HIST-IN-HAND         VALUE 1.
       77  WRK-ACT-HELD                PIC 9(1) VALUE ZEROS.
           88 WRK-ACT-IN-HAND          VALUE 1.
       77  WRK-LAST-ACTIVE             PIC 9(8) VALUE ZEROS.

      * SET BY THE KEYED ASSIGNMENT READ FOR THE ACCOUNT IN HAND.
       77  WRK-ASSIGN-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-ASSIGN-OK            VALUE 1.

      * COUNTS FOR THE REPORT FOOTER.
       77  WRK-COUNT-ACCTS             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-DORMANT           PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-DORM-NEW          PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ESCHEAT           PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ESCH-NEW          PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-NOHIST            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-BADBAL            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-MONTHS-ED               PIC ZZ9.
       77  WRK-MONTHS-ED2              PIC ZZ9.
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
           PERFORM A000-CUTOFFS.
           PERFORM A000-HIST-SORT.

           OPEN INPUT PRT-CUSTRECS.
           IF WRK-CUSTRECS-STATUS NOT = '00'
              DISPLAY 'DORMRPT - CUSTRECS OPEN FAILED, FILE STATUS = '
                 WRK-CUSTRECS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PRT-ASSIGNKS.
           IF WRK-ASSIGN-STATUS NOT = '00'
              DISPLAY 'DORMRPT - ASSIGNKS OPEN FAILED, FILE STATUS = '
                 WRK-ASSIGN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PRT-HISTSRT.

      * NO LAST-ACTIVITY FILE AT ALL MEANS NOTHING HAS BEEN ARCHIVED
      * YET - THE ACTIVE HISTORY IS THE WHOLE HISTORY.
           OPEN INPUT PRT-LASTACT.
           IF WRK-LASTACT-STATUS = '35'
              MOVE 1 TO WRK-ACT-EOF-SW
           ELSE
              IF WRK-LASTACT-STATUS NOT = '00'
                 DISPLAY 'DORMRPT - LASTACT OPEN FAILED, FILE STATUS = '
                    WRK-LASTACT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN OUTPUT PRT-ESCHOUT.
           OPEN OUTPUT PRT-DORMRPT.

           PERFORM A000-HEADER.
           PERFORM A000-READ UNTIL WRK-EOF.
           PERFORM A000-FOOTER.

           CLOSE PRT-CUSTRECS.
           CLOSE PRT-ASSIGNKS.
           CLOSE PRT-HISTSRT.
           IF WRK-LASTACT-STATUS NOT = '35'
              CLOSE PRT-LASTACT
           END-IF.
           CLOSE PRT-ESCHOUT.
           CLOSE PRT-DORMRPT.
           STOP RUN.
      *
      * READS THE OPTIONAL PARAMETER CARD FOR THE TWO PERIODS. AN
      * ESCHEATMENT PERIOD SHORTER THAN THE DORMANCY PERIOD WOULD
      * PUT ACCOUNTS FORWARD TO THE STATE BEFORE THEY WERE EVER
      * DORMANT, SO IT IS RAISED TO THE DORMANCY PERIOD.
       A000-PARM.
           OPEN INPUT PRT-PARMCARD.

           IF WRK-PARM-STATUS = '00'
              READ PRT-PARMCARD
                 AT END CONTINUE
              END-READ

              IF WRK-PARM-STATUS = '00'
                 IF PRT-PARM-DORM-MOS IS NUMERIC
                    AND PRT-PARM-DORM-MOS > ZEROS
                    MOVE PRT-PARM-DORM-MOS TO WRK-DORM-MONTHS
                 END-IF
                 IF PRT-PARM-ESCH-MOS IS NUMERIC
                    AND PRT-PARM-ESCH-MOS > ZEROS
                    MOVE PRT-PARM-ESCH-MOS TO WRK-ESCH-MONTHS
                 END-IF
              END-IF

              CLOSE PRT-PARMCARD
           END-IF.

           IF WRK-ESCH-MONTHS < WRK-DORM-MONTHS
              MOVE WRK-DORM-MONTHS TO WRK-ESCH-MONTHS
           END-IF.
      *
      * SETS THE FOUR CUT-OFF DATES FROM THE RUN DATE.
       A000-CUTOFFS.
           MOVE WRK-DORM-MONTHS TO WRK-CUT-MONTHS.
           PERFORM A000-CUTOFF-DATE.
           MOVE WRK-CUT-DATE TO WRK-DORM-CUTOFF.

           ADD 1 TO WRK-DORM-MONTHS GIVING WRK-CUT-MONTHS.
           PERFORM A000-CUTOFF-DATE.
           MOVE WRK-CUT-DATE TO WRK-DORM-PRIOR.

           MOVE WRK-ESCH-MONTHS TO WRK-CUT-MONTHS.
           PERFORM A000-CUTOFF-DATE.
           MOVE WRK-CUT-DATE TO WRK-ESCH-CUTOFF.

           ADD 1 TO WRK-ESCH-MONTHS GIVING WRK-CUT-MONTHS.
           PERFORM A000-CUTOFF-DATE.
           MOVE WRK-CUT-DATE TO WRK-ESCH-PRIOR.
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
      * RESORTS THE HISTORY INTO ACCOUNT ORDER FOR THE MATCH-MERGE
      * AGAINST THE MASTER'S KEY-ORDER WALK. ONLY THE LATEST DATE
      * PER ACCOUNT MATTERS, SO NO SECONDARY KEY IS NEEDED.
       A000-HIST-SORT.
           SORT PRT-HISTSORT
              ON ASCENDING KEY SH-ACCT-NO
              USING PRT-TRANHIST
              GIVING PRT-HISTSRT.
      *
       A000-HEADER.
           MOVE 'DORMANT ACCOUNT AND ESCHEATMENT REVIEW'
            TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-DORM-MONTHS TO WRK-MONTHS-ED.
           MOVE WRK-ESCH-MONTHS TO WRK-MONTHS-ED2.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'DORMANT AFTER' SPACE WRK-MONTHS-ED SPACE
              'MONTHS, ESCHEATMENT AFTER' SPACE WRK-MONTHS-ED2 SPACE
              'MONTHS'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE SPACES TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ACCOUNT    LAST NAME        LAST ACT        BALANCE'
              ' CCY T RM       STATUS   NEW'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE '======================================================'
            TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.
      *
      * ONE MASTER RECORD: GATHER ITS LAST CUSTOMER ACTIVITY FROM
      * THE HISTORY AND CLASSIFY IT.
       A000-READ.
           READ PRT-CUSTRECS NEXT RECORD
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              ADD 1 TO WRK-COUNT-ACCTS
              MOVE ZEROS TO WRK-LAST-ACTIVE
              PERFORM A000-HIST-NEXT
                 UNTIL WRK-HIST-EOF
                    OR (WRK-HIST-IN-HAND
                        AND HSR-ACCT-NO > PRT-ACCT-NO)
              PERFORM A000-ACT-NEXT
                 UNTIL WRK-ACT-EOF
                    OR (WRK-ACT-IN-HAND
                        AND ACT-ACCT-NO > PRT-ACCT-NO)
              PERFORM A000-CLASSIFY
           END-IF.
      *
      * ADVANCES THE ACCOUNT-ORDERED HISTORY. A RECORD FOR THE
      * CURRENT MASTER ACCOUNT IS WEIGHED AS ACTIVITY; ONE BEHIND
      * THE MASTER BELONGS TO AN ACCOUNT SINCE CLOSED AND IS
      * DROPPED. EITHER WAY IT IS CONSUMED. A RECORD AHEAD OF THE
      * MASTER IS HELD FOR A LATER ACCOUNT.
       A000-HIST-NEXT.
           IF NOT WRK-HIST-IN-HAND
              READ PRT-HISTSRT
                 AT END MOVE 1 TO WRK-HIST-EOF-SW
                 NOT AT END MOVE 1 TO WRK-HIST-HELD
              END-READ
           END-IF.

           IF WRK-HIST-IN-HAND
              AND HSR-ACCT-NO NOT > PRT-ACCT-NO
              IF HSR-ACCT-NO = PRT-ACCT-NO
                 PERFORM A000-HIST-ACTIVITY
              END-IF
              MOVE ZEROS TO WRK-HIST-HELD
           END-IF.
      *
      * ADVANCES THE LAST-ACTIVITY CARRY-FORWARD THE SAME WAY. ITS
      * DATE ALREADY OBEYS THE ACTIVITY RULE, SO IT ONLY HAS TO BE
      * LATER THAN WHAT THE ACTIVE HISTORY FOUND TO COUNT.
       A000-ACT-NEXT.
           IF NOT WRK-ACT-IN-HAND
              READ PRT-LASTACT
                 AT END MOVE 1 TO WRK-ACT-EOF-SW
                 NOT AT END MOVE 1 TO WRK-ACT-HELD
              END-READ
           END-IF.

           IF WRK-ACT-IN-HAND
              AND ACT-ACCT-NO NOT > PRT-ACCT-NO
              IF ACT-ACCT-NO = PRT-ACCT-NO
                 AND ACT-LAST-DATE > WRK-LAST-ACTIVE
                 MOVE ACT-LAST-DATE TO WRK-LAST-ACTIVE
              END-IF
              MOVE ZEROS TO WRK-ACT-HELD
           END-IF.
      *
      * A DEPOSIT, WITHDRAWAL OR OPEN COUNTS AS CUSTOMER ACTIVITY
      * UNLESS INTACCR GENERATED IT OR IT WAS LATER REVERSED.
       A000-HIST-ACTIVITY.
           IF (HSR-TYPE = 'D' OR HSR-TYPE = 'W' OR HSR-TYPE = 'O')
              AND HSR-SOURCE NOT = 'I'
              AND HSR-LINK NOT = 'X'
              AND HSR-POST-DATE > WRK-LAST-ACTIVE
              MOVE HSR-POST-DATE TO WRK-LAST-ACTIVE
           END-IF.
      *
      * PLACES THE ACCOUNT AGAINST THE CUT-OFFS. ACTIVE ACCOUNTS ARE
      * NOT LISTED; THE REST GET A REPORT LINE, AND ESCHEATMENT
      * CANDIDATES A FILING RECORD AS WELL.
       A000-CLASSIFY.
           EVALUATE TRUE
              WHEN WRK-LAST-ACTIVE = ZEROS
                 ADD 1 TO WRK-COUNT-NOHIST
                 PERFORM A000-ASSIGN-READ
                 PERFORM A000-DETAIL
                 MOVE 'NO HIST' TO PRT-DRM-STATUS
                 WRITE PRT-DRM-REC
              WHEN WRK-LAST-ACTIVE < WRK-ESCH-CUTOFF
                 ADD 1 TO WRK-COUNT-ESCHEAT
                 PERFORM A000-ASSIGN-READ
                 PERFORM A000-DETAIL
                 MOVE 'ESCHEAT' TO PRT-DRM-STATUS
                 IF WRK-LAST-ACTIVE NOT < WRK-ESCH-PRIOR
                    ADD 1 TO WRK-COUNT-ESCH-NEW
                    MOVE 'NEW' TO PRT-DRM-NEW
                 END-IF
                 WRITE PRT-DRM-REC
                 PERFORM A000-ESCHEAT-WRITE
              WHEN WRK-LAST-ACTIVE < WRK-DORM-CUTOFF
                 ADD 1 TO WRK-COUNT-DORMANT
                 PERFORM A000-ASSIGN-READ
                 PERFORM A000-DETAIL
                 MOVE 'DORMANT' TO PRT-DRM-STATUS
                 IF WRK-LAST-ACTIVE NOT < WRK-DORM-PRIOR
                    ADD 1 TO WRK-COUNT-DORM-NEW
                    MOVE 'NEW' TO PRT-DRM-NEW
                 END-IF
                 WRITE PRT-DRM-REC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * KEYED READ OF THE ASSIGNMENT FOR THE CURRENT ACCOUNT.
       A000-ASSIGN-READ.
           MOVE ZEROS TO WRK-ASSIGN-FOUND.
           MOVE PRT-ACCT-NO TO ASG-ACCT-NO.

           READ PRT-ASSIGNKS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-ASSIGN-FOUND
           END-READ.
      *
      * BUILDS THE COMMON PART OF A REPORT LINE. THE BALANCE IS
      * PRINTED AS IT STANDS ON THE MASTER.
       A000-DETAIL.
           MOVE SPACES TO PRT-DRM-REC.
           MOVE PRT-ACCT-NO    TO PRT-DRM-ACCT.
           MOVE PRT-LAST-NAME  TO PRT-DRM-NAME.
           MOVE PRT-BALANCE    TO PRT-DRM-BAL.
           IF PRT-CURRENCY-CODE = SPACES
              MOVE 'USD' TO PRT-DRM-CCY
           ELSE
              MOVE PRT-CURRENCY-CODE TO PRT-DRM-CCY
           END-IF.

           IF WRK-LAST-ACTIVE NOT = ZEROS
              MOVE SPACES TO WRK-RPT-LINE
              STRING WRK-LAST-ACTIVE (5:2) '.'
                 WRK-LAST-ACTIVE (7:2) '.'
                 WRK-LAST-ACTIVE (1:4)
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE (1:10) TO PRT-DRM-LAST
           END-IF.

           IF WRK-ASSIGN-OK
              MOVE ASG-TIER  TO PRT-DRM-TIER
              MOVE ASG-RM-ID TO PRT-DRM-RM
           END-IF.
      *
      * WRITES THE FILING RECORD FOR AN ESCHEATMENT CANDIDATE. A
      * BALANCE THAT WILL NOT PARSE IS FILED AS ZERO AND COUNTED SO
      * IT IS CHECKED BY HAND BEFORE THE FILING GOES OUT.
       A000-ESCHEAT-WRITE.
           MOVE SPACES          TO ESC-REC.
           MOVE PRT-ACCT-NO     TO ESC-ACCT-NO.
           MOVE PRT-FIRST-NAME  TO ESC-FIRST-NAME.
           MOVE PRT-LAST-NAME   TO ESC-LAST-NAME.
           MOVE PRT-DRM-CCY     TO ESC-CCY.
           MOVE WRK-LAST-ACTIVE TO ESC-LAST-ACTIVE.
           MOVE WRK-DATE-NUM    TO ESC-RUN-DATE.
           MOVE ZEROS           TO ESC-BALANCE.

           MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE) TO WRK-NUMVAL-RC.
           IF WRK-NUMVAL-RC NOT = ZERO
              ADD 1 TO WRK-COUNT-BADBAL
           ELSE
              COMPUTE WRK-BALANCE = FUNCTION NUMVAL-C (PRT-BALANCE)
              MOVE WRK-BALANCE TO ESC-BALANCE
           END-IF.

           IF WRK-ASSIGN-OK
              MOVE ASG-TIER  TO ESC-TIER
              MOVE ASG-RM-ID TO ESC-RM-ID
           END-IF.

           WRITE ESC-REC.
      *
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-ACCTS TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ACCOUNTS REVIEWED:    ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-DORMANT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'DORMANT:              ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-DORM-NEW TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  NEWLY DORMANT:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-ESCHEAT TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ESCHEAT CANDIDATES:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-ESCH-NEW TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  NEW THIS MONTH:     ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-NOHIST TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'NO HISTORY - REVIEW:  ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.

           MOVE WRK-COUNT-BADBAL TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'FILED AT ZERO BALANCE:' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-DRM-LINE.
           WRITE PRT-DRM-LINE.
