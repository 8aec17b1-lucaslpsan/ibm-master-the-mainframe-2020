       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELMAINT.
       AUTHOR.        STUDENT.
      *
      * CUSTOMER/HOUSEHOLD RELATIONSHIP LINK MAINTENANCE. THE
      * RELATIONSHIP KSDS (LAYOUT IN RELREC) TIES ACCOUNT NUMBERS TO
      * A RELATIONSHIP ID SO TOPTIERS CAN TIER A HOUSEHOLD ON ITS
      * COMBINED BALANCE AND RMASSIGN CAN KEEP IT WITH ONE MANAGER.
      * THIS ON-DEMAND RUN APPLIES A TRANSACTION FILE OF LINK
      * CHANGES AGAINST THE KSDS IN FILE ORDER - LINK AN ACCOUNT TO
      * A RELATIONSHIP (L), OR UNLINK IT (U) - AND WRITES ONE REPORT
      * LINE PER CHANGE.
      *
      * A LINK FOR AN ACCOUNT ALREADY IN ANOTHER RELATIONSHIP MOVES
      * IT, AND THE REPORT NAMES THE RELATIONSHIP IT LEFT. A LINK
      * MUST NAME AN ACCOUNT ON THE CUSTOMER MASTER; AN UNLINK NEED
      * NOT, SO A CLOSED ACCOUNT CAN STILL BE TAKEN OUT. ANY
      * TRANSACTION THAT CANNOT BE APPLIED IS REPORTED AND ENDS THE
      * RUN WITH RETURN CODE 8 SO IT IS REVIEWED AND RESUBMITTED -
      * THE CHANGES THAT DID APPLY STAND.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-RELTRANS  ASSIGN TO RELTRANS
               FILE STATUS IS WRK-RELTRANS-STATUS.
           SELECT PRT-CUSTRECS  ASSIGN TO CUSTRECS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRT-ACCT-NO
               FILE STATUS IS WRK-CUSTRECS-STATUS.
           SELECT PRT-RELKS     ASSIGN TO RELKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-ACCT-NO
               FILE STATUS IS WRK-REL-STATUS.
           SELECT PRT-RELRPT    ASSIGN TO RELRPT.

       DATA DIVISION.
       FILE SECTION.
      * ONE LINK TRANSACTION PER RECORD. RLT-ACTION IS L (LINK THE
      * ACCOUNT TO RLT-REL-ID) OR U (UNLINK IT). ON AN UNLINK A
      * BLANK RLT-REL-ID TAKES THE ACCOUNT OUT OF WHATEVER
      * RELATIONSHIP IT IS IN; A NON-BLANK ONE MUST MATCH IT.
       FD  PRT-RELTRANS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RLT-REC.
           05  RLT-ACTION         PIC X(1)   VALUE SPACES.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  RLT-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  RLT-REL-ID         PIC X(10)  VALUE SPACES.
           05  FILLER             PIC X(57)  VALUE SPACES.

       FD  PRT-CUSTRECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.

       FD  PRT-RELKS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RELREC.

       FD  PRT-RELRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-REL-LINE           PIC X(80)  VALUE SPACES.


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           88 WRK-EOF                  VALUE 1.
       77  WRK-RELTRANS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-CUSTRECS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-REL-STATUS              PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       77  WRK-DATE-NUM                PIC 9(8)  VALUE ZEROS.

      * SWITCHES FOR THE KEYED LOOKUPS OF THE CURRENT TRANSACTION.
       77  WRK-CUST-FOUND-SW           PIC 9(1) VALUE ZEROS.
           88 WRK-CUST-FOUND           VALUE 1.
       77  WRK-REL-FOUND-SW            PIC 9(1) VALUE ZEROS.
           88 WRK-REL-FOUND            VALUE 1.
       77  WRK-OLD-REL-ID              PIC X(10) VALUE SPACES.

      * RUN COUNTS FOR THE REPORT FOOTER. ANY ERROR DRIVES THE
      * REVIEW RETURN CODE.
       77  WRK-COUNT-READ              PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-LINKED            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-MOVED             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-UNLINKED          PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ERRORS            PIC 9(9) VALUE ZEROS.
       77  WRK-MAINT-STATE             PIC 9(1) VALUE ZEROS.
           88 WRK-MAINT-FAILED         VALUE 1.

      * WORK AREAS FOR THE REPORT LINES.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.
           MOVE WRK-DATE TO WRK-DATE-NUM.

           OPEN INPUT PRT-RELTRANS.
           IF WRK-RELTRANS-STATUS NOT = '00'
              DISPLAY 'RELMAINT - RELTRANS OPEN FAILED, FILE STATUS = '
                 WRK-RELTRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PRT-CUSTRECS.
           IF WRK-CUSTRECS-STATUS NOT = '00'
              DISPLAY 'RELMAINT - CUSTRECS OPEN FAILED, FILE STATUS = '
                 WRK-CUSTRECS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A CLUSTER THAT HAS BEEN DEFINED BUT NEVER LOADED OPENS WITH
      * STATUS 35. OPENING IT OUTPUT ONCE AND CLOSING IT LEAVES IT
      * EMPTY BUT OPENABLE FOR I-O, SO THE FIRST-EVER RUN CAN ADD ITS
      * LINKS THE SAME WAY EVERY LATER RUN DOES.
           OPEN I-O PRT-RELKS.

           IF WRK-REL-STATUS = '35'
              OPEN OUTPUT PRT-RELKS
              CLOSE PRT-RELKS
              OPEN I-O PRT-RELKS
           END-IF.

           IF WRK-REL-STATUS NOT = '00'
              DISPLAY 'RELMAINT - RELKS OPEN FAILED, FILE STATUS = '
                 WRK-REL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PRT-RELRPT.

           PERFORM A000-HEADER.
           PERFORM A000-TRANS UNTIL WRK-EOF.
           PERFORM A000-FOOTER.

           CLOSE PRT-RELTRANS.
           CLOSE PRT-CUSTRECS.
           CLOSE PRT-RELKS.
           CLOSE PRT-RELRPT.

           IF WRK-MAINT-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       A000-HEADER.
           MOVE 'CUSTOMER RELATIONSHIP LINK MAINTENANCE REPORT'
            TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           MOVE '======================================================'
            TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.
      *
      * READS AND DISPATCHES ONE LINK TRANSACTION. THEY ARE APPLIED
      * IN FILE ORDER, SO AN UNLINK LATER IN THE FILE SEES A LINK
      * MADE EARLIER IN IT.
       A000-TRANS.
           READ PRT-RELTRANS
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              ADD 1 TO WRK-COUNT-READ
              EVALUATE TRUE
                 WHEN RLT-ACCT-NO = SPACES
                    MOVE SPACES TO WRK-RPT-LINE
                    STRING 'ERROR     NO ACCOUNT NUMBER ON'
                       SPACE RLT-ACTION SPACE 'TRANSACTION'
                       DELIMITED BY SIZE INTO WRK-RPT-LINE
                    PERFORM A000-ERROR-LINE
                 WHEN RLT-ACTION = 'L'
                    PERFORM A000-LINK
                 WHEN RLT-ACTION = 'U'
                    PERFORM A000-UNLINK
                 WHEN OTHER
                    MOVE SPACES TO WRK-RPT-LINE
                    STRING 'ERROR     INVALID ACTION' SPACE RLT-ACTION
                       SPACE 'FOR' SPACE RLT-ACCT-NO
                       DELIMITED BY SIZE INTO WRK-RPT-LINE
                    PERFORM A000-ERROR-LINE
              END-EVALUATE
           END-IF.
      *
      * WRITES ONE ERROR LINE (ALREADY BUILT BY THE CALLER), COUNTS
      * IT AND MARKS THE RUN FOR REVIEW.
       A000-ERROR-LINE.
           MOVE WRK-RPT-LINE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.
           ADD 1 TO WRK-COUNT-ERRORS.
           MOVE 1 TO WRK-MAINT-STATE.
      *
      * LOOKS THE TRANSACTION'S ACCOUNT UP ON THE CUSTOMER MASTER.
       A000-CUST-LOOKUP.
           MOVE ZEROS TO WRK-CUST-FOUND-SW.
           MOVE RLT-ACCT-NO TO PRT-ACCT-NO.
           READ PRT-CUSTRECS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-CUST-FOUND-SW
           END-READ.
      *
      * LOOKS THE TRANSACTION'S ACCOUNT UP ON THE RELATIONSHIP KSDS,
      * LEAVING ITS CURRENT LINK IN REL-REC WHEN IT HAS ONE.
       A000-REL-LOOKUP.
           MOVE ZEROS TO WRK-REL-FOUND-SW.
           MOVE RLT-ACCT-NO TO REL-ACCT-NO.
           READ PRT-RELKS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-REL-FOUND-SW
           END-READ.
      *
      * LINKS AN ACCOUNT TO A RELATIONSHIP: A NEW RECORD FOR AN
      * ACCOUNT IN NO RELATIONSHIP, A REWRITE (REPORTED AS A MOVE)
      * FOR ONE ALREADY IN ANOTHER.
       A000-LINK.
           IF RLT-REL-ID = SPACES
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'ERROR     LINK WITH NO RELATIONSHIP ID FOR'
                 SPACE RLT-ACCT-NO
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              PERFORM A000-ERROR-LINE
           ELSE
              PERFORM A000-CUST-LOOKUP
              IF NOT WRK-CUST-FOUND
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'ERROR     LINK FOR ACCOUNT NOT ON MASTER'
                    SPACE RLT-ACCT-NO
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 PERFORM A000-ERROR-LINE
              ELSE
                 PERFORM A000-REL-LOOKUP
                 EVALUATE TRUE
                    WHEN NOT WRK-REL-FOUND
                       PERFORM A000-LINK-NEW
                    WHEN REL-ID = RLT-REL-ID
                       MOVE SPACES TO WRK-RPT-LINE
                       STRING 'ERROR     ACCOUNT' SPACE RLT-ACCT-NO
                          SPACE 'ALREADY LINKED TO' SPACE RLT-REL-ID
                          DELIMITED BY SIZE INTO WRK-RPT-LINE
                       PERFORM A000-ERROR-LINE
                    WHEN OTHER
                       PERFORM A000-LINK-MOVE
                 END-EVALUATE
              END-IF
           END-IF.
      *
      * WRITES THE LINK FOR AN ACCOUNT IN NO RELATIONSHIP YET.
       A000-LINK-NEW.
           MOVE SPACES        TO REL-REC.
           MOVE RLT-ACCT-NO   TO REL-ACCT-NO.
           MOVE RLT-REL-ID    TO REL-ID.
           MOVE WRK-DATE-NUM  TO REL-LINK-DATE.
           WRITE REL-REC
              INVALID KEY
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'ERROR     LINK WRITE FAILED FOR'
                    SPACE RLT-ACCT-NO SPACE 'STATUS'
                    SPACE WRK-REL-STATUS
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 PERFORM A000-ERROR-LINE
              NOT INVALID KEY
                 ADD 1 TO WRK-COUNT-LINKED
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'LINKED    ' RLT-ACCT-NO SPACE
                    PRT-FIRST-NAME SPACE PRT-LAST-NAME SPACE
                    'TO' SPACE RLT-REL-ID
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 MOVE WRK-RPT-LINE TO PRT-REL-LINE
                 WRITE PRT-REL-LINE
           END-WRITE.
      *
      * MOVES AN ACCOUNT FROM THE RELATIONSHIP IT IS IN (STILL IN
      * REL-REC FROM THE LOOKUP) TO THE ONE THE TRANSACTION NAMES.
       A000-LINK-MOVE.
           MOVE REL-ID        TO WRK-OLD-REL-ID.
           MOVE RLT-REL-ID    TO REL-ID.
           MOVE WRK-DATE-NUM  TO REL-LINK-DATE.
           REWRITE REL-REC
              INVALID KEY
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'ERROR     LINK REWRITE FAILED FOR'
                    SPACE RLT-ACCT-NO SPACE 'STATUS'
                    SPACE WRK-REL-STATUS
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 PERFORM A000-ERROR-LINE
              NOT INVALID KEY
                 ADD 1 TO WRK-COUNT-MOVED
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'MOVED     ' RLT-ACCT-NO SPACE
                    PRT-FIRST-NAME SPACE PRT-LAST-NAME SPACE
                    'FROM' SPACE WRK-OLD-REL-ID SPACE
                    'TO' SPACE RLT-REL-ID
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 MOVE WRK-RPT-LINE TO PRT-REL-LINE
                 WRITE PRT-REL-LINE
           END-REWRITE.
      *
      * TAKES AN ACCOUNT OUT OF ITS RELATIONSHIP BY DELETING THE
      * LINK. THE ACCOUNT IS TIERED AND ASSIGNED ON ITS OWN FROM THE
      * NEXT NIGHTLY RUN.
       A000-UNLINK.
           PERFORM A000-REL-LOOKUP.

           IF NOT WRK-REL-FOUND
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'ERROR     UNLINK FOR ACCOUNT IN NO RELATIONSHIP'
                 SPACE RLT-ACCT-NO
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              PERFORM A000-ERROR-LINE
           ELSE
              IF RLT-REL-ID NOT = SPACES
                 AND RLT-REL-ID NOT = REL-ID
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'ERROR     ACCOUNT' SPACE RLT-ACCT-NO SPACE
                    'IS IN' SPACE REL-ID SPACE 'NOT' SPACE RLT-REL-ID
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 PERFORM A000-ERROR-LINE
              ELSE
                 MOVE REL-ID TO WRK-OLD-REL-ID
                 DELETE PRT-RELKS
                    INVALID KEY
                       MOVE SPACES TO WRK-RPT-LINE
                       STRING 'ERROR     UNLINK DELETE FAILED FOR'
                          SPACE RLT-ACCT-NO SPACE 'STATUS'
                          SPACE WRK-REL-STATUS
                          DELIMITED BY SIZE INTO WRK-RPT-LINE
                       PERFORM A000-ERROR-LINE
                    NOT INVALID KEY
                       ADD 1 TO WRK-COUNT-UNLINKED
                       MOVE SPACES TO WRK-RPT-LINE
                       STRING 'UNLINKED  ' RLT-ACCT-NO SPACE
                          'FROM' SPACE WRK-OLD-REL-ID
                          DELIMITED BY SIZE INTO WRK-RPT-LINE
                       MOVE WRK-RPT-LINE TO PRT-REL-LINE
                       WRITE PRT-REL-LINE
                 END-DELETE
              END-IF
           END-IF.
      *
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           MOVE WRK-COUNT-READ TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TRANSACTIONS:' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           MOVE WRK-COUNT-LINKED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'LINKED:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           MOVE WRK-COUNT-MOVED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'MOVED:       ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           MOVE WRK-COUNT-UNLINKED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'UNLINKED:    ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           MOVE WRK-COUNT-ERRORS TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ERRORS:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REL-LINE.
           WRITE PRT-REL-LINE.

           IF WRK-MAINT-FAILED
              MOVE 'REVIEW REQUIRED - REJECTED LINKS NOT APPLIED'
               TO PRT-REL-LINE
           ELSE
              MOVE 'MAINTENANCE COMPLETE - ALL LINK CHANGES APPLIED'
               TO PRT-REL-LINE
           END-IF.
           WRITE PRT-REL-LINE.
