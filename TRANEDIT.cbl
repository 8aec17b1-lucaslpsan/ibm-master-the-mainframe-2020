      * PROGRAM BALANCES THE DATA RECORDS AGAINST THE TRAILER'S
      * PER-TYPE TRANSACTION COUNTS AND AMOUNT HASH TOTALS, FLAGS
      * THE SAME TRANSACTION APPEARING TWICE (SAME ACCOUNT NUMBER,
      * TYPE AND AMOUNT - AND, FOR A REVERSAL, THE SAME ORIGINAL
      * POSTING - THE SIGNATURE OF A DOUBLE TRANSMISSION),
      * AND WRITES THE DATA RECORDS - MINUS THE CONTROL RECORDS - TO
      * THE DATASET TRANPOST POSTS FROM. ANY EDIT FAILURE IS
      * REPORTED AND THE STEP ENDS WITH RETURN CODE 8 SO THE POSTING
      * STEP IS HELD BY ITS COND CHECK. EVERY RUN ALSO APPENDS ONE
      * STEP CONTROL RECORD (LAYOUT IN EODCTL) TO THE END-OF-DAY
      * CONTROL LOG FOR THE EODSIGN SIGN-OFF.
      *
      * THE FILE ARRIVES IN TRANSACTION ORDER, NOT ACCOUNT ORDER, SO
      * DUPLICATES ARE NOT ADJACENT THE WAY THEY ARE ON THE SORTED
           SELECT PRT-EDITRPT   ASSIGN TO EDITRPT.
           SELECT PRT-DUPWORK   ASSIGN TO DUPWORK.
           SELECT PRT-DUPSORT   ASSIGN TO SORTWK1.
           SELECT PRT-EODCTL    ASSIGN TO EODCTL.

       DATA DIVISION.
       FILE SECTION.
      * ONE WORK RECORD PER DATA TRANSACTION CARRYING THE DUPLICATE
      * KEY: ACCOUNT, TYPE AND THE PARSED AMOUNT (ZERO WHERE THE
      * AMOUNT FIELD IS NOT A VALID NUMBER, SO TWO COPIES OF A
      * GARBLED TRANSACTION STILL MATCH EACH OTHER), PLUS THE
      * ORIGINAL-POSTING REFERENCE AS RECEIVED - A REVERSAL HAS NO
      * AMOUNT, SO TWO REVERSALS ON ONE ACCOUNT ARE ONLY DUPLICATES
      * WHEN THEY NAME THE SAME ORIGINAL.
       FD  PRT-DUPWORK RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DWK-REC.
           05  DWK-ACCT-NO        PIC X(10)   VALUE SPACES.
           05  DWK-TYPE           PIC X(1)    VALUE SPACES.
           05  DWK-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
           05  DWK-REF-DATE       PIC X(8)    VALUE SPACES.
           05  DWK-REF-SEQ        PIC X(9)    VALUE SPACES.
           05  FILLER             PIC X(41)   VALUE SPACES.

       SD  PRT-DUPSORT.
       01  SD-REC.
           05  SD-ACCT-NO         PIC X(10).
           05  SD-TYPE            PIC X(1).
           05  SD-AMOUNT          PIC 9(9)V99.
           05  SD-REF-DATE        PIC X(8).
           05  SD-REF-SEQ         PIC X(9).
           05  FILLER             PIC X(41).

      * END-OF-DAY CONTROL LOG (LAYOUT IN EODCTL): ONE RECORD
      * APPENDED PER RUN.
       FD  PRT-EODCTL RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
           COPY EODCTL.


       WORKING-STORAGE SECTION.
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       01  WRK-TIME.
           02 WRK-HOUR                 PIC 9(2).
           02 WRK-MINUTE               PIC 9(2).
           02 WRK-SECOND               PIC 9(2).
           02 FILLER                   PIC 9(2).

      * RESERVED ACCOUNT-NUMBER-COLUMN VALUES THAT MARK THE CONTROL
      * RECORDS (SEE TRANCTL).
       77  WRK-OPN-COUNT               PIC 9(5) VALUE ZEROS.
       77  WRK-OPN-HASH                PIC 9(9)V99 VALUE ZEROS.
       77  WRK-CLS-COUNT               PIC 9(5) VALUE ZEROS.
       77  WRK-REV-COUNT               PIC 9(5) VALUE ZEROS.
       77  WRK-TRL-DEP-COUNT           PIC 9(5) VALUE ZEROS.
       77  WRK-TRL-DEP-HASH            PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TRL-WDR-COUNT           PIC 9(5) VALUE ZEROS.
       77  WRK-TRL-OPN-COUNT           PIC 9(5) VALUE ZEROS.
       77  WRK-TRL-OPN-HASH            PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TRL-CLS-COUNT           PIC 9(5) VALUE ZEROS.
       77  WRK-TRL-REV-COUNT           PIC 9(5) VALUE ZEROS.
       77  WRK-AMOUNT                  PIC 9(9)V99 VALUE ZEROS.

      * WHOLE-FILE FIGURES FOR THE STEP CONTROL RECORD: EVERY DATA
      * RECORD PASSED THROUGH (UNKNOWN TYPES INCLUDED), AND THE
      * PER-TYPE COUNTS AND HASHES SUMMED ON EACH SIDE.
       77  WRK-DATA-COUNT              PIC 9(9) VALUE ZEROS.
       77  WRK-TRL-ALL-COUNT           PIC 9(9) VALUE ZEROS.
       77  WRK-TRL-ALL-HASH            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FILE-ALL-HASH           PIC 9(11)V99 VALUE ZEROS.

      * EDIT STATE, MIRRORING EXTREDIT: THE CONTROL-RECORD SWITCHES
      * AND THE FAILURE SWITCH THAT DRIVES THE FINAL RETURN CODE.
       77  WRK-HDR-SEEN                PIC 9(1) VALUE ZEROS.
           05  WRK-PREV-ACCT           PIC X(10) VALUE LOW-VALUES.
           05  WRK-PREV-TYPE           PIC X(1)  VALUE LOW-VALUES.
           05  WRK-PREV-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
           05  WRK-PREV-REF-DATE       PIC X(8)  VALUE LOW-VALUES.
           05  WRK-PREV-REF-SEQ        PIC X(9)  VALUE LOW-VALUES.

      * WORK AREAS FOR THE EDIT REPORT LINES. THE TYPE LABEL AND THE
      * TWO VALUE PAIRS ARE SET BY THE CALLER OF THE SHARED BALANCE
      * PARAGRAPHS SO ALL FIVE TYPES PRINT THE SAME WAY.
       77  WRK-TYPE-LABEL              PIC X(12) VALUE SPACES.
       77  WRK-TRL-COUNT-CMP           PIC 9(5) VALUE ZEROS.
       77  WRK-FILE-COUNT-CMP          PIC 9(5) VALUE ZEROS.
           CLOSE PRT-TRANOUT.
           CLOSE PRT-EDITRPT.

           PERFORM A000-EODCTL-WRITE.

           IF WRK-EDIT-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           END-IF.
      *
      * VALIDATES AND CAPTURES THE TRAILER CONTROL RECORD CARRYING
      * THE SUPPLIER'S PER-TYPE COUNTS AND AMOUNT HASH TOTALS. A
      * REVERSAL COUNT LEFT AT SPACES (A SENDER THAT HAS NEVER SENT A
      * REVERSAL) IS TAKEN AS ZERO; ANY OTHER NON-NUMERIC VALUE IS
      * MALFORMED LIKE THE REST.
       A000-EDIT-TRAILER.
           IF WRK-TRL-OK
              MOVE 'EDIT ERROR: MORE THAN ONE TRAILER RECORD'
                 OR TCT-TRL-OPN-COUNT NOT NUMERIC
                 OR TCT-TRL-OPN-HASH NOT NUMERIC
                 OR TCT-TRL-CLS-COUNT NOT NUMERIC
                 OR (TCT-TRL-REV-COUNT NOT NUMERIC
                     AND TCT-TRL-REV-COUNT NOT = SPACES)
                 MOVE 'EDIT ERROR: TRAILER RECORD MALFORMED'
                  TO PRT-EDIT-LINE
                 WRITE PRT-EDIT-LINE
                 MOVE TCT-TRL-OPN-COUNT TO WRK-TRL-OPN-COUNT
                 MOVE TCT-TRL-OPN-HASH  TO WRK-TRL-OPN-HASH
                 MOVE TCT-TRL-CLS-COUNT TO WRK-TRL-CLS-COUNT
                 IF TCT-TRL-REV-COUNT IS NUMERIC
                    MOVE TCT-TRL-REV-COUNT TO WRK-TRL-REV-COUNT
                 END-IF
              END-IF
           END-IF.
      *
      * REJECT HANDLING DOWNSTREAM, AND AN UNKNOWN TYPE IS COUNTED
      * NOWHERE FOR THE SAME REASON.
       A000-EDIT-DATA.
           ADD 1 TO WRK-DATA-COUNT.
           MOVE ZEROS TO WRK-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL-C (TRN-AMOUNT) TO WRK-NUMVAL-RC.
           IF WRK-NUMVAL-RC = ZERO
                 ADD WRK-AMOUNT TO WRK-OPN-HASH
              WHEN 'C'
                 ADD 1 TO WRK-CLS-COUNT
              WHEN 'R'
                 ADD 1 TO WRK-REV-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE TRN-ACCT-NO TO DWK-ACCT-NO.
           MOVE TRN-TYPE    TO DWK-TYPE.
           MOVE WRK-AMOUNT  TO DWK-AMOUNT.
           IF TRN-TYPE = 'R'
              MOVE TRN-REF-DATE TO DWK-REF-DATE
              MOVE TRN-REF-SEQ  TO DWK-REF-SEQ
           END-IF.
           WRITE DWK-REC.

           MOVE TRN-TRAN-REC TO PRT-TRANOUT-REC.
              MOVE WRK-TRL-CLS-COUNT TO WRK-TRL-COUNT-CMP
              MOVE WRK-CLS-COUNT     TO WRK-FILE-COUNT-CMP
              PERFORM A000-BALANCE-COUNT

      * NOR DOES A REVERSAL - IT BACKS OUT THE ORIGINAL'S AMOUNT.
              MOVE 'REVERSALS'    TO WRK-TYPE-LABEL
              MOVE WRK-TRL-REV-COUNT TO WRK-TRL-COUNT-CMP
              MOVE WRK-REV-COUNT     TO WRK-FILE-COUNT-CMP
              PERFORM A000-BALANCE-COUNT
           END-IF.
      *
      * PRINTS AND JUDGES ONE TYPE'S TRANSACTION COUNT. THE CALLER
              MOVE 1 TO WRK-EDIT-STATE
           END-IF.
      *
      * SORTS THE DUPLICATE KEYS INTO ACCOUNT/TYPE/AMOUNT/REFERENCE
      * ORDER SO TWO COPIES OF THE SAME TRANSACTION LAND SIDE BY
      * SIDE, THEN FLAGS EVERY ADJACENT MATCH.
       A000-DUP-CHECK.
           SORT PRT-DUPSORT
              ON ASCENDING KEY SD-ACCT-NO
              ON ASCENDING KEY SD-TYPE
              ON ASCENDING KEY SD-AMOUNT
              ON ASCENDING KEY SD-REF-DATE
              ON ASCENDING KEY SD-REF-SEQ
              USING PRT-DUPWORK
              OUTPUT PROCEDURE IS A100-DUP-OUT THRU A100-DUP-EXIT.
      *
       A100-DUP-OUT.
           MOVE LOW-VALUES TO WRK-PREV-ACCT WRK-PREV-TYPE.
           MOVE LOW-VALUES TO WRK-PREV-REF-DATE WRK-PREV-REF-SEQ.
           MOVE ZEROS TO WRK-PREV-AMOUNT WRK-SORT-EOF-SW.
           PERFORM A100-DUP-RETURN UNTIL WRK-SORT-EOF.

           IF SD-ACCT-NO = WRK-PREV-ACCT
              AND SD-TYPE = WRK-PREV-TYPE
              AND SD-AMOUNT = WRK-PREV-AMOUNT
              AND SD-REF-DATE = WRK-PREV-REF-DATE
              AND SD-REF-SEQ = WRK-PREV-REF-SEQ
              ADD 1 TO WRK-COUNT-DUPS
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'EDIT ERROR: DUPLICATE TRANSACTION' SPACE
           MOVE SD-ACCT-NO TO WRK-PREV-ACCT.
           MOVE SD-TYPE    TO WRK-PREV-TYPE.
           MOVE SD-AMOUNT  TO WRK-PREV-AMOUNT.
           MOVE SD-REF-DATE TO WRK-PREV-REF-DATE.
           MOVE SD-REF-SEQ  TO WRK-PREV-REF-SEQ.
      *
       A100-DUP-EXIT.
           EXIT.
               TO PRT-EDIT-LINE
           END-IF.
           WRITE PRT-EDIT-LINE.
      *
      * APPENDS THIS RUN'S STEP CONTROL RECORD FOR THE END-OF-DAY
      * SIGN-OFF, WITH THE COUNTS AND HASHES SUMMED OVER THE TYPES.
      * A MISSING TRAILER LEAVES THE EXPECTED SIDE AT ZERO; THE
      * FAILED VERDICT SAYS WHY THE TWO SIDES DO NOT AGREE.
       A000-EODCTL-WRITE.
           COMPUTE WRK-TRL-ALL-COUNT =
              WRK-TRL-DEP-COUNT + WRK-TRL-WDR-COUNT
              + WRK-TRL-OPN-COUNT + WRK-TRL-CLS-COUNT
              + WRK-TRL-REV-COUNT.
           COMPUTE WRK-TRL-ALL-HASH =
              WRK-TRL-DEP-HASH + WRK-TRL-WDR-HASH + WRK-TRL-OPN-HASH.
           COMPUTE WRK-FILE-ALL-HASH =
              WRK-DEP-HASH + WRK-WDR-HASH + WRK-OPN-HASH.

           OPEN EXTEND PRT-EODCTL.

           MOVE SPACES            TO ECL-REC.
           MOVE 'TRANEDIT'        TO ECL-PROGRAM.
           MOVE WRK-DATE          TO ECL-RUN-DATE.
           ACCEPT WRK-TIME FROM TIME.
           MOVE WRK-TIME (1:6)    TO ECL-RUN-TIME.
           MOVE WRK-DATA-COUNT    TO ECL-RECS-READ.
           MOVE WRK-TRL-ALL-COUNT TO ECL-CTL-COUNT.
           MOVE WRK-DATA-COUNT    TO ECL-ACCEPT-COUNT.
           MOVE WRK-COUNT-DUPS    TO ECL-ERROR-COUNT.
           MOVE WRK-TRL-ALL-HASH  TO ECL-CTL-EXPECTED.
           MOVE WRK-FILE-ALL-HASH TO ECL-CTL-ACTUAL.
           MOVE 'N'               TO ECL-RESUMED.
           IF WRK-EDIT-FAILED
              MOVE 'FAILED' TO ECL-VERDICT
           ELSE
              MOVE 'OK' TO ECL-VERDICT
           END-IF.
           WRITE ECL-REC.

           CLOSE PRT-EODCTL.
