      * HAS NO MATCHING PRT-CUST-REC (OR THAT FAILS VALIDATION) IS
      * WRITTEN TO A REJECT FILE IN THE SAME RECORD-PLUS-REASON SHAPE
      * TOPACCTS USES FOR ITS OWN REJECTS.
      *
      * A WITHDRAWAL OR CLOSE AGAINST AN ACCOUNT CARRYING AN ACTIVE
      * HOLD ON THE HOLDS KSDS (LAYOUT IN HOLDREC - LEGAL FREEZES AND
      * FRAUD HOLDS PLACED THROUGH CUSTINQ) IS REJECTED WITH ITS OWN
      * REASON SO NO MONEY LEAVES A FROZEN ACCOUNT. DEPOSITS STILL
      * POST - A FREEZE STOPS MONEY GOING OUT, NOT COMING IN.
      *
      * TYPE A IS AN APPROVED BALANCE ADJUSTMENT: A CORRECTION KEYED
      * IN CUSTINQ AND APPROVED THERE BY A SECOND USER, FED IN BY THE
      * ADJFEED STEP AFTER THE SUPPLIER'S TRANSACTIONS. BEFORE IT
      * POSTS, THE MATCHING RECORD ON THE ADJUSTMENTS KSDS (LAYOUT IN
      * ADJREC) MUST STILL BE APPROVED AND AGREE ON AMOUNT AND
      * DIRECTION - SO AN ADJUSTMENT CAN NEVER POST TWICE OR WITHOUT
      * ITS SECOND SIGNATURE - AND ONCE POSTED THE RECORD IS MARKED
      * POSTED. ADJUSTMENTS ARE TOTALLED APART FROM THE SUPPLIER'S
      * MOVEMENT IN THE POSTING TOTALS. A HOLD DOES NOT STOP AN
      * ADJUSTMENT: IT CORRECTS THE BOOKS, IT DOES NOT PAY THE
      * CUSTOMER.
      *
      * TYPE R IS A REVERSAL: IT BACKS OUT ONE EARLIER DEPOSIT OR
      * WITHDRAWAL, NAMED BY ACCOUNT AND THE ORIGINAL'S TRANHIST
      * POSTING DATE AND SEQUENCE, FOR EXACTLY THE ORIGINAL'S AMOUNT.
      * BEFORE POSTING STARTS THE RUN LISTS THE DAY'S REVERSALS AND
      * LOOKS EACH ORIGINAL UP IN ONE PASS OF THE HISTORY; A REVERSAL
      * WHOSE ORIGINAL IS NOT THERE, HAS ALREADY BEEN REVERSED, OR
      * WHOSE BACK-OUT WOULD TAKE THE BALANCE BELOW ZERO IS REJECTED.
      * THE REVERSAL'S HISTORY RECORD POINTS AT THE ORIGINAL, AND
      * ONCE POSTING IS FINISHED THE ORIGINAL'S HISTORY RECORD IS
      * REWRITTEN IN PLACE TO POINT BACK AT ITS REVERSAL (SEE
      * TRH-LINK IN THISTREC). REVERSALS ARE TOTALLED AS THEIR OWN
      * CATEGORY IN THE POSTING TOTALS. LIKE AN ADJUSTMENT, A
      * REVERSAL IS NOT STOPPED BY A HOLD.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRT-ACCT-NO
               FILE STATUS IS WRK-CUSTRECS-STATUS.
           SELECT PRT-HOLDS     ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCT-NO
               FILE STATUS IS WRK-HOLDS-STATUS.
           SELECT PRT-ADJUST    ASSIGN TO ADJUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADJ-ACCT-NO
               FILE STATUS IS WRK-ADJUST-STATUS.
           SELECT PRT-TRANFILE  ASSIGN TO TRANFILE
               FILE STATUS IS WRK-TRAN-STATUS.
           SELECT PRT-POSTAUD   ASSIGN TO POSTAUD.
           SELECT PRT-TRANREJ   ASSIGN TO TRANREJ.
           SELECT PRT-TRANHIST  ASSIGN TO TRANHIST
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT PRT-POSTCTL   ASSIGN TO POSTCTL.
           SELECT PRT-CHKPOINT  ASSIGN TO CHKPOINT
               ORGANIZATION IS RELATIVE
       FD  PRT-CUSTRECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.

      * ACCOUNT HOLDS (LAYOUT IN HOLDREC), READ BY KEY AHEAD OF EVERY
      * WITHDRAWAL AND CLOSE.
       FD  PRT-HOLDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.

      * APPROVED BALANCE CORRECTIONS (LAYOUT IN ADJREC), READ BY KEY
      * AHEAD OF EVERY ADJUSTMENT AND MARKED POSTED AFTER IT.
       FD  PRT-ADJUST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY ADJREC.

      * THE DAY'S TRANSACTIONS (LAYOUT IN TRANREC), ALREADY BALANCED
      * AGAINST THE SUPPLIER'S CONTROL RECORDS AND STRIPPED OF THEM
      * BY THE TRANEDIT STEP AHEAD OF THIS ONE, FOLLOWED BY THE
      * APPROVED ADJUSTMENTS ADJFEED EXTRACTED (CONCATENATED BEHIND
      * THEM IN THE JCL, SO THE RESTART COUNT COVERS BOTH).
       FD  PRT-TRANFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY TRANREC.

      * CUMULATIVE POSTED-TRANSACTION HISTORY (LAYOUT IN THISTREC),
      * OPENED EXTEND SO EVERY POSTING RUN APPENDS ITS TRANSACTIONS
      * INSTEAD OF REPLACING THE FILE - NO HEADERS OR FOOTERS, ONE
      * DATA RECORD PER POSTED TRANSACTION. ON A DAY WITH REVERSALS
      * IT IS ALSO READ BEFORE POSTING TO FIND THE ORIGINALS, AND
      * UPDATED IN PLACE AFTER IT TO MARK THEM REVERSED.
       FD  PRT-TRANHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY THISTREC.

      * RUN WITH THE MOVEMENT APPLIED TO THE MASTER, WRITTEN ONCE
      * THE WHOLE FILE IS POSTED SO POSTRCN NEVER SEES A HALF-DAY'S
      * TOTALS.
       FD  PRT-POSTCTL RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
           COPY PSTCTL.

      * RESTART CONTROL DATASET, THE SAME SHAPE AS THE ONE TOPACCTS
      * MASTER. THE CHECKPOINT IS REWRITTEN AFTER EVERY TRANSACTION
      * - EACH ONE IS A MASTER UPDATE, SO THE EXPOSURE WINDOW IS
      * NARROWED FROM THE WHOLE FILE TO AT MOST THE SINGLE
      * TRANSACTION IN FLIGHT AT THE ABEND. THE RECORD IS 160 BYTES
      * SO THE ADJUSTMENT AND REVERSAL TOTALS RIDE ALONG WITH THE
      * REST.
       FD  PRT-CHKPOINT RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
       01  PRT-CHKPT-REC.
           05 PRT-CHKPT-COUNT       PIC 9(9)     VALUE ZEROS.
           05 PRT-CHKPT-OPN-TOTAL   PIC 9(11)V99 VALUE ZEROS.
           05 PRT-CHKPT-CLS-TOTAL   PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                PIC X(1)     VALUE SPACES.
           05 PRT-CHKPT-ADJ-CR-TOTAL PIC 9(11)V99 VALUE ZEROS.
           05 PRT-CHKPT-ADJ-DR-TOTAL PIC 9(11)V99 VALUE ZEROS.
           05 PRT-CHKPT-REV-CR-TOTAL PIC 9(11)V99 VALUE ZEROS.
           05 PRT-CHKPT-REV-DR-TOTAL PIC 9(11)V99 VALUE ZEROS.
           05 PRT-CHKPT-REV-COUNT   PIC 9(9)     VALUE ZEROS.
           05 FILLER                PIC X(19)    VALUE SPACES.


       WORKING-STORAGE SECTION.
       77  WRK-NUMVAL-RC               PIC S9(4) COMP VALUE ZERO.
       77  WRK-CUSTRECS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-TRAN-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-HIST-STATUS             PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
       77  WRK-MASTER-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-MASTER-OK            VALUE 1.

      * HOLD CHECK STATE. WRK-HOLDS-LOADED IS DOWN WHEN THE HOLDS
      * CLUSTER HAS BEEN DEFINED BUT NEVER WRITTEN TO (NO HOLD HAS
      * EVER BEEN PLACED), IN WHICH CASE NOTHING IS HELD AND NO KEYED
      * READ IS ATTEMPTED. WRK-ACCOUNT-HELD IS SET BY A000-HOLD-CHECK
      * FOR THE TRANSACTION IN HAND.
       77  WRK-HOLDS-STATUS            PIC X(2) VALUE SPACES.
       77  WRK-HOLDS-OPEN-SW           PIC 9(1) VALUE ZEROS.
           88 WRK-HOLDS-LOADED         VALUE 1.
       77  WRK-HOLD-FOUND              PIC 9(1) VALUE ZEROS.
           88 WRK-ACCOUNT-HELD         VALUE 1.

      * ADJUSTMENT CHECK STATE, THE SAME SHAPE AS THE HOLD CHECK.
      * WRK-ADJUST-LOADED IS DOWN WHEN THE ADJUSTMENTS CLUSTER HAS
      * NEVER BEEN WRITTEN TO, IN WHICH CASE NO ADJUSTMENT CAN BE
      * APPROVED AND ANY TYPE A TRANSACTION IS REJECTED.
      * WRK-ADJUST-APPROVED IS SET BY A000-ADJUST-CHECK WHEN THE
      * TRANSACTION IN HAND MATCHES AN APPROVED, UNPOSTED RECORD.
       77  WRK-ADJUST-STATUS           PIC X(2) VALUE SPACES.
       77  WRK-ADJUST-OPEN-SW          PIC 9(1) VALUE ZEROS.
           88 WRK-ADJUST-LOADED        VALUE 1.
       77  WRK-ADJUST-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-ADJUST-APPROVED      VALUE 1.

      * REASON TEXT FOR THE NEXT A000-REJECT CALL. SET BY THE CALLER
      * AND CARRIED HERE (NOT IN THE FD) SO CLEARING THE OUTPUT RECORD
      * AREA CANNOT WIPE IT BEFORE IT IS WRITTEN.
       77  WRK-TOTAL-WDR               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-OPN               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CLS               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ADJ-CR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ADJ-DR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-REV-CR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-REV-DR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-COUNT-REV               PIC 9(9) VALUE ZEROS.

      * REVERSAL LOOKUP TABLE: ONE ENTRY PER ORIGINAL POSTING NAMED
      * BY A REVERSAL IN TODAY'S TRANFILE, FILLED IN FROM ONE PASS OF
      * THE HISTORY BEFORE POSTING STARTS. ORIG-SW IS SET WHEN THE
      * ORIGINAL WAS FOUND (WITH ITS TYPE AND AMOUNT). DONE-SW IS SET
      * WHEN IT HAS BEEN REVERSED - BY AN EARLIER RUN OR BY THIS ONE
      * - AND BY-DATE/BY-SEQ THEN NAME THE REVERSAL'S OWN HISTORY
      * RECORD. MARK-SW IS SET ONCE THE ORIGINAL'S HISTORY RECORD
      * CARRIES THE LINK. A DAY WITH MORE REVERSALS THAN THE TABLE
      * HOLDS REJECTS THE EXCESS RATHER THAN GUESS AT THEM.
       77  WRK-REV-MAX                 PIC 9(4) VALUE 500.
       77  WRK-REV-COUNT               PIC 9(4) VALUE ZEROS.
       77  WRK-REV-FULL-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-REV-TABLE-FULL       VALUE 1.
       01  WRK-REV-TABLE.
           05  WRK-REV-ENTRY OCCURS 500 TIMES
                             INDEXED BY WRK-REV-IDX.
               10  WRK-REV-ACCT        PIC X(10).
               10  WRK-REV-DATE        PIC 9(8).
               10  WRK-REV-SEQ         PIC 9(9).
               10  WRK-REV-ORIG-SW     PIC 9(1).
               10  WRK-REV-ORIG-TYPE   PIC X(1).
               10  WRK-REV-ORIG-AMT    PIC 9(9)V99.
               10  WRK-REV-DONE-SW     PIC 9(1).
               10  WRK-REV-BY-DATE     PIC 9(8).
               10  WRK-REV-BY-SEQ      PIC 9(9).
               10  WRK-REV-MARK-SW     PIC 9(1).

      * KEY BEING LOOKED UP IN THE REVERSAL TABLE, AND THE SCRATCH
      * SUBSCRIPTS FOR THE LOOKUP (SAME SCHEME AS THE CCYEXPO
      * CURRENCY TABLE).
       01  WRK-REV-KEY.
           05  WRK-REV-KEY-ACCT        PIC X(10) VALUE SPACES.
           05  WRK-REV-KEY-DATE        PIC 9(8)  VALUE ZEROS.
           05  WRK-REV-KEY-SEQ         PIC 9(9)  VALUE ZEROS.
       77  WRK-FOUND-SUB               PIC 9(4) COMP VALUE ZEROS.
       77  WRK-SCAN-SUB                PIC 9(4) COMP VALUE ZEROS.

      * DIRECTION OF THE REVERSAL IN HAND, FOR ITS HISTORY RECORD: D
      * WHEN IT BACKS OUT A DEPOSIT, C WHEN IT BACKS OUT A WITHDRAWAL.
       77  WRK-REV-DIRECTION           PIC X(1) VALUE SPACES.

      * RESTART/CHECKPOINT CONTROLS. WRK-SKIP-COUNT IS HOW FAR INTO
      * PRT-TRANFILE THE LAST CHECKPOINT HAD ALREADY REACHED - ZERO
              STOP RUN
           END-IF.

           PERFORM A000-HOLDS-OPEN.
           PERFORM A000-ADJUST-OPEN.
           PERFORM A000-REVERSAL-LOAD.

           OPEN OUTPUT PRT-POSTAUD.
           OPEN OUTPUT PRT-TRANREJ.
           OPEN EXTEND PRT-TRANHIST.
           PERFORM A000-READ UNTIL WRK-EOF.
           PERFORM A000-AUDIT-FOOTER.
           PERFORM A000-REJECT-FOOTER.

      * THE ORIGINALS ARE MARKED BEFORE THE CHECKPOINT IS CLEARED, SO
      * AN ABEND PART WAY THROUGH THE MARKING PASS RESTARTS WITH
      * EVERY TRANSACTION SKIPPED AND SIMPLY MARKS THEM AGAIN.
           CLOSE PRT-TRANHIST.
           IF WRK-REV-COUNT > ZEROS
              PERFORM A000-REVERSAL-MARK
           END-IF.
           PERFORM A000-POSTCTL-WRITE.

           PERFORM A000-CHECKPOINT-CLEAR.

           CLOSE PRT-CUSTRECS.
           IF WRK-HOLDS-LOADED
              CLOSE PRT-HOLDS
           END-IF.
           IF WRK-ADJUST-LOADED
              CLOSE PRT-ADJUST
           END-IF.
           CLOSE PRT-TRANFILE.
           CLOSE PRT-POSTAUD.
           CLOSE PRT-TRANREJ.
           CLOSE PRT-CHKPOINT.
           STOP RUN.
      *
      * OPENS THE HOLDS KSDS FOR KEYED READS. A CLUSTER THAT HAS BEEN
      * DEFINED BUT NEVER LOADED OPENS WITH STATUS 35 - NO HOLD HAS
      * EVER BEEN PLACED, SO POSTING CARRIES ON WITH NOTHING HELD.
      * ANY OTHER FAILURE STOPS THE RUN: POSTING WITHOUT BEING ABLE
      * TO SEE THE HOLDS WOULD PAY OUT OF FROZEN ACCOUNTS.
       A000-HOLDS-OPEN.
           OPEN INPUT PRT-HOLDS.

           IF WRK-HOLDS-STATUS = '00'
              MOVE 1 TO WRK-HOLDS-OPEN-SW
           ELSE
              IF WRK-HOLDS-STATUS NOT = '35'
                 DISPLAY 'TRANPOST - HOLDS OPEN FAILED, FILE STATUS = '
                    WRK-HOLDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
      * OPENS THE ADJUSTMENTS KSDS FOR UPDATE - EACH ADJUSTMENT IS
      * MARKED POSTED AS IT GOES. STATUS 35 (DEFINED, NEVER WRITTEN)
      * MEANS NOTHING WAS EVER APPROVED; ANY OTHER FAILURE STOPS THE
      * RUN RATHER THAN POST ADJUSTMENTS IT CANNOT VERIFY OR MARK.
       A000-ADJUST-OPEN.
           OPEN I-O PRT-ADJUST.

           IF WRK-ADJUST-STATUS = '00'
              MOVE 1 TO WRK-ADJUST-OPEN-SW
           ELSE
              IF WRK-ADJUST-STATUS NOT = '35'
                 DISPLAY 'TRANPOST - ADJUST OPEN FAILED, FILE STATUS = '
                    WRK-ADJUST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
      * BUILDS THE REVERSAL LOOKUP TABLE: ONE PASS OF TRANFILE TO
      * LIST THE ORIGINALS TODAY'S REVERSALS NAME, THEN - ONLY IF
      * THERE ARE ANY - ONE PASS OF THE HISTORY TO FIND THEM. TRANFILE
      * IS REOPENED AFTERWARDS SO POSTING (AND ANY RESTART SKIP)
      * STARTS FROM ITS FIRST RECORD AS USUAL.
       A000-REVERSAL-LOAD.
           PERFORM A000-REV-SCAN-TRAN UNTIL WRK-EOF.
           CLOSE PRT-TRANFILE.
           MOVE ZEROS TO WRK-END-OF-FILE.

           OPEN INPUT PRT-TRANFILE.
           IF WRK-TRAN-STATUS NOT = '00'
              DISPLAY 'TRANPOST - TRANFILE OPEN FAILED, FILE STATUS = '
                 WRK-TRAN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-REV-COUNT > ZEROS
              OPEN INPUT PRT-TRANHIST
              IF WRK-HIST-STATUS NOT = '00'
                 DISPLAY 'TRANPOST - TRANHIST OPEN FAILED, '
                    'FILE STATUS = ' WRK-HIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM A000-REV-SCAN-HIST UNTIL WRK-EOF
              CLOSE PRT-TRANHIST
              MOVE ZEROS TO WRK-END-OF-FILE
           END-IF.
      *
      * TABLES THE ORIGINAL NAMED BY ONE TRANFILE REVERSAL. A
      * REVERSAL WITH A NON-NUMERIC REFERENCE IS LEFT OUT - POSTING
      * REJECTS IT ON ITS OWN - AND TWO REVERSALS OF THE SAME
      * ORIGINAL SHARE ONE ENTRY, SO THE SECOND IS REJECTED AS
      * ALREADY REVERSED.
       A000-REV-SCAN-TRAN.
           READ PRT-TRANFILE
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              IF TRN-TYPE = 'R'
                 AND TRN-REF-DATE IS NUMERIC
                 AND TRN-REF-SEQ IS NUMERIC
                 MOVE TRN-ACCT-NO  TO WRK-REV-KEY-ACCT
                 MOVE TRN-REF-DATE TO WRK-REV-KEY-DATE
                 MOVE TRN-REF-SEQ  TO WRK-REV-KEY-SEQ
                 PERFORM A000-REV-FIND
                 IF WRK-FOUND-SUB = ZEROS
                    IF WRK-REV-COUNT < WRK-REV-MAX
                       ADD 1 TO WRK-REV-COUNT
                       SET WRK-REV-IDX TO WRK-REV-COUNT
                       MOVE WRK-REV-KEY-ACCT
                        TO WRK-REV-ACCT (WRK-REV-IDX)
                       MOVE WRK-REV-KEY-DATE
                        TO WRK-REV-DATE (WRK-REV-IDX)
                       MOVE WRK-REV-KEY-SEQ
                        TO WRK-REV-SEQ (WRK-REV-IDX)
                       MOVE SPACES TO WRK-REV-ORIG-TYPE (WRK-REV-IDX)
                       MOVE ZEROS  TO WRK-REV-ORIG-SW (WRK-REV-IDX)
                                      WRK-REV-ORIG-AMT (WRK-REV-IDX)
                                      WRK-REV-DONE-SW (WRK-REV-IDX)
                                      WRK-REV-BY-DATE (WRK-REV-IDX)
                                      WRK-REV-BY-SEQ (WRK-REV-IDX)
                                      WRK-REV-MARK-SW (WRK-REV-IDX)
                    ELSE
                       MOVE 1 TO WRK-REV-FULL-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * MATCHES ONE HISTORY RECORD AGAINST THE TABLE. A DEPOSIT OR
      * WITHDRAWAL (OR ANY OTHER POSTING, WHICH THE REVERSAL WILL
      * REFUSE) WITH A TABLED KEY IS THE ORIGINAL - THE FIRST ONE ON
      * FILE WINS - AND IS ALREADY REVERSED IF IT CARRIES THE LINK.
      * AN EARLIER REVERSAL RECORD POINTING AT A TABLED KEY ALSO
      * MEANS ALREADY REVERSED, EVEN IF AN ABEND STOPPED THE RUN THAT
      * POSTED IT BEFORE THE ORIGINAL COULD BE MARKED.
       A000-REV-SCAN-HIST.
           READ PRT-TRANHIST
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              IF TRH-TYPE = 'R'
                 IF TRH-LINK = 'R'
                    MOVE TRH-ACCT-NO   TO WRK-REV-KEY-ACCT
                    MOVE TRH-LINK-DATE TO WRK-REV-KEY-DATE
                    MOVE TRH-LINK-SEQ  TO WRK-REV-KEY-SEQ
                    PERFORM A000-REV-FIND
                    IF WRK-FOUND-SUB > ZEROS
                       SET WRK-REV-IDX TO WRK-FOUND-SUB
                       MOVE 1 TO WRK-REV-DONE-SW (WRK-REV-IDX)
                       MOVE TRH-POST-DATE
                        TO WRK-REV-BY-DATE (WRK-REV-IDX)
                       MOVE TRH-SEQ TO WRK-REV-BY-SEQ (WRK-REV-IDX)
                    END-IF
                 END-IF
              ELSE
                 MOVE TRH-ACCT-NO   TO WRK-REV-KEY-ACCT
                 MOVE TRH-POST-DATE TO WRK-REV-KEY-DATE
                 MOVE TRH-SEQ       TO WRK-REV-KEY-SEQ
                 PERFORM A000-REV-FIND
                 IF WRK-FOUND-SUB > ZEROS
                    SET WRK-REV-IDX TO WRK-FOUND-SUB
                    IF WRK-REV-ORIG-SW (WRK-REV-IDX) = ZERO
                       MOVE 1 TO WRK-REV-ORIG-SW (WRK-REV-IDX)
                       MOVE TRH-TYPE
                        TO WRK-REV-ORIG-TYPE (WRK-REV-IDX)
                       MOVE TRH-AMOUNT
                        TO WRK-REV-ORIG-AMT (WRK-REV-IDX)
                       IF TRH-LINK = 'X'
                          MOVE 1 TO WRK-REV-DONE-SW (WRK-REV-IDX)
                                    WRK-REV-MARK-SW (WRK-REV-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * LOOKS WRK-REV-KEY UP IN THE REVERSAL TABLE. LEAVES
      * WRK-FOUND-SUB AT THE MATCHING ENTRY, OR ZERO.
       A000-REV-FIND.
           MOVE ZEROS TO WRK-FOUND-SUB.
           PERFORM A000-REV-FIND-ONE
              VARYING WRK-SCAN-SUB FROM 1 BY 1
                 UNTIL WRK-SCAN-SUB > WRK-REV-COUNT
                    OR WRK-FOUND-SUB > ZEROS.
      *
       A000-REV-FIND-ONE.
           SET WRK-REV-IDX TO WRK-SCAN-SUB.
           IF WRK-REV-ACCT (WRK-REV-IDX) = WRK-REV-KEY-ACCT
              AND WRK-REV-DATE (WRK-REV-IDX) = WRK-REV-KEY-DATE
              AND WRK-REV-SEQ (WRK-REV-IDX) = WRK-REV-KEY-SEQ
              MOVE WRK-SCAN-SUB TO WRK-FOUND-SUB
           END-IF.
      *
      * REWRITES EACH REVERSED ORIGINAL'S HISTORY RECORD IN PLACE SO
      * IT POINTS AT ITS REVERSAL. ONLY ORIGINALS REVERSED BUT NOT
      * YET MARKED ARE TOUCHED, SO RUNNING IT TWICE CHANGES NOTHING.
       A000-REVERSAL-MARK.
           OPEN I-O PRT-TRANHIST.
           IF WRK-HIST-STATUS NOT = '00'
              DISPLAY 'TRANPOST - TRANHIST OPEN FAILED, FILE STATUS = '
                 WRK-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ZEROS TO WRK-END-OF-FILE.
           PERFORM A000-REV-MARK-ONE UNTIL WRK-EOF.
           CLOSE PRT-TRANHIST.
      *
       A000-REV-MARK-ONE.
           READ PRT-TRANHIST
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              AND TRH-TYPE NOT = 'R'
              AND TRH-LINK NOT = 'X'
              MOVE TRH-ACCT-NO   TO WRK-REV-KEY-ACCT
              MOVE TRH-POST-DATE TO WRK-REV-KEY-DATE
              MOVE TRH-SEQ       TO WRK-REV-KEY-SEQ
              PERFORM A000-REV-FIND
              IF WRK-FOUND-SUB > ZEROS
                 SET WRK-REV-IDX TO WRK-FOUND-SUB
                 IF WRK-REV-DONE-SW (WRK-REV-IDX) = 1
                    AND WRK-REV-MARK-SW (WRK-REV-IDX) = ZERO
                    MOVE 'X' TO TRH-LINK
                    MOVE WRK-REV-BY-DATE (WRK-REV-IDX)
                     TO TRH-LINK-DATE
                    MOVE WRK-REV-BY-SEQ (WRK-REV-IDX) TO TRH-LINK-SEQ
                    REWRITE TRH-REC
                    MOVE 1 TO WRK-REV-MARK-SW (WRK-REV-IDX)
                 END-IF
              END-IF
           END-IF.
      *
      * OPENS THE RESTART CONTROL DATASET AND RESTORES WHAT A
      * RESTARTED RUN NEEDS TO PICK UP WHERE THE LAST CHECKPOINT
      * LEFT OFF: HOW FAR INTO PRT-TRANFILE TO SKIP (WRK-SKIP-COUNT)
           MOVE PRT-CHKPT-WDR-TOTAL  TO WRK-TOTAL-WDR.
           MOVE PRT-CHKPT-OPN-TOTAL  TO WRK-TOTAL-OPN.
           MOVE PRT-CHKPT-CLS-TOTAL  TO WRK-TOTAL-CLS.
           MOVE PRT-CHKPT-ADJ-CR-TOTAL TO WRK-TOTAL-ADJ-CR.
           MOVE PRT-CHKPT-ADJ-DR-TOTAL TO WRK-TOTAL-ADJ-DR.
           MOVE PRT-CHKPT-REV-CR-TOTAL TO WRK-TOTAL-REV-CR.
           MOVE PRT-CHKPT-REV-DR-TOTAL TO WRK-TOTAL-REV-DR.
           MOVE PRT-CHKPT-REV-COUNT    TO WRK-COUNT-REV.
      *
      * ZEROES A FRESH PRT-CHKPT-REC (FIRST RUN EVER, OR THE RECORD
      * COULD NOT BE READ) SO A000-CHECKPOINT-LOAD HAS A CLEAN SLATE
                         PRT-CHKPT-DEP-TOTAL
                         PRT-CHKPT-WDR-TOTAL
                         PRT-CHKPT-OPN-TOTAL
                         PRT-CHKPT-CLS-TOTAL
                         PRT-CHKPT-ADJ-CR-TOTAL
                         PRT-CHKPT-ADJ-DR-TOTAL
                         PRT-CHKPT-REV-CR-TOTAL
                         PRT-CHKPT-REV-DR-TOTAL
                         PRT-CHKPT-REV-COUNT.
      *
      * READS AND DISCARDS TRANSACTIONS ALREADY FULLY DEALT WITH AS
      * OF THE LAST CHECKPOINT SO A RESTARTED RUN DOES NOT RE-POST
           MOVE WRK-TOTAL-WDR    TO PRT-CHKPT-WDR-TOTAL.
           MOVE WRK-TOTAL-OPN    TO PRT-CHKPT-OPN-TOTAL.
           MOVE WRK-TOTAL-CLS    TO PRT-CHKPT-CLS-TOTAL.
           MOVE WRK-TOTAL-ADJ-CR TO PRT-CHKPT-ADJ-CR-TOTAL.
           MOVE WRK-TOTAL-ADJ-DR TO PRT-CHKPT-ADJ-DR-TOTAL.
           MOVE WRK-TOTAL-REV-CR TO PRT-CHKPT-REV-CR-TOTAL.
           MOVE WRK-TOTAL-REV-DR TO PRT-CHKPT-REV-DR-TOTAL.
           MOVE WRK-COUNT-REV    TO PRT-CHKPT-REV-COUNT.

           MOVE 1 TO WRK-CHKPT-KEY.
           REWRITE PRT-CHKPT-REC.
                 END-IF
              WHEN 'C'
                 PERFORM A000-POST-CLOSE
              WHEN 'A'
                 PERFORM A000-EDIT-AMOUNT
                 IF WRK-NUMVAL-RC = ZERO
                    PERFORM A000-POST-ADJUSTMENT
                 END-IF
              WHEN 'R'
                 PERFORM A000-POST-REVERSAL
              WHEN OTHER
                 MOVE 'INVALID TRAN TYPE' TO WRK-REJECT-REASON
                 PERFORM A000-REJECT
      *
      * APPLIES A WITHDRAWAL. A WITHDRAWAL LARGER THAN THE BALANCE ON
      * FILE IS REJECTED RATHER THAN DRIVING THE BALANCE NEGATIVE -
      * PRT-BALANCE HAS NO SIGN POSITION. A WITHDRAWAL AGAINST A HELD
      * ACCOUNT IS REJECTED BEFORE THE BALANCE IS EVEN LOOKED AT.
       A000-POST-WITHDRAWAL.
           PERFORM A000-READ-MASTER.

                       WRK-REJECT-REASON
              PERFORM A000-REJECT
           ELSE
              PERFORM A000-HOLD-CHECK
              IF WRK-ACCOUNT-HELD
                 MOVE 'ACCOUNT ON HOLD' TO WRK-REJECT-REASON
                 PERFORM A000-REJECT
              ELSE
                 MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE)
                    TO WRK-NUMVAL-RC
                 IF WRK-NUMVAL-RC NOT = ZERO
                    MOVE 'MASTER BALANCE INVALID' TO WRK-REJECT-REASON
                    PERFORM A000-REJECT
                 ELSE
                    COMPUTE WRK-BALANCE =
                       FUNCTION NUMVAL-C (PRT-BALANCE)
                    IF WRK-AMOUNT > WRK-BALANCE
                       MOVE 'INSUFFICIENT BALANCE' TO WRK-REJECT-REASON
                       PERFORM A000-REJECT
                    ELSE
                       SUBTRACT WRK-AMOUNT FROM WRK-BALANCE
                       PERFORM A000-REWRITE-MASTER
                       ADD WRK-AMOUNT TO WRK-TOTAL-WDR
                       MOVE 'WITHDRAW' TO AUD-ACTION
                       PERFORM A000-AUDIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * CLOSES AN ACCOUNT BY DELETING ITS MASTER RECORD. THE AUDIT
      * LINE CARRIES THE BALANCE THE ACCOUNT CLOSED WITH WHEN IT WAS
      * STILL READABLE, OTHERWISE ZERO. A HELD ACCOUNT CANNOT BE
      * CLOSED - THE CLOSE WOULD PAY THE BALANCE OUT AND DELETE THE
      * RECORD THE FREEZE IS PROTECTING.
       A000-POST-CLOSE.
      * A CLOSE CARRIES NO AMOUNT, BUT WRK-AMOUNT STILL HOLDS THE
      * PREVIOUS TRANSACTION'S - CLEAR IT SO THE HISTORY RECORD
                       WRK-REJECT-REASON
              PERFORM A000-REJECT
           ELSE
              PERFORM A000-HOLD-CHECK
              IF WRK-ACCOUNT-HELD
                 MOVE 'ACCOUNT ON HOLD' TO WRK-REJECT-REASON
                 PERFORM A000-REJECT
              ELSE
                 MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE)
                    TO WRK-NUMVAL-RC
                 IF WRK-NUMVAL-RC = ZERO
                    COMPUTE WRK-BALANCE =
                       FUNCTION NUMVAL-C (PRT-BALANCE)
                 ELSE
                    MOVE ZEROS TO WRK-BALANCE
                 END-IF
                 DELETE PRT-CUSTRECS
                    INVALID KEY
                       MOVE 'NO MATCHING MASTER REC' TO
                          WRK-REJECT-REASON
                       PERFORM A000-REJECT
                    NOT INVALID KEY
                       ADD WRK-BALANCE TO WRK-TOTAL-CLS
                       MOVE 'CLOSE' TO AUD-ACTION
                       PERFORM A000-AUDIT
                 END-DELETE
              END-IF
           END-IF.
      *
      * APPLIES AN APPROVED BALANCE ADJUSTMENT. IT MUST MATCH AN
      * APPROVED, NOT-YET-POSTED RECORD ON THE ADJUSTMENTS KSDS; A
      * DEBIT LARGER THAN THE BALANCE ON FILE IS REFUSED THE SAME WAY
      * AN OVERDRAWING WITHDRAWAL IS, AND A CREDIT THAT WOULD
      * OVERFLOW THE BALANCE THE SAME WAY AN OVERSIZED DEPOSIT IS.
       A000-POST-ADJUSTMENT.
           PERFORM A000-READ-MASTER.

           IF NOT WRK-MASTER-OK
              MOVE 'NO MATCHING MASTER REC' TO
                       WRK-REJECT-REASON
              PERFORM A000-REJECT
           ELSE
              PERFORM A000-ADJUST-CHECK
              IF NOT WRK-ADJUST-APPROVED
                 MOVE 'ADJUSTMENT NOT APPROVED' TO WRK-REJECT-REASON
                 PERFORM A000-REJECT
              ELSE
                 MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE)
                    TO WRK-NUMVAL-RC
                 IF WRK-NUMVAL-RC NOT = ZERO
                    MOVE 'MASTER BALANCE INVALID' TO WRK-REJECT-REASON
                    PERFORM A000-REJECT
                 ELSE
                    COMPUTE WRK-BALANCE =
                       FUNCTION NUMVAL-C (PRT-BALANCE)
                    IF TRN-DIRECTION = 'C'
                       PERFORM A000-ADJUST-CREDIT
                    ELSE
                       PERFORM A000-ADJUST-DEBIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       A000-ADJUST-CREDIT.
           COMPUTE WRK-BALANCE = WRK-BALANCE + WRK-AMOUNT
              ON SIZE ERROR
                 MOVE 'BALANCE LIMIT EXCEEDED' TO WRK-REJECT-REASON
                 PERFORM A000-REJECT
              NOT ON SIZE ERROR
                 PERFORM A000-REWRITE-MASTER
                 PERFORM A000-ADJUST-MARK
                 ADD WRK-AMOUNT TO WRK-TOTAL-ADJ-CR
                 MOVE 'ADJUST CR' TO AUD-ACTION
                 PERFORM A000-AUDIT
           END-COMPUTE.
      *
       A000-ADJUST-DEBIT.
           IF WRK-AMOUNT > WRK-BALANCE
              MOVE 'INSUFFICIENT BALANCE' TO WRK-REJECT-REASON
              PERFORM A000-REJECT
           ELSE
              SUBTRACT WRK-AMOUNT FROM WRK-BALANCE
              PERFORM A000-REWRITE-MASTER
              PERFORM A000-ADJUST-MARK
              ADD WRK-AMOUNT TO WRK-TOTAL-ADJ-DR
              MOVE 'ADJUST DR' TO AUD-ACTION
              PERFORM A000-AUDIT
           END-IF.
      *
      * BACKS OUT THE POSTING A REVERSAL NAMES. THE AMOUNT IS ALWAYS
      * THE ORIGINAL'S - A REVERSAL CARRIES NONE OF ITS OWN - AND
      * ONLY A DEPOSIT OR A WITHDRAWAL CAN BE REVERSED: AN OPEN OR
      * CLOSE IS UNDONE BY THE OPPOSITE TRANSACTION, AN ADJUSTMENT BY
      * ANOTHER CORRECTION. BACKING OUT A DEPOSIT THE BALANCE NO
      * LONGER COVERS IS REFUSED RATHER THAN DRIVE IT NEGATIVE.
       A000-POST-REVERSAL.
           MOVE ZEROS TO WRK-AMOUNT.
           PERFORM A000-READ-MASTER.

           IF NOT WRK-MASTER-OK
              MOVE 'NO MATCHING MASTER REC' TO
                       WRK-REJECT-REASON
              PERFORM A000-REJECT
           ELSE
              PERFORM A000-REVERSAL-CHECK
              IF WRK-REJECT-REASON NOT = SPACES
                 PERFORM A000-REJECT
              ELSE
                 MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE)
                    TO WRK-NUMVAL-RC
                 IF WRK-NUMVAL-RC NOT = ZERO
                    MOVE 'MASTER BALANCE INVALID' TO WRK-REJECT-REASON
                    PERFORM A000-REJECT
                 ELSE
                    COMPUTE WRK-BALANCE =
                       FUNCTION NUMVAL-C (PRT-BALANCE)
                    SET WRK-REV-IDX TO WRK-FOUND-SUB
                    MOVE WRK-REV-ORIG-AMT (WRK-REV-IDX) TO WRK-AMOUNT
                    IF WRK-REV-ORIG-TYPE (WRK-REV-IDX) = 'D'
                       PERFORM A000-REVERSE-DEPOSIT
                    ELSE
                       PERFORM A000-REVERSE-WITHDRAWAL
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * FINDS THE REVERSAL'S ORIGINAL IN THE LOOKUP TABLE AND SETS
      * WRK-REJECT-REASON IF IT CANNOT BE REVERSED. LEAVES
      * WRK-FOUND-SUB AT ITS ENTRY.
       A000-REVERSAL-CHECK.
           MOVE ZEROS TO WRK-FOUND-SUB.

           IF TRN-REF-DATE NOT NUMERIC
              OR TRN-REF-SEQ NOT NUMERIC
              MOVE 'INVALID REVERSAL REF' TO WRK-REJECT-REASON
           ELSE
              MOVE TRN-ACCT-NO  TO WRK-REV-KEY-ACCT
              MOVE TRN-REF-DATE TO WRK-REV-KEY-DATE
              MOVE TRN-REF-SEQ  TO WRK-REV-KEY-SEQ
              PERFORM A000-REV-FIND
              IF WRK-FOUND-SUB = ZEROS
                 IF WRK-REV-TABLE-FULL
                    MOVE 'TOO MANY REVERSALS' TO WRK-REJECT-REASON
                 ELSE
                    MOVE 'ORIGINAL NOT FOUND' TO WRK-REJECT-REASON
                 END-IF
              ELSE
                 SET WRK-REV-IDX TO WRK-FOUND-SUB
                 EVALUATE TRUE
                    WHEN WRK-REV-ORIG-SW (WRK-REV-IDX) = ZERO
                       MOVE 'ORIGINAL NOT FOUND' TO WRK-REJECT-REASON
                    WHEN WRK-REV-DONE-SW (WRK-REV-IDX) = 1
                       MOVE 'ALREADY REVERSED' TO WRK-REJECT-REASON
                    WHEN WRK-REV-ORIG-TYPE (WRK-REV-IDX) NOT = 'D'
                     AND WRK-REV-ORIG-TYPE (WRK-REV-IDX) NOT = 'W'
                       MOVE 'CANNOT BE REVERSED' TO WRK-REJECT-REASON
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
      *
       A000-REVERSE-DEPOSIT.
           IF WRK-AMOUNT > WRK-BALANCE
              MOVE 'INSUFFICIENT BALANCE' TO WRK-REJECT-REASON
              PERFORM A000-REJECT
           ELSE
              SUBTRACT WRK-AMOUNT FROM WRK-BALANCE
              PERFORM A000-REWRITE-MASTER
              ADD WRK-AMOUNT TO WRK-TOTAL-REV-DR
              MOVE 'D' TO WRK-REV-DIRECTION
              MOVE 'REV DEP' TO AUD-ACTION
              PERFORM A000-REVERSAL-POSTED
           END-IF.
      *
       A000-REVERSE-WITHDRAWAL.
           COMPUTE WRK-BALANCE = WRK-BALANCE + WRK-AMOUNT
              ON SIZE ERROR
                 MOVE 'BALANCE LIMIT EXCEEDED' TO WRK-REJECT-REASON
                 PERFORM A000-REJECT
              NOT ON SIZE ERROR
                 PERFORM A000-REWRITE-MASTER
                 ADD WRK-AMOUNT TO WRK-TOTAL-REV-CR
                 MOVE 'C' TO WRK-REV-DIRECTION
                 MOVE 'REV WDR' TO AUD-ACTION
                 PERFORM A000-REVERSAL-POSTED
           END-COMPUTE.
      *
      * AUDITS A POSTED REVERSAL AND RECORDS IN ITS TABLE ENTRY WHICH
      * HISTORY RECORD REVERSED THE ORIGINAL, FOR THE MARKING PASS
      * AND SO A SECOND REVERSAL OF THE SAME ORIGINAL IS REFUSED.
       A000-REVERSAL-POSTED.
           ADD 1 TO WRK-COUNT-REV.
           PERFORM A000-AUDIT.
           SET WRK-REV-IDX TO WRK-FOUND-SUB.
           MOVE 1 TO WRK-REV-DONE-SW (WRK-REV-IDX).
           MOVE WRK-DATE TO WRK-REV-BY-DATE (WRK-REV-IDX).
           MOVE WRK-COUNT-POSTED TO WRK-REV-BY-SEQ (WRK-REV-IDX).
      *
      * KEYED READ OF THE ADJUSTMENTS KSDS FOR THE TRANSACTION'S
      * ACCOUNT. LEAVES WRK-ADJUST-APPROVED SET ONLY WHEN THE RECORD
      * IS APPROVED AND NOT YET POSTED AND CARRIES THE SAME AMOUNT
      * AND DIRECTION AS THE TRANSACTION - ANYTHING ELSE MEANS THE
      * FEED IS STALE OR THE RECORD WAS NEVER SIGNED OFF.
       A000-ADJUST-CHECK.
           MOVE ZEROS TO WRK-ADJUST-FOUND.

           IF WRK-ADJUST-LOADED
              MOVE TRN-ACCT-NO TO ADJ-ACCT-NO
              READ PRT-ADJUST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF ADJ-STATUS = 'A'
                       AND ADJ-AMOUNT = WRK-AMOUNT
                       AND ADJ-DIRECTION = TRN-DIRECTION
                       MOVE 1 TO WRK-ADJUST-FOUND
                    END-IF
              END-READ
           END-IF.
      *
      * MARKS THE ADJUSTMENT RECORD A000-ADJUST-CHECK READ AS POSTED,
      * SO IT CANNOT BE FED OR POSTED AGAIN.
       A000-ADJUST-MARK.
           MOVE 'D'      TO ADJ-STATUS.
           MOVE WRK-DATE TO ADJ-POST-DATE.
           REWRITE ADJ-REC.
      *
      * KEYED READ OF THE HOLDS KSDS FOR THE TRANSACTION'S ACCOUNT.
      * LEAVES WRK-ACCOUNT-HELD SET ONLY WHEN A HOLD RECORD EXISTS AND
      * IS STILL ACTIVE - A RELEASED HOLD STAYS ON FILE FOR THE RECORD
      * BUT NO LONGER STOPS ANYTHING.
       A000-HOLD-CHECK.
           MOVE ZEROS TO WRK-HOLD-FOUND.

           IF WRK-HOLDS-LOADED
              MOVE TRN-ACCT-NO TO HLD-ACCT-NO
              READ PRT-HOLDS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF HLD-STATUS = 'A'
                       MOVE 1 TO WRK-HOLD-FOUND
                    END-IF
              END-READ
           END-IF.
      *
      * PUTS THE UPDATED BALANCE BACK ON THE MASTER IN THE SAME
      * APPENDS ONE HISTORY RECORD FOR THE TRANSACTION JUST POSTED.
      * THE POSTING DATE IS THE RUN DATE A000-AUDIT-HEADER ACCEPTED;
      * THE SEQUENCE IS THE POSTED COUNT, SO A SORT ON ACCOUNT, DATE
      * AND SEQUENCE REPLAYS A DAY'S MOVEMENT IN POSTING ORDER. THE
      * CURRENCY COMES FROM THE MASTER RECORD AREA, WHICH STILL HOLDS
      * THE ACCOUNT JUST POSTED (EVEN AFTER A CLOSE HAS DELETED IT).
       A000-HISTORY.
           MOVE SPACES           TO TRH-REC.
           MOVE ZEROS            TO TRH-LINK-DATE TRH-LINK-SEQ.
           MOVE TRN-ACCT-NO      TO TRH-ACCT-NO.
           MOVE WRK-DATE         TO TRH-POST-DATE.
           MOVE TRN-TYPE         TO TRH-TYPE.
           MOVE WRK-AMOUNT       TO TRH-AMOUNT.
           MOVE WRK-BALANCE      TO TRH-NEW-BALANCE.
           MOVE WRK-COUNT-POSTED TO TRH-SEQ.
           MOVE TRN-SOURCE       TO TRH-SOURCE.
           MOVE PRT-CURRENCY-CODE TO TRH-CCY.
           IF TRN-TYPE = 'A'
              MOVE TRN-DIRECTION TO TRH-DIRECTION
           END-IF.
           IF TRN-TYPE = 'R'
              MOVE WRK-REV-DIRECTION TO TRH-DIRECTION
              MOVE 'R'               TO TRH-LINK
              MOVE TRN-REF-DATE      TO TRH-LINK-DATE
              MOVE TRN-REF-SEQ       TO TRH-LINK-SEQ
           END-IF.
           WRITE TRH-REC.
      *
      * WRITES ONE REJECTED TRANSACTION, PLUS THE REASON ALREADY SET
           MOVE WRK-TOTAL-OPN    TO PCT-OPN-TOTAL.
           MOVE WRK-TOTAL-CLS    TO PCT-CLS-TOTAL.
           MOVE WRK-COUNT-POSTED TO PCT-POST-COUNT.
           MOVE WRK-TOTAL-ADJ-CR TO PCT-ADJ-CR-TOTAL.
           MOVE WRK-TOTAL-ADJ-DR TO PCT-ADJ-DR-TOTAL.
           MOVE WRK-TOTAL-REV-CR TO PCT-REV-CR-TOTAL.
           MOVE WRK-TOTAL-REV-DR TO PCT-REV-DR-TOTAL.
           MOVE WRK-COUNT-REV    TO PCT-REV-COUNT.
           MOVE WRK-COUNT-REJECT TO PCT-REJ-COUNT.
           IF WRK-SKIP-COUNT > ZEROS
              MOVE 'Y' TO PCT-RESUMED
           ELSE
              MOVE 'N' TO PCT-RESUMED
           END-IF.
           WRITE PCT-REC.

           CLOSE PRT-POSTCTL.
