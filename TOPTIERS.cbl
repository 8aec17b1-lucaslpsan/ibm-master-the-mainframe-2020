      * THRESHOLD, THIS PROGRAM BUCKETS EACH QUALIFYING PRT-CUST-REC
      * INTO A PLATINUM/GOLD/SILVER TIER FOR RELATIONSHIP-MANAGER
      * ASSIGNMENT, WITH ITS OWN SECTION AND SUBTOTAL PER TIER.
      *
      * ACCOUNTS LINKED TO A CUSTOMER/HOUSEHOLD RELATIONSHIP ON THE
      * RELATIONSHIP KSDS (LAYOUT IN RELREC) ARE TIERED TOGETHER: A
      * FIRST PASS OVER CUSTRECS ADDS UP EACH RELATIONSHIP'S BASE
      * BALANCES, AND THE TIERING PASS THEN QUALIFIES AND BUCKETS
      * EVERY MEMBER ON THE COMBINED AMOUNT, SO MONEY SPREAD OVER
      * SEVERAL ACCOUNT NUMBERS TIERS THE WAY IT WOULD IN ONE. THE
      * TIER SECTIONS PRINT EACH RELATIONSHIP'S TOTAL ABOVE ITS
      * MEMBER ACCOUNTS; THE SUBTOTALS STILL ADD UP THE ACCOUNTS' OWN
      * BALANCES SO THEY TIE TO THE BOOK.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PRT-RUNLOG    ASSIGN TO RUNLOG
               FILE STATUS IS WRK-RUNLOG-STATUS.
           SELECT PRT-RELKS     ASSIGN TO RELKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-ACCT-NO
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-RUNLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RUNLOG.

      * ACCOUNT-TO-RELATIONSHIP LINKS, READ BY ACCOUNT NUMBER IN BOTH
      * PASSES.
       FD  PRT-RELKS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY RELREC.

       FD  PRT-TIERRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-TIER-LINE          PIC X(80)  VALUE SPACES.
      * THE DETAIL LINE SHOWS THE BALANCE AS EXTRACTED (NATIVE
       77  WRK-CUSTRECS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-EXRATES-STATUS          PIC X(2) VALUE SPACES.

      * RELATIONSHIP TOTALS BUILT BY THE FIRST PASS: ONE ENTRY PER
      * RELATIONSHIP WITH THE COMBINED BASE BALANCE AND NUMBER OF ITS
      * MEMBERS THAT CONVERTED CLEANLY (A REJECTED MEMBER ADDS
      * NOTHING). WRK-REL-WATCHED MARKS A RELATIONSHIP ALREADY PUT
      * THROUGH THE WATCH CHECK, SO IT IS LISTED ONCE RATHER THAN
      * ONCE PER MEMBER. ONCE THE TABLE IS FULL, A FURTHER
      * RELATIONSHIP'S MEMBERS ARE TIERED ON THEIR OWN BALANCES AND
      * COUNTED IN WRK-REL-OVERFLOW FOR THE REPORT. A RELATIONSHIP
      * KSDS THAT WAS DEFINED BUT NEVER LOADED (STATUS 35) LEAVES
      * THE TABLE EMPTY AND EVERY ACCOUNT STANDING ON ITS OWN.
       77  WRK-REL-STATUS              PIC X(2) VALUE SPACES.
       77  WRK-REL-OPEN-SW             PIC 9(1) VALUE ZEROS.
           88 WRK-REL-OPEN             VALUE 1.
       77  WRK-REL-MAX                 PIC 9(4) VALUE 2000.
       77  WRK-REL-COUNT               PIC 9(4) VALUE ZEROS.
       01  WRK-REL-TABLE.
           05  WRK-REL-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-REL-IDX.
               10  WRK-REL-ID          PIC X(10).
               10  WRK-REL-TOTAL       PIC 9(11)V99.
               10  WRK-REL-MEMBERS     PIC 9(3).
               10  WRK-REL-WATCHED     PIC 9(1).
       77  WRK-REL-FOUND-SUB           PIC 9(4) COMP VALUE ZEROS.
       77  WRK-REL-SCAN-SUB            PIC 9(4) COMP VALUE ZEROS.
       77  WRK-REL-OVERFLOW            PIC 9(9) VALUE ZEROS.
       77  WRK-REL-TIERED              PIC 9(9) VALUE ZEROS.

      * THE CURRENT ACCOUNT'S RELATIONSHIP (SPACES FOR NONE) AND THE
      * AMOUNT IT IS TIERED ON - THE RELATIONSHIP'S COMBINED BASE
      * BALANCE FOR A MEMBER, ITS OWN BASE BALANCE OTHERWISE.
       77  WRK-CUR-REL-ID              PIC X(10) VALUE SPACES.
       77  WRK-CUR-REL-COUNT           PIC 9(3) VALUE ZEROS.
       77  WRK-TIER-BALANCE            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-WATCH-SW                PIC 9(1) VALUE ZEROS.
           88 WRK-WATCH-WANTED         VALUE 1.

      * EXCHANGE-RATE TABLE LOADED FROM THE DAILY EXRATES FILE, THE
      * SAME WAY TOPACCTS LOADS ITS OWN COPY. A BLANK OR USD CURRENCY
      * CODE CONVERTS AT ONE; A CODE WITH NO RATE SENDS THE RECORD TO
       77  WRK-TIER-TOTAL-ED           PIC Z(10)9.99.
       77  WRK-TIER-FOOTER             PIC X(60) VALUE SPACES.

      * RELATIONSHIP HEADING LINE WITHIN A TIER SECTION, PRINTED
      * ABOVE THE FIRST MEMBER ROW OF EACH RELATIONSHIP.
       77  WRK-LAST-REL-ID             PIC X(10) VALUE SPACES.
       77  WRK-REL-COUNT-ED            PIC ZZ9.
       77  WRK-REL-LINE                PIC X(80) VALUE SPACES.
       77  WRK-REL-FOOT-ED             PIC Z(8)9.

      * PLATINUM TIER - ABOVE WRK-PLATINUM-MIN. ONCE THE TABLE FILLS TO
      * WRK-PLAT-MAX, A000-PLAT-ADD TRACKS THE CURRENT LOWEST BALANCE
      * IN IT (WRK-PLAT-MIN-VAL/WRK-PLAT-MIN-IDX) SO A LATER QUALIFIER
      * WITH A HIGHER BALANCE CAN STILL BUMP IT OUT, THE SAME WAY
      * TOPACCTS' A000-TOP-ADD MAINTAINS ITS OWN TABLE. THE ORDERING
      * AND THE REPLACEMENT RULE USE WRK-PLAT-TIER-NUM, THE AMOUNT THE
      * ACCOUNT WAS TIERED ON (ITS RELATIONSHIP'S COMBINED BALANCE
      * FOR A MEMBER); WRK-PLAT-BASE-NUM STAYS THE ACCOUNT'S OWN.
       77  WRK-PLAT-MAX                PIC 9(4) VALUE 500.
       77  WRK-PLAT-COUNT              PIC 9(4) VALUE ZEROS.
       77  WRK-PLAT-QCOUNT             PIC 9(4) VALUE ZEROS.
       77  WRK-PLAT-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PLAT-MIN-IDX            PIC 9(4) COMP VALUE ZEROS.
       77  WRK-PLAT-MIN-VAL            PIC 9(11)V99 VALUE ZEROS.
       01  WRK-PLAT-TABLE.
           05  WRK-PLAT-ENTRY OCCURS 500 TIMES
                             INDEXED BY WRK-PLAT-IDX.
               10  WRK-PLAT-BALANCE-ED   PIC X(12).
               10  WRK-PLAT-CCY          PIC X(3).
               10  WRK-PLAT-BASE-NUM     PIC 9(9)V99.
               10  WRK-PLAT-TIER-NUM     PIC 9(11)V99.
               10  WRK-PLAT-REL-ID       PIC X(10).
               10  WRK-PLAT-REL-COUNT    PIC 9(3).
       01  WRK-PLAT-TEMP.
           05  WRK-PLAT-TEMP-ACCT-NO     PIC X(10).
           05  WRK-PLAT-TEMP-FIRST-NAME  PIC X(10).
           05  WRK-PLAT-TEMP-BALANCE-ED  PIC X(12).
           05  WRK-PLAT-TEMP-CCY         PIC X(3).
           05  WRK-PLAT-TEMP-BASE-NUM    PIC 9(9)V99.
           05  WRK-PLAT-TEMP-TIER-NUM    PIC 9(11)V99.
           05  WRK-PLAT-TEMP-REL-ID      PIC X(10).
           05  WRK-PLAT-TEMP-REL-COUNT   PIC 9(3).

      * GOLD TIER - WRK-GOLD-MIN THROUGH WRK-PLATINUM-MIN.
       77  WRK-GOLD-MAX                PIC 9(4) VALUE 500.
       77  WRK-GOLD-QCOUNT             PIC 9(4) VALUE ZEROS.
       77  WRK-GOLD-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GOLD-MIN-IDX            PIC 9(4) COMP VALUE ZEROS.
       77  WRK-GOLD-MIN-VAL            PIC 9(11)V99 VALUE ZEROS.
       01  WRK-GOLD-TABLE.
           05  WRK-GOLD-ENTRY OCCURS 500 TIMES
                             INDEXED BY WRK-GOLD-IDX.
               10  WRK-GOLD-BALANCE-ED   PIC X(12).
               10  WRK-GOLD-CCY          PIC X(3).
               10  WRK-GOLD-BASE-NUM     PIC 9(9)V99.
               10  WRK-GOLD-TIER-NUM     PIC 9(11)V99.
               10  WRK-GOLD-REL-ID       PIC X(10).
               10  WRK-GOLD-REL-COUNT    PIC 9(3).
       01  WRK-GOLD-TEMP.
           05  WRK-GOLD-TEMP-ACCT-NO     PIC X(10).
           05  WRK-GOLD-TEMP-FIRST-NAME  PIC X(10).
           05  WRK-GOLD-TEMP-BALANCE-ED  PIC X(12).
           05  WRK-GOLD-TEMP-CCY         PIC X(3).
           05  WRK-GOLD-TEMP-BASE-NUM    PIC 9(9)V99.
           05  WRK-GOLD-TEMP-TIER-NUM    PIC 9(11)V99.
           05  WRK-GOLD-TEMP-REL-ID      PIC X(10).
           05  WRK-GOLD-TEMP-REL-COUNT   PIC 9(3).

      * SILVER TIER - WRK-SILVER-MIN THROUGH WRK-GOLD-MIN.
       77  WRK-SILV-MAX                PIC 9(4) VALUE 500.
       77  WRK-SILV-QCOUNT             PIC 9(4) VALUE ZEROS.
       77  WRK-SILV-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SILV-MIN-IDX            PIC 9(4) COMP VALUE ZEROS.
       77  WRK-SILV-MIN-VAL            PIC 9(11)V99 VALUE ZEROS.
       01  WRK-SILV-TABLE.
           05  WRK-SILV-ENTRY OCCURS 500 TIMES
                             INDEXED BY WRK-SILV-IDX.
               10  WRK-SILV-BALANCE-ED   PIC X(12).
               10  WRK-SILV-CCY          PIC X(3).
               10  WRK-SILV-BASE-NUM     PIC 9(9)V99.
               10  WRK-SILV-TIER-NUM     PIC 9(11)V99.
               10  WRK-SILV-REL-ID       PIC X(10).
               10  WRK-SILV-REL-COUNT    PIC 9(3).
       01  WRK-SILV-TEMP.
           05  WRK-SILV-TEMP-ACCT-NO     PIC X(10).
           05  WRK-SILV-TEMP-FIRST-NAME  PIC X(10).
           05  WRK-SILV-TEMP-BALANCE-ED  PIC X(12).
           05  WRK-SILV-TEMP-CCY         PIC X(3).
           05  WRK-SILV-TEMP-BASE-NUM    PIC 9(9)V99.
           05  WRK-SILV-TEMP-TIER-NUM    PIC 9(11)V99.
           05  WRK-SILV-TEMP-REL-ID      PIC X(10).
           05  WRK-SILV-TEMP-REL-COUNT   PIC 9(3).


      ****************************************************************
              STOP RUN
           END-IF.

           PERFORM A000-REL-OPEN.
           IF WRK-REL-OPEN
              PERFORM A000-REL-PASS
           END-IF.

           OPEN OUTPUT PRT-TIERRPT.
           OPEN OUTPUT PRT-REJECTS.
           OPEN OUTPUT PRT-TIEROUT.
           PERFORM A000-SILV-SECTION.
           PERFORM A000-WATCH-SORT.
           PERFORM A000-WATCH-SECTION.
           PERFORM A000-REL-SUMMARY.

           PERFORM A000-REJECT-FOOTER.
           PERFORM A000-RUN-CONTROL.
           CLOSE PRT-TIERRPT.
           CLOSE PRT-REJECTS.
           CLOSE PRT-TIEROUT.
           IF WRK-REL-OPEN
              CLOSE PRT-RELKS
           END-IF.

           IF WRK-TOL-FAILED
              MOVE 8 TO RETURN-CODE

           IF NOT WRK-EOF
              ADD 1 TO WRK-RECS-READ
              PERFORM A000-CONVERT

              IF WRK-REJECT-REASON NOT = SPACES
                 PERFORM A000-REJECT
              ELSE
                 PERFORM A000-REL-BASIS
                 EVALUATE TRUE
                    WHEN WRK-TIER-BALANCE > WRK-PLATINUM-MIN
                       MOVE 'P' TO WRK-TIER-CODE
                       PERFORM A000-TIER-OUT
                       PERFORM A000-PLAT-ADD
                    WHEN WRK-TIER-BALANCE >= WRK-GOLD-MIN
                       MOVE 'G' TO WRK-TIER-CODE
                       PERFORM A000-TIER-OUT
                       PERFORM A000-GOLD-ADD
                    WHEN WRK-TIER-BALANCE >= WRK-SILVER-MIN
                       MOVE 'S' TO WRK-TIER-CODE
                       PERFORM A000-TIER-OUT
                       PERFORM A000-SILV-ADD
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE

                 IF WRK-WATCH-WANTED
                    PERFORM A000-WATCH-CHECK
                 END-IF
              END-IF

           END-IF.
      *
      * CONVERTS THE CURRENT RECORD'S BALANCE TO THE BASE CURRENCY
      * IN WRK-BASE-BALANCE. WRK-REJECT-REASON COMES BACK SPACES
      * WHEN THE CONVERSION IS GOOD, OR NAMES WHY THE RECORD CANNOT
      * BE TIERED. SHARED BY BOTH PASSES SO A RELATIONSHIP TOTAL
      * HOLDS EXACTLY THE MEMBERS THE TIERING PASS ACCEPTS.
       A000-CONVERT.
           MOVE SPACES TO WRK-REJECT-REASON.
           MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE) TO WRK-NUMVAL-RC.

           IF WRK-NUMVAL-RC NOT = ZERO
              MOVE 'INVALID BALANCE FIELD' TO WRK-REJECT-REASON
           ELSE
              COMPUTE WRK-BALANCE = FUNCTION NUMVAL-C (PRT-BALANCE)
              PERFORM A000-RATE-FIND

              IF NOT WRK-RATE-OK
                 MOVE 'NO EXCHANGE RATE' TO WRK-REJECT-REASON
              ELSE
      * A CONVERTED AMOUNT TOO BIG FOR THE BASE-BALANCE FIELD MUST
      * NOT SILENTLY DROP ITS HIGH-ORDER DIGITS AND MISBUCKET -
      * ROUTE IT TO THE REJECT REPORT LIKE ANY OTHER UNUSABLE
      * BALANCE.
                 MOVE ZEROS TO WRK-CONV-STATE
                 COMPUTE WRK-BASE-BALANCE ROUNDED =
                    WRK-BALANCE * WRK-RATE
                    ON SIZE ERROR MOVE 1 TO WRK-CONV-STATE
                 END-COMPUTE

                 IF WRK-CONV-OVERFLOW
                    MOVE 'CONVERTED BAL OVERFLOW'
                     TO WRK-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
      *
      * OPENS THE RELATIONSHIP KSDS FOR KEYED READS. A CLUSTER THAT
      * HAS BEEN DEFINED BUT NEVER LOADED OPENS WITH STATUS 35 - NO
      * LINK HAS EVER BEEN MADE, SO EVERY ACCOUNT IS TIERED ON ITS
      * OWN. ANY OTHER FAILURE STOPS THE RUN RATHER THAN TIER
      * HOUSEHOLDS AS IF THEIR ACCOUNTS WERE UNRELATED.
       A000-REL-OPEN.
           OPEN INPUT PRT-RELKS.

           IF WRK-REL-STATUS = '00'
              MOVE 1 TO WRK-REL-OPEN-SW
           ELSE
              IF WRK-REL-STATUS NOT = '35'
                 DISPLAY 'TOPTIERS - RELKS OPEN FAILED, FILE STATUS = '
                    WRK-REL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
      * FIRST PASS: ONE WALK OF CUSTRECS ADDING EVERY LINKED
      * ACCOUNT'S BASE BALANCE INTO ITS RELATIONSHIP'S TOTAL. NOTHING
      * IS REPORTED OR REJECTED HERE - THE TIERING PASS DOES THAT -
      * AND CUSTRECS IS REOPENED AFTERWARDS SO THE TIERING PASS
      * STARTS FROM ITS FIRST RECORD.
       A000-REL-PASS.
           PERFORM A000-REL-ACCUM UNTIL WRK-EOF.

           CLOSE PRT-CUSTRECS.
           MOVE ZEROS TO WRK-END-OF-FILE.
           OPEN INPUT PRT-CUSTRECS.
           IF WRK-CUSTRECS-STATUS NOT = '00'
              DISPLAY 'TOPTIERS - CUSTRECS REOPEN FAILED, '
                 'FILE STATUS = ' WRK-CUSTRECS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       A000-REL-ACCUM.
           READ PRT-CUSTRECS NEXT RECORD
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              PERFORM A000-REL-READ
              IF WRK-CUR-REL-ID NOT = SPACES
                 PERFORM A000-CONVERT
                 IF WRK-REJECT-REASON = SPACES
                    PERFORM A000-REL-FIND
                    IF WRK-REL-FOUND-SUB = ZEROS
                       AND WRK-REL-COUNT < WRK-REL-MAX
                       ADD 1 TO WRK-REL-COUNT
                       SET WRK-REL-IDX TO WRK-REL-COUNT
                       MOVE WRK-CUR-REL-ID TO WRK-REL-ID (WRK-REL-IDX)
                       MOVE ZEROS TO WRK-REL-TOTAL (WRK-REL-IDX)
                       MOVE ZEROS TO WRK-REL-MEMBERS (WRK-REL-IDX)
                       MOVE ZEROS TO WRK-REL-WATCHED (WRK-REL-IDX)
                       MOVE WRK-REL-COUNT TO WRK-REL-FOUND-SUB
                    END-IF
                    IF WRK-REL-FOUND-SUB > ZEROS
                       SET WRK-REL-IDX TO WRK-REL-FOUND-SUB
                       ADD WRK-BASE-BALANCE
                        TO WRK-REL-TOTAL (WRK-REL-IDX)
                       ADD 1 TO WRK-REL-MEMBERS (WRK-REL-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * KEYED READ OF THE CURRENT ACCOUNT'S LINK. WRK-CUR-REL-ID
      * COMES BACK SPACES FOR AN ACCOUNT IN NO RELATIONSHIP.
       A000-REL-READ.
           MOVE SPACES TO WRK-CUR-REL-ID.
           MOVE PRT-ACCT-NO TO REL-ACCT-NO.

           READ PRT-RELKS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE REL-ID TO WRK-CUR-REL-ID
           END-READ.
      *
      * LOOKS WRK-CUR-REL-ID UP IN THE RELATIONSHIP TABLE.
       A000-REL-FIND.
           MOVE ZEROS TO WRK-REL-FOUND-SUB.
           PERFORM A000-REL-FIND-ONE
              VARYING WRK-REL-SCAN-SUB FROM 1 BY 1
                 UNTIL WRK-REL-SCAN-SUB > WRK-REL-COUNT
                    OR WRK-REL-FOUND-SUB > ZEROS.
      *
       A000-REL-FIND-ONE.
           SET WRK-REL-IDX TO WRK-REL-SCAN-SUB.
           IF WRK-REL-ID (WRK-REL-IDX) = WRK-CUR-REL-ID
              MOVE WRK-REL-SCAN-SUB TO WRK-REL-FOUND-SUB
           END-IF.
      *
      * DECIDES WHAT THE CURRENT (CLEANLY CONVERTED) ACCOUNT IS
      * TIERED ON. A MEMBER OF A RELATIONSHIP IN THE TABLE TAKES THE
      * COMBINED TOTAL AND MEMBER COUNT, AND ONLY THE FIRST MEMBER
      * SEEN GOES THROUGH THE WATCH CHECK; A MEMBER OF A
      * RELATIONSHIP THE FULL TABLE COULD NOT HOLD IS COUNTED AND
      * TIERED ALONE, LIKE AN ACCOUNT IN NO RELATIONSHIP.
       A000-REL-BASIS.
           MOVE WRK-BASE-BALANCE TO WRK-TIER-BALANCE.
           MOVE 1 TO WRK-CUR-REL-COUNT.
           MOVE 1 TO WRK-WATCH-SW.
           MOVE SPACES TO WRK-CUR-REL-ID.

           IF WRK-REL-OPEN
              PERFORM A000-REL-READ
           END-IF.

           IF WRK-CUR-REL-ID NOT = SPACES
              PERFORM A000-REL-FIND
              IF WRK-REL-FOUND-SUB > ZEROS
                 SET WRK-REL-IDX TO WRK-REL-FOUND-SUB
                 ADD 1 TO WRK-REL-TIERED
                 MOVE WRK-REL-TOTAL (WRK-REL-IDX) TO WRK-TIER-BALANCE
                 MOVE WRK-REL-MEMBERS (WRK-REL-IDX)
                  TO WRK-CUR-REL-COUNT
                 IF WRK-REL-WATCHED (WRK-REL-IDX) = 1
                    MOVE ZEROS TO WRK-WATCH-SW
                 ELSE
                    MOVE 1 TO WRK-REL-WATCHED (WRK-REL-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WRK-REL-OVERFLOW
                 MOVE SPACES TO WRK-CUR-REL-ID
              END-IF
           END-IF.
      *
      * WRITES THE CURRENT QUALIFYING RECORD, TAGGED WITH THE TIER
           MOVE PRT-FIRST-NAME TO TIER-FIRST-NAME.
           MOVE PRT-LAST-NAME  TO TIER-LAST-NAME.
           MOVE WRK-BASE-BALANCE TO TIER-BALANCE.
           MOVE WRK-CUR-REL-ID TO TIER-REL-ID.
           MOVE WRK-TIER-BALANCE TO TIER-REL-BALANCE.
           MOVE WRK-CUR-REL-COUNT TO TIER-REL-COUNT.
           WRITE TIER-ACCT-REC.
      *
      * WRITES ONE OFFENDING CUSTRECS RECORD, PLUS THE REASON, TO
              PERFORM A000-PLAT-STORE
           ELSE
              PERFORM A000-PLAT-FIND-MIN
              IF WRK-TIER-BALANCE > WRK-PLAT-MIN-VAL
                 SET WRK-PLAT-IDX TO WRK-PLAT-MIN-IDX
                 PERFORM A000-PLAT-STORE
              END-IF
           MOVE PRT-BALANCE    TO WRK-PLAT-BALANCE-ED (WRK-PLAT-IDX).
           MOVE PRT-CURRENCY-CODE TO WRK-PLAT-CCY (WRK-PLAT-IDX).
           MOVE WRK-BASE-BALANCE TO WRK-PLAT-BASE-NUM (WRK-PLAT-IDX).
           MOVE WRK-TIER-BALANCE TO WRK-PLAT-TIER-NUM (WRK-PLAT-IDX).
           MOVE WRK-CUR-REL-ID TO WRK-PLAT-REL-ID (WRK-PLAT-IDX).
           MOVE WRK-CUR-REL-COUNT TO WRK-PLAT-REL-COUNT (WRK-PLAT-IDX).
      *
      * SCANS THE FULL PLATINUM TABLE FOR ITS CURRENT LOWEST BALANCE.
       A000-PLAT-FIND-MIN.
           SET WRK-PLAT-IDX TO 1.
           MOVE WRK-PLAT-TIER-NUM (WRK-PLAT-IDX) TO WRK-PLAT-MIN-VAL.
           MOVE 1 TO WRK-PLAT-MIN-IDX.

           PERFORM A000-PLAT-FIND-MIN-SCAN
                 UNTIL WRK-PLAT-IDX > WRK-PLAT-COUNT.
      *
       A000-PLAT-FIND-MIN-SCAN.
           IF WRK-PLAT-TIER-NUM (WRK-PLAT-IDX) < WRK-PLAT-MIN-VAL
              MOVE WRK-PLAT-TIER-NUM (WRK-PLAT-IDX) TO
                 WRK-PLAT-MIN-VAL
              SET WRK-PLAT-MIN-IDX TO WRK-PLAT-IDX
           END-IF.
              PERFORM A000-GOLD-STORE
           ELSE
              PERFORM A000-GOLD-FIND-MIN
              IF WRK-TIER-BALANCE > WRK-GOLD-MIN-VAL
                 SET WRK-GOLD-IDX TO WRK-GOLD-MIN-IDX
                 PERFORM A000-GOLD-STORE
              END-IF
           MOVE PRT-BALANCE    TO WRK-GOLD-BALANCE-ED (WRK-GOLD-IDX).
           MOVE PRT-CURRENCY-CODE TO WRK-GOLD-CCY (WRK-GOLD-IDX).
           MOVE WRK-BASE-BALANCE TO WRK-GOLD-BASE-NUM (WRK-GOLD-IDX).
           MOVE WRK-TIER-BALANCE TO WRK-GOLD-TIER-NUM (WRK-GOLD-IDX).
           MOVE WRK-CUR-REL-ID TO WRK-GOLD-REL-ID (WRK-GOLD-IDX).
           MOVE WRK-CUR-REL-COUNT TO WRK-GOLD-REL-COUNT (WRK-GOLD-IDX).
      *
      * SCANS THE FULL GOLD TABLE FOR ITS CURRENT LOWEST BALANCE.
       A000-GOLD-FIND-MIN.
           SET WRK-GOLD-IDX TO 1.
           MOVE WRK-GOLD-TIER-NUM (WRK-GOLD-IDX) TO WRK-GOLD-MIN-VAL.
           MOVE 1 TO WRK-GOLD-MIN-IDX.

           PERFORM A000-GOLD-FIND-MIN-SCAN
                 UNTIL WRK-GOLD-IDX > WRK-GOLD-COUNT.
      *
       A000-GOLD-FIND-MIN-SCAN.
           IF WRK-GOLD-TIER-NUM (WRK-GOLD-IDX) < WRK-GOLD-MIN-VAL
              MOVE WRK-GOLD-TIER-NUM (WRK-GOLD-IDX) TO
                 WRK-GOLD-MIN-VAL
              SET WRK-GOLD-MIN-IDX TO WRK-GOLD-IDX
           END-IF.
              PERFORM A000-SILV-STORE
           ELSE
              PERFORM A000-SILV-FIND-MIN
              IF WRK-TIER-BALANCE > WRK-SILV-MIN-VAL
                 SET WRK-SILV-IDX TO WRK-SILV-MIN-IDX
                 PERFORM A000-SILV-STORE
              END-IF
           MOVE PRT-BALANCE    TO WRK-SILV-BALANCE-ED (WRK-SILV-IDX).
           MOVE PRT-CURRENCY-CODE TO WRK-SILV-CCY (WRK-SILV-IDX).
           MOVE WRK-BASE-BALANCE TO WRK-SILV-BASE-NUM (WRK-SILV-IDX).
           MOVE WRK-TIER-BALANCE TO WRK-SILV-TIER-NUM (WRK-SILV-IDX).
           MOVE WRK-CUR-REL-ID TO WRK-SILV-REL-ID (WRK-SILV-IDX).
           MOVE WRK-CUR-REL-COUNT TO WRK-SILV-REL-COUNT (WRK-SILV-IDX).
      *
      * SCANS THE FULL SILVER TABLE FOR ITS CURRENT LOWEST BALANCE.
       A000-SILV-FIND-MIN.
           SET WRK-SILV-IDX TO 1.
           MOVE WRK-SILV-TIER-NUM (WRK-SILV-IDX) TO WRK-SILV-MIN-VAL.
           MOVE 1 TO WRK-SILV-MIN-IDX.

           PERFORM A000-SILV-FIND-MIN-SCAN
                 UNTIL WRK-SILV-IDX > WRK-SILV-COUNT.
      *
       A000-SILV-FIND-MIN-SCAN.
           IF WRK-SILV-TIER-NUM (WRK-SILV-IDX) < WRK-SILV-MIN-VAL
              MOVE WRK-SILV-TIER-NUM (WRK-SILV-IDX) TO
                 WRK-SILV-MIN-VAL
              SET WRK-SILV-MIN-IDX TO WRK-SILV-IDX
           END-IF.
      * GOLD MINIMUM, AND A GOLD ACCOUNT (INCLUDING ONE SITTING
      * EXACTLY ON THE PLATINUM MINIMUM, WHICH PLATINUM EXCLUDES)
      * COURTS THE PLATINUM MINIMUM. PLATINUM ACCOUNTS HAVE NO LINE
      * LEFT TO CROSS. A RELATIONSHIP IS JUDGED ONCE, ON ITS COMBINED
      * BALANCE, AND LISTED UNDER ITS RELATIONSHIP ID.
       A000-WATCH-CHECK.
           EVALUATE TRUE
              WHEN WRK-TIER-BALANCE < WRK-SILVER-MIN
                 MOVE WRK-SILVER-MIN TO WRK-WATCH-BOUNDARY
                 PERFORM A000-WATCH-BAND
              WHEN WRK-TIER-BALANCE < WRK-GOLD-MIN
                 MOVE WRK-GOLD-MIN TO WRK-WATCH-BOUNDARY
                 PERFORM A000-WATCH-BAND
              WHEN WRK-TIER-BALANCE <= WRK-PLATINUM-MIN
                 MOVE WRK-PLATINUM-MIN TO WRK-WATCH-BOUNDARY
                 PERFORM A000-WATCH-BAND
              WHEN OTHER
           COMPUTE WRK-WATCH-FLOOR ROUNDED =
              WRK-WATCH-BOUNDARY * (100 - WRK-WATCH-PCT) / 100.

           IF WRK-TIER-BALANCE >= WRK-WATCH-FLOOR
              COMPUTE WRK-WATCH-GAP =
                 WRK-WATCH-BOUNDARY - WRK-TIER-BALANCE
              PERFORM A000-WATCH-ADD
           END-IF.
      *
              WHEN OTHER
                 MOVE 'S' TO WRK-WATCH-TIER (WRK-WATCH-IDX)
           END-EVALUATE.
           IF WRK-CUR-REL-ID NOT = SPACES
              MOVE WRK-CUR-REL-ID TO WRK-WATCH-ACCT-NO (WRK-WATCH-IDX)
           ELSE
              MOVE PRT-ACCT-NO TO WRK-WATCH-ACCT-NO (WRK-WATCH-IDX)
           END-IF.
           MOVE PRT-FIRST-NAME TO
              WRK-WATCH-FIRST-NAME (WRK-WATCH-IDX).
           MOVE PRT-LAST-NAME  TO
              WRK-WATCH-LAST-NAME (WRK-WATCH-IDX).
           MOVE WRK-TIER-BALANCE TO
              WRK-WATCH-BASE-NUM (WRK-WATCH-IDX).
           MOVE WRK-WATCH-GAP  TO WRK-WATCH-GAP-NUM (WRK-WATCH-IDX).
      *
           MOVE '-- WATCH LIST (WITHIN BAND BELOW A TIER LINE) --'
            TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.
           MOVE '   (A RELATIONSHIP IS LISTED ONCE, UNDER ITS ID)'
            TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           PERFORM A000-WATCH-WRITE VARYING WRK-WATCH-IDX FROM 1 BY 1
              UNTIL WRK-WATCH-IDX > WRK-WATCH-COUNT.
           MOVE WRK-WATCH-GAP-ED TO PRT-TIER-BASE.
           WRITE PRT-TIER-REC.
      *
      * ORDERS THE PLATINUM TABLE DESCENDING BY THE AMOUNT EACH ROW
      * WAS TIERED ON (EXCHANGE SORT, SAME TECHNIQUE TOPACCTS USES FOR
      * ITS TOP-ACCOUNTS TABLE). TIES BREAK ON RELATIONSHIP ID AND
      * THEN DESCENDING OWN BALANCE, SO THE MEMBERS OF A RELATIONSHIP
      * PRINT TOGETHER, LARGEST ACCOUNT FIRST.
       A000-PLAT-SORT.
           PERFORM A000-PLAT-SORT-PASS VARYING WRK-SORT-I FROM 1 BY 1
              UNTIL WRK-SORT-I >= WRK-PLAT-COUNT.
      *
       A000-PLAT-SORT-CMP.
           COMPUTE WRK-SORT-K = WRK-SORT-J + 1.
           IF WRK-PLAT-TIER-NUM (WRK-SORT-J)
                 < WRK-PLAT-TIER-NUM (WRK-SORT-K)
              OR (WRK-PLAT-TIER-NUM (WRK-SORT-J)
                    = WRK-PLAT-TIER-NUM (WRK-SORT-K)
                  AND WRK-PLAT-REL-ID (WRK-SORT-J)
                    > WRK-PLAT-REL-ID (WRK-SORT-K))
              OR (WRK-PLAT-TIER-NUM (WRK-SORT-J)
                    = WRK-PLAT-TIER-NUM (WRK-SORT-K)
                  AND WRK-PLAT-REL-ID (WRK-SORT-J)
                    = WRK-PLAT-REL-ID (WRK-SORT-K)
                  AND WRK-PLAT-BASE-NUM (WRK-SORT-J)
                    < WRK-PLAT-BASE-NUM (WRK-SORT-K))
              MOVE WRK-PLAT-ENTRY (WRK-SORT-J) TO WRK-PLAT-TEMP
              MOVE WRK-PLAT-ENTRY (WRK-SORT-K) TO
                 WRK-PLAT-ENTRY (WRK-SORT-J)
              MOVE WRK-PLAT-TEMP TO WRK-PLAT-ENTRY (WRK-SORT-K)
           END-IF.
      *
      * ORDERS THE GOLD TABLE THE SAME WAY AS THE PLATINUM TABLE.
       A000-GOLD-SORT.
           PERFORM A000-GOLD-SORT-PASS VARYING WRK-SORT-I FROM 1 BY 1
              UNTIL WRK-SORT-I >= WRK-GOLD-COUNT.
      *
       A000-GOLD-SORT-CMP.
           COMPUTE WRK-SORT-K = WRK-SORT-J + 1.
           IF WRK-GOLD-TIER-NUM (WRK-SORT-J)
                 < WRK-GOLD-TIER-NUM (WRK-SORT-K)
              OR (WRK-GOLD-TIER-NUM (WRK-SORT-J)
                    = WRK-GOLD-TIER-NUM (WRK-SORT-K)
                  AND WRK-GOLD-REL-ID (WRK-SORT-J)
                    > WRK-GOLD-REL-ID (WRK-SORT-K))
              OR (WRK-GOLD-TIER-NUM (WRK-SORT-J)
                    = WRK-GOLD-TIER-NUM (WRK-SORT-K)
                  AND WRK-GOLD-REL-ID (WRK-SORT-J)
                    = WRK-GOLD-REL-ID (WRK-SORT-K)
                  AND WRK-GOLD-BASE-NUM (WRK-SORT-J)
                    < WRK-GOLD-BASE-NUM (WRK-SORT-K))
              MOVE WRK-GOLD-ENTRY (WRK-SORT-J) TO WRK-GOLD-TEMP
              MOVE WRK-GOLD-ENTRY (WRK-SORT-K) TO
                 WRK-GOLD-ENTRY (WRK-SORT-J)
              MOVE WRK-GOLD-TEMP TO WRK-GOLD-ENTRY (WRK-SORT-K)
           END-IF.
      *
      * ORDERS THE SILVER TABLE THE SAME WAY AS THE PLATINUM TABLE.
       A000-SILV-SORT.
           PERFORM A000-SILV-SORT-PASS VARYING WRK-SORT-I FROM 1 BY 1
              UNTIL WRK-SORT-I >= WRK-SILV-COUNT.
      *
       A000-SILV-SORT-CMP.
           COMPUTE WRK-SORT-K = WRK-SORT-J + 1.
           IF WRK-SILV-TIER-NUM (WRK-SORT-J)
                 < WRK-SILV-TIER-NUM (WRK-SORT-K)
              OR (WRK-SILV-TIER-NUM (WRK-SORT-J)
                    = WRK-SILV-TIER-NUM (WRK-SORT-K)
                  AND WRK-SILV-REL-ID (WRK-SORT-J)
                    > WRK-SILV-REL-ID (WRK-SORT-K))
              OR (WRK-SILV-TIER-NUM (WRK-SORT-J)
                    = WRK-SILV-TIER-NUM (WRK-SORT-K)
                  AND WRK-SILV-REL-ID (WRK-SORT-J)
                    = WRK-SILV-REL-ID (WRK-SORT-K)
                  AND WRK-SILV-BASE-NUM (WRK-SORT-J)
                    < WRK-SILV-BASE-NUM (WRK-SORT-K))
              MOVE WRK-SILV-ENTRY (WRK-SORT-J) TO WRK-SILV-TEMP
              MOVE WRK-SILV-ENTRY (WRK-SORT-K) TO
                 WRK-SILV-ENTRY (WRK-SORT-J)
           MOVE '-- PLATINUM (ABOVE 10,000,000) --' TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           MOVE SPACES TO WRK-LAST-REL-ID.
           PERFORM A000-PLAT-WRITE VARYING WRK-PLAT-IDX FROM 1 BY 1
              UNTIL WRK-PLAT-IDX > WRK-PLAT-COUNT.

           WRITE PRT-TIER-LINE.
      *
       A000-PLAT-WRITE.
           IF WRK-PLAT-REL-ID (WRK-PLAT-IDX) NOT = SPACES
              AND WRK-PLAT-REL-ID (WRK-PLAT-IDX) NOT = WRK-LAST-REL-ID
              MOVE WRK-PLAT-REL-COUNT (WRK-PLAT-IDX) TO WRK-REL-COUNT-ED
              MOVE WRK-PLAT-TIER-NUM (WRK-PLAT-IDX) TO WRK-TIER-TOTAL-ED
              MOVE WRK-PLAT-REL-ID (WRK-PLAT-IDX) TO WRK-LAST-REL-ID
              PERFORM A000-REL-HEADING
           END-IF.
           MOVE WRK-PLAT-REL-ID (WRK-PLAT-IDX) TO WRK-LAST-REL-ID.

           MOVE SPACES TO PRT-TIER-REC.
           MOVE WRK-PLAT-ACCT-NO    (WRK-PLAT-IDX) TO PRT-TIER-ACCT.
           MOVE WRK-PLAT-FIRST-NAME (WRK-PLAT-IDX) TO PRT-TIER-FN.
           MOVE '-- GOLD (8,500,000 TO 10,000,000) --' TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           MOVE SPACES TO WRK-LAST-REL-ID.
           PERFORM A000-GOLD-WRITE VARYING WRK-GOLD-IDX FROM 1 BY 1
              UNTIL WRK-GOLD-IDX > WRK-GOLD-COUNT.

           WRITE PRT-TIER-LINE.
      *
       A000-GOLD-WRITE.
           IF WRK-GOLD-REL-ID (WRK-GOLD-IDX) NOT = SPACES
              AND WRK-GOLD-REL-ID (WRK-GOLD-IDX) NOT = WRK-LAST-REL-ID
              MOVE WRK-GOLD-REL-COUNT (WRK-GOLD-IDX) TO WRK-REL-COUNT-ED
              MOVE WRK-GOLD-TIER-NUM (WRK-GOLD-IDX) TO WRK-TIER-TOTAL-ED
              MOVE WRK-GOLD-REL-ID (WRK-GOLD-IDX) TO WRK-LAST-REL-ID
              PERFORM A000-REL-HEADING
           END-IF.
           MOVE WRK-GOLD-REL-ID (WRK-GOLD-IDX) TO WRK-LAST-REL-ID.

           MOVE SPACES TO PRT-TIER-REC.
           MOVE WRK-GOLD-ACCT-NO    (WRK-GOLD-IDX) TO PRT-TIER-ACCT.
           MOVE WRK-GOLD-FIRST-NAME (WRK-GOLD-IDX) TO PRT-TIER-FN.
            TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           MOVE SPACES TO WRK-LAST-REL-ID.
           PERFORM A000-SILV-WRITE VARYING WRK-SILV-IDX FROM 1 BY 1
              UNTIL WRK-SILV-IDX > WRK-SILV-COUNT.

           WRITE PRT-TIER-LINE.
      *
       A000-SILV-WRITE.
           IF WRK-SILV-REL-ID (WRK-SILV-IDX) NOT = SPACES
              AND WRK-SILV-REL-ID (WRK-SILV-IDX) NOT = WRK-LAST-REL-ID
              MOVE WRK-SILV-REL-COUNT (WRK-SILV-IDX) TO WRK-REL-COUNT-ED
              MOVE WRK-SILV-TIER-NUM (WRK-SILV-IDX) TO WRK-TIER-TOTAL-ED
              MOVE WRK-SILV-REL-ID (WRK-SILV-IDX) TO WRK-LAST-REL-ID
              PERFORM A000-REL-HEADING
           END-IF.
           MOVE WRK-SILV-REL-ID (WRK-SILV-IDX) TO WRK-LAST-REL-ID.

           MOVE SPACES TO PRT-TIER-REC.
           MOVE WRK-SILV-ACCT-NO    (WRK-SILV-IDX) TO PRT-TIER-ACCT.
           MOVE WRK-SILV-FIRST-NAME (WRK-SILV-IDX) TO PRT-TIER-FN.
           MOVE WRK-BASE-ED TO PRT-TIER-BASE.
           WRITE PRT-TIER-REC.
      *
      * WRITES THE RELATIONSHIP HEADING LINE ABOVE A RELATIONSHIP'S
      * FIRST MEMBER ROW. THE CALLER HAS LOADED THE RELATIONSHIP ID,
      * MEMBER COUNT AND COMBINED BASE BALANCE.
       A000-REL-HEADING.
           MOVE SPACES TO WRK-REL-LINE.
           STRING 'RELATIONSHIP' SPACE WRK-LAST-REL-ID SPACE
              'ACCOUNTS:' SPACE WRK-REL-COUNT-ED SPACE
              'COMBINED BASE:' SPACE WRK-TIER-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-REL-LINE.
           MOVE WRK-REL-LINE TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.
      *
      * CLOSES THE TIER REPORT WITH THE RELATIONSHIP COUNTS: HOW MANY
      * RELATIONSHIPS WERE TOTALLED, HOW MANY MEMBER ACCOUNTS WERE
      * TIERED ON A COMBINED BALANCE, AND - ONLY WHEN IT HAPPENED -
      * HOW MANY WERE TIERED ALONE BECAUSE THE RELATIONSHIP TABLE
      * WAS FULL.
       A000-REL-SUMMARY.
           MOVE SPACES TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           MOVE WRK-REL-COUNT TO WRK-REL-FOOT-ED.
           MOVE SPACES TO WRK-REL-LINE.
           STRING 'RELATIONSHIPS TOTALLED:       ' WRK-REL-FOOT-ED
              DELIMITED BY SIZE INTO WRK-REL-LINE.
           MOVE WRK-REL-LINE TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           MOVE WRK-REL-TIERED TO WRK-REL-FOOT-ED.
           MOVE SPACES TO WRK-REL-LINE.
           STRING 'MEMBER ACCOUNTS COMBINED:     ' WRK-REL-FOOT-ED
              DELIMITED BY SIZE INTO WRK-REL-LINE.
           MOVE WRK-REL-LINE TO PRT-TIER-LINE.
           WRITE PRT-TIER-LINE.

           IF WRK-REL-OVERFLOW > ZEROS
              DISPLAY 'TOPTIERS - RELATIONSHIP TABLE FULL, MEMBERS '
                 'TIERED ALONE'
              MOVE WRK-REL-OVERFLOW TO WRK-REL-FOOT-ED
              MOVE SPACES TO WRK-REL-LINE
              STRING 'TABLE FULL - TIERED ALONE:    ' WRK-REL-FOOT-ED
                 DELIMITED BY SIZE INTO WRK-REL-LINE
              MOVE WRK-REL-LINE TO PRT-TIER-LINE
              WRITE PRT-TIER-LINE
           END-IF.
      *
      * WRITES THE TRAILING REJECT COUNT TO PRT-REJECTS.
       A000-REJECT-FOOTER.
           MOVE '----------------------------------------------------'
