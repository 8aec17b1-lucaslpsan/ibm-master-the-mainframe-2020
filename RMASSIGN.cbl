      * NOT CHANGED SILENTLY. THE PORTFOLIO REPORT PRINTS ONE SECTION
      * PER MANAGER, GROUPED BY A SORT PASS OVER A WORK FILE SO THE
      * POPULATION SIZE IS NOT CAPPED BY ANY IN-MEMORY TABLE.
      *
      * ACCOUNTS IN THE SAME CUSTOMER/HOUSEHOLD RELATIONSHIP (TIER-
      * REL-ID ON THE TIERED-ACCOUNT FILE) ARE KEPT WITH ONE MANAGER.
      * THE RELATIONSHIP'S MANAGER IS THE ONE CARRYING ITS LONGEST-
      * STANDING MEMBER ASSIGNMENT (EARLIEST ASG-DATE) WHOSE MANAGER
      * IS STILL ON THE MASTER; EVERY OTHER MEMBER IS MOVED TO THAT
      * MANAGER AND THE MOVE IS REPORTED. A RELATIONSHIP WITH NO
      * MANAGER YET GETS ONE THROUGH ITS FIRST MEMBER BY THE USUAL
      * RULE AND THE REST FOLLOW. KEEPING A RELATIONSHIP TOGETHER
      * TAKES PRECEDENCE OVER THE MANAGER'S CAPACITY AND TIER
      * ELIGIBILITY - A MANAGER PUSHED OVER CAPACITY SHOWS IT IN THE
      * PORTFOLIO LOAD/CAPACITY HEADING. THE PORTFOLIO REPORT PRINTS
      * EACH RELATIONSHIP'S COMBINED BALANCE ABOVE ITS MEMBERS.
      *
       ENVIRONMENT DIVISION.
      *
       01  PRT-REAS-LINE          PIC X(80)  VALUE SPACES.

      * ONE WORK RECORD PER ASSIGNED ACCOUNT, SORTED BY MANAGER FOR
      * THE PER-MANAGER PORTFOLIO SECTIONS. THE RELATIONSHIP FIELDS
      * COME STRAIGHT FROM THE TIERED-ACCOUNT RECORD, SO THE SORT CAN
      * KEEP A RELATIONSHIP'S MEMBERS TOGETHER WITHIN A SECTION.
       FD  PRT-ASGWORK RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  WKA-REC.
           05  WKA-RM-ID          PIC X(8)   VALUE SPACES.
           05  WKA-ACCT-NO        PIC X(10)  VALUE SPACES.
           05  WKA-FIRST-NAME     PIC X(10)  VALUE SPACES.
           05  WKA-LAST-NAME      PIC X(21)  VALUE SPACES.
           05  WKA-BALANCE        PIC 9(9)V99 VALUE ZEROS.
           05  WKA-REL-ID         PIC X(10)  VALUE SPACES.
           05  WKA-REL-BALANCE    PIC 9(11)V99 VALUE ZEROS.
           05  WKA-REL-COUNT      PIC 9(3)   VALUE ZEROS.
           05  FILLER             PIC X(13)  VALUE SPACES.

       SD  PRT-ASGSORT.
       01  SRT-REC.
           05  SRT-FIRST-NAME     PIC X(10).
           05  SRT-LAST-NAME      PIC X(21).
           05  SRT-BALANCE        PIC 9(9)V99.
           05  SRT-REL-ID         PIC X(10).
           05  SRT-REL-BALANCE    PIC 9(11)V99.
           05  SRT-REL-COUNT      PIC 9(3).
           05  FILLER             PIC X(13).


       WORKING-STORAGE SECTION.
       77  WRK-ASSIGN-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-ASSIGN-OK            VALUE 1.

      * RELATIONSHIP-TO-MANAGER TABLE. THE PRECOUNT PASS SEEDS IT
      * FROM THE MEMBERS' RETAINED ASSIGNMENTS, KEEPING THE MANAGER
      * OF THE EARLIEST-DATED ONE (WRK-REL-DATE); A RELATIONSHIP NONE
      * OF WHOSE MEMBERS HAS A LIVE MANAGER GETS ITS ENTRY WHEN ITS
      * FIRST MEMBER IS PLACED. ONCE THE TABLE IS FULL A FURTHER
      * RELATIONSHIP'S MEMBERS ARE ASSIGNED ONE BY ONE AS IF
      * UNRELATED, COUNTED IN WRK-REL-OVERFLOW FOR THE FOOTER.
      * WRK-PLACED-RM IS THE MANAGER THE CURRENT ACCOUNT ENDED UP
      * WITH (SPACES WHEN IT COULD NOT BE PLACED).
       77  WRK-REL-MAX                 PIC 9(4) VALUE 2000.
       77  WRK-REL-COUNT               PIC 9(4) VALUE ZEROS.
       01  WRK-REL-TABLE.
           05  WRK-REL-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-REL-IDX.
               10  WRK-REL-ID          PIC X(10).
               10  WRK-REL-RM          PIC X(8).
               10  WRK-REL-DATE        PIC 9(8).
       77  WRK-REL-FOUND-SUB           PIC 9(4) COMP VALUE ZEROS.
       77  WRK-REL-SCAN-SUB            PIC 9(4) COMP VALUE ZEROS.
       77  WRK-REL-OVERFLOW            PIC 9(9) VALUE ZEROS.
       77  WRK-PLACED-RM               PIC X(8) VALUE SPACES.
       77  WRK-OLD-RM                  PIC X(8) VALUE SPACES.

      * COUNTS FOR THE REASSIGNMENT-CANDIDATE REPORT FOOTER.
       77  WRK-COUNT-RETAINED          PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-NEW               PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-CANDIDATES        PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-UNASSIGNED        PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-REL-MOVES         PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ED                PIC Z(8)9.

      * CONTROL-BREAK STATE FOR THE PER-MANAGER PORTFOLIO SECTIONS.
       77  WRK-SECT-TOTAL-ED           PIC Z(10)9.99.
       77  WRK-BAL-ED                  PIC Z(8)9.99.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.
       77  WRK-CUR-REL                 PIC X(10) VALUE SPACES.
       77  WRK-REL-COUNT-ED            PIC ZZ9.


      ****************************************************************
                 IF WRK-RM-FOUND-SUB > ZEROS
                    SET WRK-RM-IDX TO WRK-RM-FOUND-SUB
                    ADD 1 TO WRK-RM-LOAD (WRK-RM-IDX)
                    IF TIER-REL-ID NOT = SPACES
                       PERFORM A000-REL-SEED
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * OFFERS A MEMBER'S LIVE ASSIGNMENT (STILL IN ASG-REC) AS ITS
      * RELATIONSHIP'S MANAGER: A NEW ENTRY TAKES IT, AN EXISTING ONE
      * ONLY WHEN THIS ASSIGNMENT IS OLDER. ON A TIE THE MEMBER SEEN
      * FIRST KEEPS IT.
       A000-REL-SEED.
           PERFORM A000-REL-FIND.

           IF WRK-REL-FOUND-SUB = ZEROS
              PERFORM A000-REL-ADD
              IF WRK-REL-FOUND-SUB > ZEROS
                 SET WRK-REL-IDX TO WRK-REL-FOUND-SUB
                 MOVE ASG-RM-ID TO WRK-REL-RM (WRK-REL-IDX)
                 MOVE ASG-DATE  TO WRK-REL-DATE (WRK-REL-IDX)
              END-IF
           ELSE
              SET WRK-REL-IDX TO WRK-REL-FOUND-SUB
              IF ASG-DATE < WRK-REL-DATE (WRK-REL-IDX)
                 MOVE ASG-RM-ID TO WRK-REL-RM (WRK-REL-IDX)
                 MOVE ASG-DATE  TO WRK-REL-DATE (WRK-REL-IDX)
              END-IF
           END-IF.
      *
      * LOOKS TIER-REL-ID UP IN THE RELATIONSHIP TABLE, LEAVING
      * WRK-REL-FOUND-SUB AT ITS POSITION OR ZERO.
       A000-REL-FIND.
           MOVE ZEROS TO WRK-REL-FOUND-SUB.
           PERFORM A000-REL-FIND-ONE
              VARYING WRK-REL-SCAN-SUB FROM 1 BY 1
                 UNTIL WRK-REL-SCAN-SUB > WRK-REL-COUNT
                    OR WRK-REL-FOUND-SUB > ZEROS.
      *
       A000-REL-FIND-ONE.
           SET WRK-REL-IDX TO WRK-REL-SCAN-SUB.
           IF WRK-REL-ID (WRK-REL-IDX) = TIER-REL-ID
              MOVE WRK-REL-SCAN-SUB TO WRK-REL-FOUND-SUB
           END-IF.
      *
      * ADDS AN EMPTY ENTRY FOR TIER-REL-ID, LEAVING ITS POSITION IN
      * WRK-REL-FOUND-SUB - OR ZERO, AND THE OVERFLOW COUNTED, WHEN
      * THE TABLE IS FULL.
       A000-REL-ADD.
           IF WRK-REL-COUNT < WRK-REL-MAX
              ADD 1 TO WRK-REL-COUNT
              SET WRK-REL-IDX TO WRK-REL-COUNT
              MOVE TIER-REL-ID TO WRK-REL-ID (WRK-REL-IDX)
              MOVE SPACES      TO WRK-REL-RM (WRK-REL-IDX)
              MOVE 99999999    TO WRK-REL-DATE (WRK-REL-IDX)
              MOVE WRK-REL-COUNT TO WRK-REL-FOUND-SUB
           ELSE
              MOVE ZEROS TO WRK-REL-FOUND-SUB
              ADD 1 TO WRK-REL-OVERFLOW
           END-IF.
      *
       A000-REASSIGN-HEADER.
           MOVE 'RELATIONSHIP MANAGER REASSIGNMENT CANDIDATES'
            TO PRT-REAS-LINE.
           WRITE PRT-REAS-LINE.
      *
      * PROCESSES ONE TIERED ACCOUNT: A MEMBER OF A RELATIONSHIP
      * THAT ALREADY HAS A MANAGER GOES WITH IT; OTHERWISE KEEP THE
      * ACCOUNT WITH ITS EXISTING MANAGER WHERE THERE IS ONE, OR
      * ASSIGN IT FRESH - AND A MEMBER PLACED THAT WAY SETS THE
      * MANAGER THE REST OF ITS RELATIONSHIP FOLLOWS.
       A000-PROCESS.
           READ PRT-TIERACCT
              AT END MOVE 1 TO WRK-END-OF-FILE

           IF NOT WRK-EOF
              MOVE ZEROS TO WRK-ASSIGN-FOUND
              MOVE SPACES TO WRK-PLACED-RM
              MOVE TIER-ACCT-NO TO ASG-ACCT-NO
              READ PRT-ASSIGNKS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 1 TO WRK-ASSIGN-FOUND
              END-READ

              MOVE ZEROS TO WRK-REL-FOUND-SUB
              IF TIER-REL-ID NOT = SPACES
                 PERFORM A000-REL-FIND
                 IF WRK-REL-FOUND-SUB = ZEROS
                    PERFORM A000-REL-ADD
                 END-IF
              END-IF

              IF WRK-REL-FOUND-SUB > ZEROS
                 SET WRK-REL-IDX TO WRK-REL-FOUND-SUB
              END-IF

              EVALUATE TRUE
                 WHEN WRK-REL-FOUND-SUB > ZEROS
                  AND WRK-REL-RM (WRK-REL-IDX) NOT = SPACES
                    PERFORM A000-REL-FOLLOW
                 WHEN WRK-ASSIGN-OK
                    PERFORM A000-EXISTING
                 WHEN OTHER
                    PERFORM A000-NEW-ASSIGN
              END-EVALUATE

              IF WRK-REL-FOUND-SUB > ZEROS
                 SET WRK-REL-IDX TO WRK-REL-FOUND-SUB
                 IF WRK-REL-RM (WRK-REL-IDX) = SPACES
                    MOVE WRK-PLACED-RM TO WRK-REL-RM (WRK-REL-IDX)
                 END-IF
              END-IF
           END-IF.
      *
      * PUTS A RELATIONSHIP MEMBER WITH ITS RELATIONSHIP'S MANAGER.
      * ALREADY THERE IS THE ORDINARY RETAINED CASE; OTHERWISE THE
      * ASSIGNMENT IS MOVED (OLD MANAGER'S LOAD DOWN, NEW ONE'S UP)
      * AND REPORTED, OR WRITTEN FRESH FOR A NEW ACCOUNT - WHETHER
      * OR NOT THE MANAGER HAS CAPACITY LEFT.
       A000-REL-FOLLOW.
           IF WRK-ASSIGN-OK
              AND ASG-RM-ID = WRK-REL-RM (WRK-REL-IDX)
              PERFORM A000-EXISTING
           ELSE
              IF WRK-ASSIGN-OK
                 MOVE ASG-RM-ID TO WRK-OLD-RM
                 PERFORM A000-RM-LOOKUP
                 IF WRK-RM-FOUND-SUB > ZEROS
                    SET WRK-RM-IDX TO WRK-RM-FOUND-SUB
                    IF WRK-RM-LOAD (WRK-RM-IDX) > ZEROS
                       SUBTRACT 1 FROM WRK-RM-LOAD (WRK-RM-IDX)
                    END-IF
                 END-IF
              ELSE
                 MOVE SPACES       TO ASG-REC
                 MOVE TIER-ACCT-NO TO ASG-ACCT-NO
              END-IF

              MOVE WRK-REL-RM (WRK-REL-IDX) TO ASG-RM-ID
              PERFORM A000-RM-LOOKUP
              IF WRK-RM-FOUND-SUB > ZEROS
                 SET WRK-RM-IDX TO WRK-RM-FOUND-SUB
                 ADD 1 TO WRK-RM-LOAD (WRK-RM-IDX)
              END-IF
              MOVE TIER-CODE    TO ASG-TIER
              MOVE WRK-DATE-NUM TO ASG-DATE

              IF WRK-ASSIGN-OK
                 REWRITE ASG-REC
                 ADD 1 TO WRK-COUNT-REL-MOVES
                 MOVE SPACES TO WRK-RPT-LINE
                 STRING 'REL MOVE ' SPACE TIER-ACCT-NO SPACE
                    'FROM' SPACE WRK-OLD-RM SPACE 'TO' SPACE
                    ASG-RM-ID SPACE 'RELATIONSHIP' SPACE TIER-REL-ID
                    DELIMITED BY SIZE INTO WRK-RPT-LINE
                 MOVE WRK-RPT-LINE TO PRT-REAS-LINE
                 WRITE PRT-REAS-LINE
              ELSE
                 WRITE ASG-REC
                 ADD 1 TO WRK-COUNT-NEW
              END-IF

              MOVE ASG-RM-ID TO WKA-RM-ID
              PERFORM A000-WORK-WRITE
           END-IF.
      *
      * AN ACCOUNT THAT ALREADY HAS A MANAGER STAYS PUT. A TIER MOVE
      * WRITES ONE PORTFOLIO WORK RECORD FOR THE SORT PASS. THE
      * CALLER HAS ALREADY SET WKA-RM-ID.
       A000-WORK-WRITE.
           MOVE WKA-RM-ID       TO WRK-PLACED-RM.
           MOVE TIER-ACCT-NO    TO WKA-ACCT-NO.
           MOVE TIER-CODE       TO WKA-TIER.
           MOVE TIER-FIRST-NAME TO WKA-FIRST-NAME.
           MOVE TIER-LAST-NAME  TO WKA-LAST-NAME.
           MOVE TIER-BALANCE    TO WKA-BALANCE.
           MOVE TIER-REL-ID     TO WKA-REL-ID.
           MOVE TIER-REL-BALANCE TO WKA-REL-BALANCE.
           MOVE TIER-REL-COUNT  TO WKA-REL-COUNT.
           WRITE WKA-REC.
      *
       A000-REASSIGN-FOOTER.
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REAS-LINE.
           WRITE PRT-REAS-LINE.

           MOVE WRK-COUNT-REL-MOVES TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'REL MOVES:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-REAS-LINE.
           WRITE PRT-REAS-LINE.

           IF WRK-REL-OVERFLOW > ZEROS
              DISPLAY 'RMASSIGN - RELATIONSHIP TABLE FULL, MEMBERS '
                 'ASSIGNED AS UNRELATED'
              MOVE WRK-REL-OVERFLOW TO WRK-COUNT-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'REL TABLE FULL - ASSIGNED AS UNRELATED:'
                 SPACE WRK-COUNT-ED
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-REAS-LINE
              WRITE PRT-REAS-LINE
           END-IF.
      *
      * SORTS THE PORTFOLIO WORK FILE BY MANAGER AND, WITHIN A
      * MANAGER, RICHEST RELATIONSHIP FIRST (AN ACCOUNT IN NO
      * RELATIONSHIP RANKS ON ITS OWN BALANCE), ITS MEMBERS TOGETHER
      * AND RICHEST ACCOUNT FIRST, THEN PRINTS ONE SECTION PER
      * MANAGER FROM THE SORTED STREAM.
       A000-PORT-REPORT.
           PERFORM A000-PORT-HEADER.

           SORT PRT-ASGSORT
              ON ASCENDING KEY SRT-RM-ID
              ON DESCENDING KEY SRT-REL-BALANCE
              ON ASCENDING KEY SRT-REL-ID
              ON DESCENDING KEY SRT-BALANCE
              USING PRT-ASGWORK
              OUTPUT PROCEDURE IS A100-PORT-OUT THRU A100-PORT-EXIT.
      *
      * OUTPUT PROCEDURE FOR THE PORTFOLIO SORT: CONTROL BREAK ON
      * MANAGER ID, SECTION HEADING WITH THE MANAGER'S NAME AND
      * LOAD/CAPACITY, DETAIL LINES, SUBTOTAL PER MANAGER. A
      * RELATIONSHIP LINE WITH THE COMBINED BALANCE PRECEDES THE
      * FIRST MEMBER OF EACH RELATIONSHIP; THE SUBTOTAL STILL ADDS
      * THE ACCOUNTS' OWN BALANCES.
       A100-PORT-OUT.
           MOVE HIGH-VALUES TO WRK-CUR-RM.
           MOVE ZEROS TO WRK-SORT-EOF-SW.
              PERFORM A100-PORT-SECTION
           END-IF.

           IF SRT-REL-ID NOT = SPACES
              AND SRT-REL-ID NOT = WRK-CUR-REL
              PERFORM A100-PORT-REL-LINE
           END-IF.
           MOVE SRT-REL-ID TO WRK-CUR-REL.

           MOVE SPACES TO PRT-PORT-REC.
           MOVE SRT-ACCT-NO    TO PRT-PORT-ACCT.
           MOVE SRT-TIER       TO PRT-PORT-TIER.
      *
       A100-PORT-SECTION.
           MOVE ZEROS TO WRK-SECT-COUNT WRK-SECT-TOTAL.
           MOVE SPACES TO WRK-CUR-REL.

           PERFORM A000-PORT-RM-LOOKUP.

           MOVE WRK-RPT-LINE TO PRT-PORT-LINE.
           WRITE PRT-PORT-LINE.
      *
      * RELATIONSHIP LINE AHEAD OF A RELATIONSHIP'S MEMBER ROWS.
       A100-PORT-REL-LINE.
           MOVE SRT-REL-COUNT   TO WRK-REL-COUNT-ED.
           MOVE SRT-REL-BALANCE TO WRK-SECT-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'RELATIONSHIP' SPACE SRT-REL-ID SPACE
              'ACCOUNTS:' SPACE WRK-REL-COUNT-ED SPACE
              'COMBINED BASE:' SPACE WRK-SECT-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-PORT-LINE.
           WRITE PRT-PORT-LINE.
      *
      * LOOKS THE CURRENT SECTION'S MANAGER UP IN THE RM TABLE FOR
      * THE SECTION HEADING (SAME SCAN AS A000-RM-LOOKUP BUT KEYED
      * ON THE CONTROL-BREAK FIELD).
