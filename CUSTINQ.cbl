      * TO THE CUSTAUDT AUDIT DATASET. THIS ENDS THE PRACTICE OF
      * FIXING A BAD RECORD BY RE-CUTTING THE WHOLE EXTRACT.
      *
      * A BALANCE CORRECTION IS UNDER DUAL CONTROL: UPDATE DOES NOT
      * REWRITE THE BALANCE BUT RECORDS A PENDING ADJUSTMENT ON THE
      * ADJUST KSDS (LAYOUT IN ADJREC). A SECOND AUTHORIZED USER -
      * NEVER THE ONE WHO KEYED IT - APPROVES IT WITH ACTION A OR
      * REJECTS IT WITH ACTION X. APPROVED ADJUSTMENTS ARE POSTED BY
      * THE NEXT TRANPOST RUN, SO THEY REACH THE POSTING AUDIT, THE
      * HISTORY, THE STATEMENTS AND THE RECONCILIATION LIKE ANY
      * OTHER MOVEMENT. NAME CORRECTIONS STILL APPLY IMMEDIATELY.
      *
      * ACTION S SEARCHES BY LAST NAME INSTEAD: KEY A LAST NAME (OR
      * THE LEADING PART OF ONE) IN THE LAST NAME FIELD AND THE
      * CUSTSELP SELECTION PANEL LISTS THE MATCHING ACCOUNTS A PAGE
      * KEEP A PRINTED TOPCSV ON THE DESK TO TURN A NAME INTO A
      * NUMBER.
      *
      * ACTIONS H AND R PLACE AND RELEASE AN ACCOUNT HOLD ON THE
      * HOLDS KSDS (LAYOUT IN HOLDREC) WHEN LEGAL OR FRAUD ORDERS AN
      * ACCOUNT FROZEN. THEY ARE PROTECTED THE SAME WAY UPDATE IS -
      * AUTHUSRS ONLY - AND EVERY PLACEMENT AND RELEASE IS LOGGED TO
      * CUSTAUDT. A HOLD NEEDS A TYPE (L = LEGAL FREEZE, F = FRAUD,
      * O = OTHER) AND A REASON; TRANPOST THEN REJECTS WITHDRAWALS
      * AND CLOSES AGAINST THE ACCOUNT UNTIL IT IS RELEASED. AN
      * INQUIRY ON A HELD ACCOUNT SHOWS THE HOLD TYPE AND REASON.
      *
      * RUNS AS AN ISPF DIALOG (SELECT PGM(CUSTINQ)) WITH CUSTRECS
      * (AND ITS CUSTRECS1 ALTERNATE-INDEX PATH), HOLDS, ADJUST,
      * AUTHUSRS AND CUSTAUDT ALLOCATED TO THE TSO SESSION. ALL ISPF
      * SERVICES GO THROUGH CALL 'ISPLINK'.
      *
       ENVIRONMENT DIVISION.
      *
               ALTERNATE RECORD KEY IS PRT-LAST-NAME
                  WITH DUPLICATES
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
           SELECT PRT-AUTHUSRS  ASSIGN TO AUTHUSRS
               FILE STATUS IS WRK-AUTH-STATUS.
           SELECT PRT-CUSTAUDT  ASSIGN TO CUSTAUDT.
       FD  PRT-CUSTRECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY CUSTREC.

      * ACCOUNT HOLDS, ONE RECORD PER ACCOUNT EVER HELD.
       FD  PRT-HOLDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.

      * BALANCE CORRECTIONS AWAITING (OR PAST) SECOND APPROVAL.
       FD  PRT-ADJUST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY ADJREC.

      * ONE AUTHORIZED TSO USERID PER RECORD, IN THE FIRST 8 BYTES.
      * ONLY THESE USERS MAY TAKE THE U (UPDATE), A (APPROVE), X
      * (REJECT), H (PLACE HOLD) AND R (RELEASE HOLD) ACTIONS.
       FD  PRT-AUTHUSRS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AUTH-REC.
           05  AUTH-USERID        PIC X(8)   VALUE SPACES.
           05  FILLER             PIC X(72)  VALUE SPACES.

      * ONE AUDIT LINE PER FIELD CHANGED BY AN UPDATE, ONE PER
      * BALANCE CORRECTION REQUESTED, APPROVED OR REJECTED (FIELDS
      * ADJREQ, ADJAPPR, ADJREJ), AND ONE PER HOLD PLACED OR RELEASED
      * (FIELD HOLD).
       FD  PRT-CUSTAUDT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  AUDT-REC.
       WORKING-STORAGE SECTION.
       77  WRK-CUSTRECS-STATUS         PIC X(2) VALUE SPACES.
       77  WRK-AUTH-STATUS             PIC X(2) VALUE SPACES.
       77  WRK-HOLDS-STATUS            PIC X(2) VALUE SPACES.
       77  WRK-ADJUST-STATUS           PIC X(2) VALUE SPACES.
       77  WRK-NUMVAL-RC               PIC S9(4) COMP VALUE ZERO.
       77  WRK-BALANCE                 PIC 9(9)V99 VALUE ZEROS.
       77  WRK-BALANCE-ED              PIC Z(8)9.99.
       77  ISP-LEN-10                  PIC 9(6) COMP VALUE 10.
       77  ISP-LEN-12                  PIC 9(6) COMP VALUE 12.
       77  ISP-LEN-21                  PIC 9(6) COMP VALUE 21.
       77  ISP-LEN-30                  PIC 9(6) COMP VALUE 30.
       77  ISP-LEN-40                  PIC 9(6) COMP VALUE 40.
       77  ISP-LEN-56                  PIC 9(6) COMP VALUE 56.
       77  ISP-VN-ACCT                 PIC X(10) VALUE '(INQACCT)'.
       77  ISP-VN-LN                   PIC X(10) VALUE '(INQLN)'.
       77  ISP-VN-BAL                  PIC X(10) VALUE '(INQBAL)'.
       77  ISP-VN-MSG                  PIC X(10) VALUE '(INQMSG)'.
       77  ISP-VN-HTYPE                PIC X(10) VALUE '(INQHTYP)'.
       77  ISP-VN-HRSN                 PIC X(10) VALUE '(INQHRSN)'.
       77  ISP-VN-ZUSER                PIC X(10) VALUE '(ZUSER)'.
       77  ISP-VN-PICK                 PIC X(10) VALUE '(SELPICK)'.
       77  ISP-VN-ROW1                 PIC X(10) VALUE '(SELROW1)'.
       77  WRK-INQ-MSG                 PIC X(40) VALUE SPACES.
       77  WRK-ZUSER                   PIC X(8)  VALUE SPACES.

      * HOLD TYPE AND REASON PANEL FIELDS - INPUT ON ACTION H, DISPLAY
      * OUTPUT ON AN INQUIRY OF A HELD ACCOUNT.
       77  WRK-INQ-HTYPE               PIC X(1)  VALUE SPACES.
       77  WRK-INQ-HRSN                PIC X(30) VALUE SPACES.

       01  WRK-DIALOG-STATE            PIC 9(1) VALUE ZEROS.
           88 WRK-DIALOG-DONE          VALUE 1.

       77  WRK-MASTER-FOUND            PIC 9(1) VALUE ZEROS.
           88 WRK-MASTER-OK            VALUE 1.

      * SET BY THE KEYED HOLD READ WHEN THE ACCOUNT HAS A HOLD RECORD
      * ON FILE (ACTIVE OR RELEASED - THE CALLER LOOKS AT HLD-STATUS).
       77  WRK-HOLD-FOUND              PIC 9(1) VALUE ZEROS.
           88 WRK-HOLD-ON-FILE         VALUE 1.

      * SET BY THE KEYED ADJUSTMENT READ WHEN THE ACCOUNT HAS AN
      * ADJUSTMENT RECORD ON FILE IN ANY STATUS.
       77  WRK-ADJ-FOUND               PIC 9(1) VALUE ZEROS.
           88 WRK-ADJ-ON-FILE          VALUE 1.

      * OUTCOME OF A BALANCE CORRECTION ON AN UPDATE, FOR THE PANEL
      * MESSAGE - SET BY A000-APPLY-BALANCE, BLANK WHEN THE BALANCE
      * FIELD WAS LEFT ALONE OR UNCHANGED.
       77  WRK-ADJ-MSG                 PIC X(40) VALUE SPACES.
       77  WRK-CUR-BALANCE             PIC 9(9)V99 VALUE ZEROS.
       77  WRK-AMOUNT-ED               PIC Z(8)9.99.

      * NAME-SEARCH STATE. THE SEARCH PREFIX IS THE LAST NAME (OR
      * LEADING PART OF ONE) THE USER KEYED; WRK-SRCH-LEN IS ITS
      * SIGNIFICANT LENGTH FOR THE LEADING-PART COMPARE. THE READ
              STOP RUN
           END-IF.

           PERFORM A000-HOLDS-OPEN.
           PERFORM A000-ADJUST-OPEN.

           OPEN EXTEND PRT-CUSTAUDT.

           PERFORM A000-AUTH-LOAD.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-LN.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-BAL.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-MSG.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-HTYPE.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-HRSN.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-PICK.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-ROW1.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-ROW2.
           CALL 'ISPLINK' USING ISP-VDELETE ISP-VN-ROW10.

           CLOSE PRT-CUSTRECS.
           CLOSE PRT-HOLDS.
           CLOSE PRT-ADJUST.
           CLOSE PRT-CUSTAUDT.
           MOVE ZEROS TO RETURN-CODE.
           STOP RUN.
      *
      * OPENS THE HOLDS KSDS FOR UPDATE. A BRAND-NEW CLUSTER THAT HAS
      * NEVER HAD A HOLD WRITTEN TO IT OPENS WITH STATUS 35; PRIMING
      * IT WITH AN OPEN OUTPUT/CLOSE PAIR (THE SAME WAY RMASSIGN
      * PRIMES ITS ASSIGNMENT KSDS) LETS THE I-O OPEN SUCCEED BEFORE
      * THE FIRST HOLD IS EVER PLACED.
       A000-HOLDS-OPEN.
           OPEN I-O PRT-HOLDS.

           IF WRK-HOLDS-STATUS = '35'
              OPEN OUTPUT PRT-HOLDS
              CLOSE PRT-HOLDS
              OPEN I-O PRT-HOLDS
           END-IF.

           IF WRK-HOLDS-STATUS NOT = '00'
              DISPLAY 'CUSTINQ - HOLDS OPEN FAILED, FILE STATUS = '
                 WRK-HOLDS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      * OPENS THE ADJUSTMENTS KSDS FOR UPDATE, PRIMING A CLUSTER THAT
      * HAS NEVER BEEN WRITTEN TO THE SAME WAY AS THE HOLDS KSDS.
       A000-ADJUST-OPEN.
           OPEN I-O PRT-ADJUST.

           IF WRK-ADJUST-STATUS = '35'
              OPEN OUTPUT PRT-ADJUST
              CLOSE PRT-ADJUST
              OPEN I-O PRT-ADJUST
           END-IF.

           IF WRK-ADJUST-STATUS NOT = '00'
              DISPLAY 'CUSTINQ - ADJUST OPEN FAILED, FILE STATUS = '
                 WRK-ADJUST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      * LOADS THE AUTHORIZED-UPDATER LIST. A MISSING AUTHUSRS DATASET
      * SIMPLY LEAVES THE TABLE EMPTY, WHICH LOCKS UPDATE MODE FOR
      * EVERYONE - INQUIRY STAYS AVAILABLE.
              WRK-INQ-BAL ISP-CHAR ISP-LEN-12.
           CALL 'ISPLINK' USING ISP-VDEFINE ISP-VN-MSG
              WRK-INQ-MSG ISP-CHAR ISP-LEN-40.
           CALL 'ISPLINK' USING ISP-VDEFINE ISP-VN-HTYPE
              WRK-INQ-HTYPE ISP-CHAR ISP-LEN-1.
           CALL 'ISPLINK' USING ISP-VDEFINE ISP-VN-HRSN
              WRK-INQ-HRSN ISP-CHAR ISP-LEN-30.
           CALL 'ISPLINK' USING ISP-VDEFINE ISP-VN-PICK
              WRK-SEL-PICK ISP-CHAR ISP-LEN-2.
           CALL 'ISPLINK' USING ISP-VDEFINE ISP-VN-ROW1
                    PERFORM A000-UPDATE
                 WHEN 'S'
                    PERFORM A000-SEARCH
                 WHEN 'A'
                    PERFORM A000-ADJ-APPROVE
                 WHEN 'X'
                    PERFORM A000-ADJ-REJECT
                 WHEN 'H'
                    PERFORM A000-HOLD-PLACE
                 WHEN 'R'
                    PERFORM A000-HOLD-RELEASE
                 WHEN OTHER
                    MOVE 'ACTION MUST BE I, U, S, A, X, H OR R'
                     TO WRK-INQ-MSG
              END-EVALUATE
           END-IF.
      *
      * READS THE KEYED ACCOUNT AND FILLS THE PANEL DISPLAY FIELDS.
      * AN ACTIVE HOLD IS SHOWN IN THE HOLD FIELDS AND CALLED OUT IN
      * THE MESSAGE SO NOBODY PROMISES A HELD CUSTOMER A PAYOUT. A
      * BALANCE CORRECTION STILL IN FLIGHT IS CALLED OUT WITH THE
      * BALANCE IT WILL SET, SO THE APPROVER CAN SEE WHAT THEY ARE
      * SIGNING BEFORE TAKING ACTION A.
       A000-INQUIRE.
           PERFORM A000-READ-MASTER.
           MOVE SPACES TO WRK-INQ-HTYPE WRK-INQ-HRSN.

           IF NOT WRK-MASTER-OK
              MOVE SPACES TO WRK-INQ-FN WRK-INQ-LN WRK-INQ-BAL
              MOVE PRT-LAST-NAME  TO WRK-INQ-LN
              MOVE PRT-BALANCE    TO WRK-INQ-BAL
              MOVE 'ACCOUNT DISPLAYED' TO WRK-INQ-MSG
              PERFORM A000-READ-ADJUST
              IF WRK-ADJ-ON-FILE
                 MOVE ADJ-NEW-BALANCE TO WRK-AMOUNT-ED
                 IF ADJ-STATUS = 'P'
                    MOVE SPACES TO WRK-INQ-MSG
                    STRING 'CORRECTION TO ' WRK-AMOUNT-ED
                       ' PENDING'
                       DELIMITED BY SIZE INTO WRK-INQ-MSG
                 END-IF
                 IF ADJ-STATUS = 'A'
                    MOVE SPACES TO WRK-INQ-MSG
                    STRING 'CORRECTION TO ' WRK-AMOUNT-ED
                       ' APPROVED'
                       DELIMITED BY SIZE INTO WRK-INQ-MSG
                 END-IF
              END-IF
              PERFORM A000-READ-HOLD
              IF WRK-HOLD-ON-FILE
                 AND HLD-STATUS = 'A'
                 MOVE HLD-TYPE   TO WRK-INQ-HTYPE
                 MOVE HLD-REASON TO WRK-INQ-HRSN
                 MOVE 'ACCOUNT DISPLAYED - ACCOUNT IS ON HOLD'
                  TO WRK-INQ-MSG
              END-IF
           END-IF.
      *
      * NAME-FIRST SEARCH. THE LAST NAME FIELD CARRIES THE NAME (OR
              MOVE 1 TO WRK-SRCH-DONE-SW
           END-IF.
      *
      * PROTECTED UPDATE MODE. A NON-BLANK NAME FIELD ON THE PANEL
      * REPLACES THAT FIELD ON THE MASTER; A NON-BLANK BALANCE FIELD
      * BECOMES A PENDING CORRECTION FOR A SECOND USER TO APPROVE;
      * BLANK FIELDS ARE LEFT AS THEY ARE. EVERY FIELD ACTUALLY
      * CHANGED IS LOGGED TO CUSTAUDT BEFORE THE REWRITE.
       A000-UPDATE.
           IF NOT WRK-USER-AUTHORIZED
              MOVE 'NOT AUTHORIZED FOR UPDATE' TO WRK-INQ-MSG
           MOVE PRT-LAST-NAME  TO WRK-BEF-LN.
           MOVE PRT-BALANCE    TO WRK-BEF-BAL.
           MOVE ZEROS          TO WRK-CHANGE-COUNT.
           MOVE SPACES         TO WRK-ADJ-MSG.

           IF WRK-INQ-FN NOT = SPACES
              AND WRK-INQ-FN NOT = PRT-FIRST-NAME
           ELSE
              MOVE 'NO FIELDS CHANGED' TO WRK-INQ-MSG
           END-IF.

           IF WRK-ADJ-MSG NOT = SPACES
              MOVE WRK-ADJ-MSG TO WRK-INQ-MSG
           END-IF.
      *
      * TURNS A BALANCE CORRECTION ALREADY VALIDATED NUMERIC BY
      * A000-APPLY-UPDATE INTO A PENDING ADJUSTMENT - THE MASTER
      * BALANCE IS NOT TOUCHED HERE. THE ADJUSTMENT IS THE DIFFERENCE
      * BETWEEN THE BALANCE ON FILE AND THE ONE KEYED, SO IT NEEDS A
      * READABLE BALANCE ON FILE TO MEASURE FROM, AND ONLY ONE
      * CORRECTION PER ACCOUNT MAY BE IN FLIGHT AT A TIME.
       A000-APPLY-BALANCE.
           COMPUTE WRK-BALANCE = FUNCTION NUMVAL-C (WRK-INQ-BAL).
           MOVE WRK-BALANCE TO WRK-BALANCE-ED.

           IF WRK-BALANCE-ED NOT = WRK-BEF-BAL
              MOVE FUNCTION TEST-NUMVAL-C (PRT-BALANCE)
                 TO WRK-NUMVAL-RC
              IF WRK-NUMVAL-RC NOT = ZERO
                 MOVE 'BALANCE ON FILE INVALID - NO CORRECTION'
                  TO WRK-ADJ-MSG
              ELSE
                 COMPUTE WRK-CUR-BALANCE =
                    FUNCTION NUMVAL-C (PRT-BALANCE)
                 PERFORM A000-READ-ADJUST
                 IF WRK-ADJ-ON-FILE
                    AND (ADJ-STATUS = 'P' OR ADJ-STATUS = 'A')
                    MOVE 'A CORRECTION IS ALREADY IN FLIGHT'
                     TO WRK-ADJ-MSG
                 ELSE
                    IF WRK-BALANCE NOT = WRK-CUR-BALANCE
                       PERFORM A000-ADJ-REQUEST
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * WRITES (OR REUSES A POSTED OR REJECTED) ADJUSTMENT RECORD AS
      * PENDING AND LOGS THE REQUEST.
       A000-ADJ-REQUEST.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.

           MOVE SPACES          TO ADJ-REC.
           MOVE WRK-INQ-ACCT    TO ADJ-ACCT-NO.
           MOVE 'P'             TO ADJ-STATUS.
           IF WRK-BALANCE > WRK-CUR-BALANCE
              MOVE 'C' TO ADJ-DIRECTION
              COMPUTE ADJ-AMOUNT = WRK-BALANCE - WRK-CUR-BALANCE
           ELSE
              MOVE 'D' TO ADJ-DIRECTION
              COMPUTE ADJ-AMOUNT = WRK-CUR-BALANCE - WRK-BALANCE
           END-IF.
           MOVE WRK-BALANCE     TO ADJ-NEW-BALANCE.
           MOVE WRK-ZUSER       TO ADJ-REQ-BY.
           MOVE WRK-DATE        TO ADJ-REQ-DATE.
           MOVE ZEROS           TO ADJ-APPR-DATE ADJ-POST-DATE.

           IF WRK-ADJ-ON-FILE
              REWRITE ADJ-REC
           ELSE
              WRITE ADJ-REC
           END-IF.

           MOVE 'ADJREQ'       TO AUDT-FIELD.
           MOVE WRK-BEF-BAL    TO AUDT-OLD-VALUE.
           MOVE WRK-BALANCE-ED TO AUDT-NEW-VALUE.
           PERFORM A000-AUDIT-WRITE.

           MOVE 'BALANCE CORRECTION AWAITS APPROVAL' TO WRK-ADJ-MSG.
      *
      * SECOND SIGNATURE ON A PENDING BALANCE CORRECTION. THE
      * APPROVER MUST BE AUTHORIZED AND MUST NOT BE THE USER WHO
      * REQUESTED IT - THAT IS THE WHOLE POINT OF DUAL CONTROL.
       A000-ADJ-APPROVE.
           IF NOT WRK-USER-AUTHORIZED
              MOVE 'NOT AUTHORIZED TO APPROVE' TO WRK-INQ-MSG
           ELSE
              PERFORM A000-READ-ADJUST
              IF NOT WRK-ADJ-ON-FILE
                 OR ADJ-STATUS NOT = 'P'
                 MOVE 'NO CORRECTION AWAITS APPROVAL' TO WRK-INQ-MSG
              ELSE
                 IF ADJ-REQ-BY = WRK-ZUSER
                    MOVE 'CANNOT APPROVE YOUR OWN CORRECTION'
                     TO WRK-INQ-MSG
                 ELSE
                    ACCEPT WRK-DATE FROM DATE YYYYMMDD
                    MOVE 'A'       TO ADJ-STATUS
                    MOVE WRK-ZUSER TO ADJ-APPR-BY
                    MOVE WRK-DATE  TO ADJ-APPR-DATE
                    REWRITE ADJ-REC

                    MOVE 'ADJAPPR'   TO AUDT-FIELD
                    MOVE ADJ-REQ-BY  TO AUDT-OLD-VALUE
                    PERFORM A000-ADJ-AUDIT-VALUE
                    PERFORM A000-AUDIT-WRITE
                    MOVE 'CORRECTION APPROVED - POSTS NEXT RUN'
                     TO WRK-INQ-MSG
                 END-IF
              END-IF
           END-IF.
      *
      * TURNS DOWN A PENDING BALANCE CORRECTION. ANY AUTHORIZED USER
      * MAY, THE REQUESTER INCLUDED - WITHDRAWING A MISTAKEN REQUEST
      * NEEDS NO SECOND SIGNATURE. AN APPROVED CORRECTION CAN NO
      * LONGER BE REJECTED; IT IS ALREADY COMMITTED TO POSTING.
       A000-ADJ-REJECT.
           IF NOT WRK-USER-AUTHORIZED
              MOVE 'NOT AUTHORIZED TO REJECT' TO WRK-INQ-MSG
           ELSE
              PERFORM A000-READ-ADJUST
              IF NOT WRK-ADJ-ON-FILE
                 OR ADJ-STATUS NOT = 'P'
                 MOVE 'NO CORRECTION AWAITS APPROVAL' TO WRK-INQ-MSG
              ELSE
                 ACCEPT WRK-DATE FROM DATE YYYYMMDD
                 MOVE 'X'       TO ADJ-STATUS
                 MOVE WRK-ZUSER TO ADJ-APPR-BY
                 MOVE WRK-DATE  TO ADJ-APPR-DATE
                 REWRITE ADJ-REC

                 MOVE 'ADJREJ'    TO AUDT-FIELD
                 MOVE ADJ-REQ-BY  TO AUDT-OLD-VALUE
                 PERFORM A000-ADJ-AUDIT-VALUE
                 PERFORM A000-AUDIT-WRITE
                 MOVE 'CORRECTION REJECTED' TO WRK-INQ-MSG
              END-IF
           END-IF.
      *
      * FORMATS THE ADJUSTMENT'S DIRECTION AND AMOUNT AS THE NEW
      * VALUE ON AN APPROVAL OR REJECTION AUDIT LINE.
       A000-ADJ-AUDIT-VALUE.
           MOVE ADJ-AMOUNT TO WRK-AMOUNT-ED.
           MOVE SPACES TO AUDT-NEW-VALUE.
           STRING ADJ-DIRECTION SPACE WRK-AMOUNT-ED
              DELIMITED BY SIZE INTO AUDT-NEW-VALUE.
      *
      * KEYED READ OF THE ADJUSTMENT RECORD FOR THE PANEL'S ACCOUNT.
       A000-READ-ADJUST.
           MOVE ZEROS TO WRK-ADJ-FOUND.
           MOVE WRK-INQ-ACCT TO ADJ-ACCT-NO.

           READ PRT-ADJUST
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-ADJ-FOUND
           END-READ.
      *
      * PLACES A HOLD ON THE PANEL'S ACCOUNT. THE ACCOUNT MUST BE ON
      * THE MASTER, THE TYPE MUST BE L, F OR O AND A REASON MUST BE
      * GIVEN - A HOLD NOBODY CAN EXPLAIN LATER IS NO USE TO
      * COMPLIANCE. AN ACCOUNT ALREADY UNDER AN ACTIVE HOLD IS LEFT
      * AS IT IS (RELEASE IT FIRST TO CHANGE THE TYPE OR REASON); A
      * PREVIOUSLY RELEASED HOLD RECORD IS REUSED FOR THE NEW ONE.
       A000-HOLD-PLACE.
           IF NOT WRK-USER-AUTHORIZED
              MOVE 'NOT AUTHORIZED TO PLACE HOLDS' TO WRK-INQ-MSG
           ELSE
              PERFORM A000-READ-MASTER
              IF NOT WRK-MASTER-OK
                 MOVE 'ACCOUNT NOT FOUND' TO WRK-INQ-MSG
              ELSE
                 IF WRK-INQ-HTYPE NOT = 'L'
                    AND WRK-INQ-HTYPE NOT = 'F'
                    AND WRK-INQ-HTYPE NOT = 'O'
                    MOVE 'HOLD TYPE MUST BE L, F OR O' TO WRK-INQ-MSG
                 ELSE
                    IF WRK-INQ-HRSN = SPACES
                       MOVE 'KEY A REASON FOR THE HOLD' TO WRK-INQ-MSG
                    ELSE
                       PERFORM A000-HOLD-WRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * WRITES (OR, FOR A RELEASED HOLD, REWRITES) THE HOLD RECORD
      * AND LOGS THE PLACEMENT.
       A000-HOLD-WRITE.
           PERFORM A000-READ-HOLD.

           IF WRK-HOLD-ON-FILE
              AND HLD-STATUS = 'A'
              MOVE 'ACCOUNT IS ALREADY ON HOLD' TO WRK-INQ-MSG
           ELSE
              ACCEPT WRK-DATE FROM DATE YYYYMMDD
              IF WRK-HOLD-ON-FILE
                 MOVE 'RELEASED' TO AUDT-OLD-VALUE
              ELSE
                 MOVE 'NONE' TO AUDT-OLD-VALUE
              END-IF

              MOVE SPACES        TO HLD-REC
              MOVE WRK-INQ-ACCT  TO HLD-ACCT-NO
              MOVE 'A'           TO HLD-STATUS
              MOVE WRK-INQ-HTYPE TO HLD-TYPE
              MOVE WRK-INQ-HRSN  TO HLD-REASON
              MOVE WRK-ZUSER     TO HLD-PLACED-BY
              MOVE WRK-DATE      TO HLD-PLACED-DATE
              MOVE ZEROS         TO HLD-RELEASED-DATE

              IF WRK-HOLD-ON-FILE
                 REWRITE HLD-REC
              ELSE
                 WRITE HLD-REC
              END-IF

              MOVE 'HOLD' TO AUDT-FIELD
              MOVE SPACES TO AUDT-NEW-VALUE
              STRING HLD-TYPE SPACE HLD-REASON
                 DELIMITED BY SIZE INTO AUDT-NEW-VALUE
              PERFORM A000-AUDIT-WRITE
              MOVE 'HOLD PLACED' TO WRK-INQ-MSG
           END-IF.
      *
      * RELEASES THE ACTIVE HOLD ON THE PANEL'S ACCOUNT. THE RECORD
      * STAYS ON FILE, MARKED RELEASED WITH WHO AND WHEN.
       A000-HOLD-RELEASE.
           IF NOT WRK-USER-AUTHORIZED
              MOVE 'NOT AUTHORIZED TO RELEASE HOLDS' TO WRK-INQ-MSG
           ELSE
              PERFORM A000-READ-HOLD
              IF NOT WRK-HOLD-ON-FILE
                 OR HLD-STATUS NOT = 'A'
                 MOVE 'ACCOUNT IS NOT ON HOLD' TO WRK-INQ-MSG
              ELSE
                 ACCEPT WRK-DATE FROM DATE YYYYMMDD
                 MOVE 'HOLD' TO AUDT-FIELD
                 MOVE SPACES TO AUDT-OLD-VALUE
                 STRING HLD-TYPE SPACE HLD-REASON
                    DELIMITED BY SIZE INTO AUDT-OLD-VALUE
                 MOVE 'RELEASED' TO AUDT-NEW-VALUE

                 MOVE 'R'       TO HLD-STATUS
                 MOVE WRK-ZUSER TO HLD-RELEASED-BY
                 MOVE WRK-DATE  TO HLD-RELEASED-DATE
                 REWRITE HLD-REC

                 PERFORM A000-AUDIT-WRITE
                 MOVE SPACES TO WRK-INQ-HTYPE WRK-INQ-HRSN
                 MOVE 'HOLD RELEASED' TO WRK-INQ-MSG
              END-IF
           END-IF.
      *
      * KEYED READ OF THE HOLD RECORD FOR THE PANEL'S ACCOUNT NUMBER.
       A000-READ-HOLD.
           MOVE ZEROS TO WRK-HOLD-FOUND.
           MOVE WRK-INQ-ACCT TO HLD-ACCT-NO.

           READ PRT-HOLDS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WRK-HOLD-FOUND
           END-READ.
      *
      * RANDOM READ OF THE MASTER FOR THE PANEL'S ACCOUNT NUMBER.
       A000-READ-MASTER.
           MOVE ZEROS TO WRK-MASTER-FOUND.
