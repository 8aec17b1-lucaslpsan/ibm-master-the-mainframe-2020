       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ADJFEED.
       AUTHOR.        STUDENT.
      *
      * APPROVED BALANCE-CORRECTION FEED. WALKS THE ADJUST KSDS AND
      * WRITES ONE TYPE A TRANSACTION (TRANREC LAYOUT) FOR EVERY
      * CORRECTION THAT HAS BEEN THROUGH DUAL CONTROL IN CUSTINQ AND
      * IS WAITING TO POST. THE OUTPUT IS CONCATENATED BEHIND THE
      * EDITED SUPPLIER TRANSACTIONS INTO TRANPOST, SO A CORRECTION
      * MOVES THE MASTER THROUGH THE SAME POSTING, AUDIT, HISTORY AND
      * RECONCILIATION PATH AS EVERY OTHER MOVEMENT INSTEAD OF BEING
      * TYPED STRAIGHT OVER THE BALANCE.
      *
      * THIS PROGRAM NEVER UPDATES THE KSDS - TRANPOST MARKS EACH
      * CORRECTION POSTED AS IT APPLIES IT. A DAY WHOSE POSTING IS
      * HELD THEREFORE LEAVES ITS CORRECTIONS APPROVED, AND THE NEXT
      * RUN FEEDS THEM AGAIN. THE REPORT LISTS WHAT WAS FED WITH BOTH
      * SIGNATURES SO OPERATIONS CAN SEE WHO ASKED AND WHO AGREED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-ADJUST    ASSIGN TO ADJUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADJ-ACCT-NO
               FILE STATUS IS WRK-ADJUST-STATUS.
           SELECT PRT-ADJOUT    ASSIGN TO ADJOUT.
           SELECT PRT-ADJRPT    ASSIGN TO ADJRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-ADJUST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY ADJREC.

       FD  PRT-ADJOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY TRANREC.

       FD  PRT-ADJRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-ADJ-LINE           PIC X(80)  VALUE SPACES.
       01  PRT-ADJ-DET.
           05 PRT-ADJ-ACCT        PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-ADJ-DIR         PIC X(2)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-ADJ-AMOUNT      PIC Z(8)9.99.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-ADJ-REQ-BY      PIC X(8)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-ADJ-APPR-BY     PIC X(8)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-ADJ-APPR-DATE   PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(25)  VALUE SPACES.


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           88 WRK-EOF                  VALUE 1.
       77  WRK-ADJUST-STATUS           PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.

       77  WRK-AMOUNT-ED               PIC Z(8)9.99.
       77  WRK-COUNT-FED               PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-PENDING           PIC 9(9) VALUE ZEROS.
       77  WRK-TOTAL-CR                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DR                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-TOTAL-ED                PIC Z(10)9.99.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM A000-ADJUST-OPEN.

           OPEN OUTPUT PRT-ADJOUT.
           OPEN OUTPUT PRT-ADJRPT.

           PERFORM A000-HEADER.
           PERFORM A000-READ UNTIL WRK-EOF.
           PERFORM A000-FOOTER.

           IF WRK-ADJUST-STATUS NOT = '35'
              CLOSE PRT-ADJUST
           END-IF.
           CLOSE PRT-ADJOUT.
           CLOSE PRT-ADJRPT.
           STOP RUN.
      *
      * OPENS THE ADJUSTMENTS KSDS. A CLUSTER NOBODY HAS EVER KEYED A
      * CORRECTION INTO OPENS WITH STATUS 35 - NOTHING TO FEED, SO
      * THE STEP STILL WRITES AN EMPTY FEED FOR TRANPOST TO READ.
       A000-ADJUST-OPEN.
           OPEN INPUT PRT-ADJUST.

           IF WRK-ADJUST-STATUS = '35'
              MOVE 1 TO WRK-END-OF-FILE
           ELSE
              IF WRK-ADJUST-STATUS NOT = '00'
                 DISPLAY 'ADJFEED - ADJUST OPEN FAILED, FILE STATUS = '
                    WRK-ADJUST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
       A000-HEADER.
           MOVE 'APPROVED BALANCE CORRECTIONS FED TO POSTING'
            TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           ACCEPT WRK-DATE FROM DATE YYYYMMDD.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           MOVE 'ACCOUNT    DR/CR    AMOUNT REQ BY   APPR BY  APPROVED'
            TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           MOVE '======================================================'
            TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.
      *
      * WALKS THE ADJUSTMENTS FILE IN ACCOUNT ORDER. ONLY APPROVED
      * CORRECTIONS ARE FED; ONES STILL WAITING FOR THEIR SECOND
      * SIGNATURE ARE COUNTED FOR THE FOOTER. POSTED AND REJECTED
      * RECORDS ARE HISTORY AND ARE PASSED OVER.
       A000-READ.
           READ PRT-ADJUST NEXT RECORD
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              IF ADJ-STATUS = 'A'
                 PERFORM A000-FEED
              ELSE
                 IF ADJ-STATUS = 'P'
                    ADD 1 TO WRK-COUNT-PENDING
                 END-IF
              END-IF
           END-IF.
      *
      * WRITES THE TYPE A TRANSACTION, AMOUNT IN THE SAME EXTERNAL
      * EDITED FORMAT THE SUPPLIER USES, AND LISTS IT.
       A000-FEED.
           MOVE SPACES         TO TRN-TRAN-REC.
           MOVE ADJ-ACCT-NO    TO TRN-ACCT-NO.
           MOVE 'A'            TO TRN-TYPE.
           MOVE ADJ-AMOUNT     TO WRK-AMOUNT-ED.
           MOVE WRK-AMOUNT-ED  TO TRN-AMOUNT.
           MOVE ADJ-DIRECTION  TO TRN-DIRECTION.
           WRITE TRN-TRAN-REC.

           ADD 1 TO WRK-COUNT-FED.
           IF ADJ-DIRECTION = 'C'
              ADD ADJ-AMOUNT TO WRK-TOTAL-CR
           ELSE
              ADD ADJ-AMOUNT TO WRK-TOTAL-DR
           END-IF.

           MOVE SPACES TO PRT-ADJ-DET.
           MOVE ADJ-ACCT-NO  TO PRT-ADJ-ACCT.
           IF ADJ-DIRECTION = 'C'
              MOVE 'CR' TO PRT-ADJ-DIR
           ELSE
              MOVE 'DR' TO PRT-ADJ-DIR
           END-IF.
           MOVE ADJ-AMOUNT   TO PRT-ADJ-AMOUNT.
           MOVE ADJ-REQ-BY   TO PRT-ADJ-REQ-BY.
           MOVE ADJ-APPR-BY  TO PRT-ADJ-APPR-BY.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING ADJ-APPR-DATE (5:2) '.'
              ADJ-APPR-DATE (7:2) '.'
              ADJ-APPR-DATE (1:4)
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE (1:10) TO PRT-ADJ-APPR-DATE.
           WRITE PRT-ADJ-DET.
      *
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           MOVE WRK-COUNT-FED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'CORRECTIONS FED:    ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           MOVE WRK-TOTAL-CR TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TOTAL CREDITS:    ' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           MOVE WRK-TOTAL-DR TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TOTAL DEBITS:     ' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.

           MOVE WRK-COUNT-PENDING TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'AWAITING APPROVAL:  ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-ADJ-LINE.
           WRITE PRT-ADJ-LINE.
