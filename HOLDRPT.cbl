       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDRPT.
       AUTHOR.        STUDENT.
      *
      * OUTSTANDING ACCOUNT HOLDS REPORT. WALKS THE HOLDS KSDS AND
      * LISTS EVERY HOLD STILL ACTIVE - TYPE, WHO PLACED IT, WHEN,
      * HOW MANY DAYS IT HAS BEEN IN PLACE AND WHY - SO COMPLIANCE
      * CAN CONFIRM EACH FREEZE IS STILL BACKED BY A LIVE ORDER. A
      * HOLD NOBODY REVIEWS IS A CUSTOMER LOCKED OUT OF THEIR MONEY
      * FOR NO REASON; THIS REPORT IS WHAT STOPS THAT HAPPENING
      * QUIETLY. RELEASED HOLDS STAY ON THE FILE FOR THE RECORD AND
      * ARE ONLY COUNTED IN THE FOOTER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-HOLDS     ASSIGN TO HOLDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-ACCT-NO
               FILE STATUS IS WRK-HOLDS-STATUS.
           SELECT PRT-HOLDRPT   ASSIGN TO HOLDRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-HOLDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY HOLDREC.

       FD  PRT-HOLDRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-HOLD-LINE          PIC X(80)  VALUE SPACES.
       01  PRT-HOLD-DET.
           05 PRT-HOLD-ACCT       PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-HOLD-TYPE       PIC X(1)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-HOLD-DATE       PIC X(10)  VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-HOLD-DAYS       PIC X(5)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-HOLD-BY         PIC X(8)   VALUE SPACES.
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 PRT-HOLD-REASON     PIC X(30)  VALUE SPACES.
           05 FILLER              PIC X(11)  VALUE SPACES.


       WORKING-STORAGE SECTION.
       01  WRK-END-OF-FILE             PIC 9(1) VALUE ZEROS.
           88 WRK-EOF                  VALUE 1.
       77  WRK-HOLDS-STATUS            PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.
       77  WRK-DATE-NUM                PIC 9(8)  VALUE ZEROS.

       77  WRK-TODAY-DAYS              PIC 9(9) VALUE ZEROS.
       77  WRK-ITEM-DAYS               PIC 9(9) VALUE ZEROS.
       77  WRK-AGE-DAYS                PIC S9(7) VALUE ZEROS.
       77  WRK-AGE-ED                  PIC Z(4)9.
       77  WRK-COUNT-ACTIVE            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-LEGAL             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-FRAUD             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-OTHER             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-RELEASED          PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM A000-HOLDS-OPEN.

           OPEN OUTPUT PRT-HOLDRPT.

           PERFORM A000-HEADER.
           PERFORM A000-READ UNTIL WRK-EOF.
           PERFORM A000-FOOTER.

           IF WRK-HOLDS-STATUS NOT = '35'
              CLOSE PRT-HOLDS
           END-IF.
           CLOSE PRT-HOLDRPT.
           STOP RUN.
      *
      * OPENS THE HOLDS KSDS. A CLUSTER THAT HAS BEEN DEFINED BUT
      * NEVER HAD A HOLD PLACED ON IT OPENS WITH STATUS 35 - THAT IS
      * A QUIET DAY, NOT A FAILURE, SO THE REPORT STILL PRINTS WITH
      * ZERO COUNTS.
       A000-HOLDS-OPEN.
           OPEN INPUT PRT-HOLDS.

           IF WRK-HOLDS-STATUS = '35'
              MOVE 1 TO WRK-END-OF-FILE
           ELSE
              IF WRK-HOLDS-STATUS NOT = '00'
                 DISPLAY 'HOLDRPT - HOLDS OPEN FAILED, FILE STATUS = '
                    WRK-HOLDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
       A000-HEADER.
           MOVE 'OUTSTANDING ACCOUNT HOLDS REPORT' TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           ACCEPT WRK-DATE FROM DATE YYYYMMDD.
           MOVE WRK-DATE TO WRK-DATE-NUM.
           COMPUTE WRK-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE (WRK-DATE-NUM).

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE 'ACCOUNT    T PLACED      DAYS BY       REASON'
            TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE '======================================================'
            TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.
      *
      * WALKS THE HOLDS FILE IN ACCOUNT ORDER. ONLY ACTIVE HOLDS ARE
      * LISTED; RELEASED ONES ARE COUNTED FOR THE FOOTER. A HOLD WITH
      * AN UNUSABLE PLACED DATE IS LISTED WITH AN UNKNOWN AGE - IT
      * CANNOT PROVE HOW LONG THE ACCOUNT HAS BEEN FROZEN.
       A000-READ.
           READ PRT-HOLDS NEXT RECORD
              AT END MOVE 1 TO WRK-END-OF-FILE
           END-READ.

           IF NOT WRK-EOF
              IF HLD-STATUS = 'A'
                 ADD 1 TO WRK-COUNT-ACTIVE
                 EVALUATE HLD-TYPE
                    WHEN 'L'
                       ADD 1 TO WRK-COUNT-LEGAL
                    WHEN 'F'
                       ADD 1 TO WRK-COUNT-FRAUD
                    WHEN OTHER
                       ADD 1 TO WRK-COUNT-OTHER
                 END-EVALUATE

                 IF HLD-PLACED-DATE IS NUMERIC
                    AND HLD-PLACED-DATE > ZEROS
                    COMPUTE WRK-ITEM-DAYS =
                       FUNCTION INTEGER-OF-DATE (HLD-PLACED-DATE)
                    COMPUTE WRK-AGE-DAYS =
                       WRK-TODAY-DAYS - WRK-ITEM-DAYS
                 ELSE
                    MOVE 99999 TO WRK-AGE-DAYS
                 END-IF

      * AN IMPOSSIBLE CALENDAR DATE COMES BACK FROM INTEGER-OF-DATE
      * AS ZERO AND PRODUCES AN ABSURD AGE - TREAT IT AS UNKNOWN.
                 IF WRK-AGE-DAYS > 99999
                    MOVE 99999 TO WRK-AGE-DAYS
                 END-IF

                 PERFORM A000-HOLD-LINE
              ELSE
                 ADD 1 TO WRK-COUNT-RELEASED
              END-IF
           END-IF.
      *
       A000-HOLD-LINE.
           MOVE SPACES TO PRT-HOLD-DET.
           MOVE HLD-ACCT-NO TO PRT-HOLD-ACCT.
           MOVE HLD-TYPE    TO PRT-HOLD-TYPE.

           IF HLD-PLACED-DATE IS NUMERIC
              AND HLD-PLACED-DATE > ZEROS
              MOVE SPACES TO WRK-RPT-LINE
              STRING HLD-PLACED-DATE (5:2) '.'
                 HLD-PLACED-DATE (7:2) '.'
                 HLD-PLACED-DATE (1:4)
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE (1:10) TO PRT-HOLD-DATE
           ELSE
              MOVE 'UNKNOWN' TO PRT-HOLD-DATE
           END-IF.

           IF WRK-AGE-DAYS = 99999
              MOVE ' N/A' TO PRT-HOLD-DAYS
           ELSE
              MOVE WRK-AGE-DAYS TO WRK-AGE-ED
              MOVE WRK-AGE-ED TO PRT-HOLD-DAYS
           END-IF.

           MOVE HLD-PLACED-BY TO PRT-HOLD-BY.
           MOVE HLD-REASON    TO PRT-HOLD-REASON.
           WRITE PRT-HOLD-DET.
      *
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE WRK-COUNT-ACTIVE TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'ACTIVE HOLDS:       ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE WRK-COUNT-LEGAL TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  LEGAL FREEZES:    ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE WRK-COUNT-FRAUD TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  FRAUD HOLDS:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE WRK-COUNT-OTHER TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING '  OTHER HOLDS:      ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.

           MOVE WRK-COUNT-RELEASED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'RELEASED ON FILE:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-HOLD-LINE.
           WRITE PRT-HOLD-LINE.
