       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TIERMIG.
       AUTHOR.        STUDENT.
      *
      * MONTH-END TIER MIGRATION AND MANAGER BOOK MOVEMENT. MATCH-
      * MERGES THIS MONTH'S MOSNAP POSITION FILE AGAINST LAST
      * MONTH'S (BOTH LAID OUT IN SNAPREC) BY ACCOUNT NUMBER AND
      * ANSWERS THE TWO QUESTIONS MANAGEMENT ASKS EVERY MONTH:
      *   - HOW MANY CUSTOMERS MOVED BETWEEN PLATINUM, GOLD, SILVER
      *     AND BELOW-TIER - A FROM-TIER/TO-TIER MATRIX OF ACCOUNT
      *     COUNTS, WITH A NEW ROW FOR ACCOUNTS OPENED AND A CLOSED
      *     COLUMN FOR ACCOUNTS GONE SINCE LAST MONTH, FOLLOWED BY
      *     THE PRIOR AND CURRENT BASE BALANCES OF EVERY NON-EMPTY
      *     CELL;
      *   - WHICH MANAGERS GREW OR LOST THEIR BOOKS - ONE LINE PER
      *     MANAGER WITH OPENING AND CLOSING ACCOUNT COUNTS, ACCOUNTS
      *     GAINED AND LOST, TIER MOVES AND NET BASE BALANCE CHANGE.
      * THE MATRIX IS ALSO WRITTEN AS A MACHINE-READABLE FILE
      * (LAYOUT IN MIGREC) FOR THE BOARD PACK.
      *
      * MOSNAP WRITES ITS FILE IN THE CUSTRECS KSDS KEY ORDER, SO
      * BOTH INPUTS ARRIVE IN ACCOUNT ORDER AND NO SORT IS NEEDED;
      * AN OUT-OF-ORDER KEY ON EITHER FILE STOPS THE RUN WITH RC 16
      * RATHER THAN MIS-MATCHING THE MERGE. SO DOES A PRIOR FILE
      * DATED ON OR AFTER THE CURRENT ONE (THE GENERATIONS WERE
      * SUPPLIED THE WRONG WAY ROUND). AN EMPTY PRIOR FILE (THE
      * FIRST MONTH, WITH THE DD DUMMIED) SHOWS EVERY ACCOUNT AS NEW.
      *
      * AN ACCOUNT THAT CHANGED MANAGER COUNTS AS LOST TO THE OLD
      * MANAGER AND GAINED BY THE NEW ONE; NEW AND CLOSED ACCOUNTS
      * ARE GAINS AND LOSSES OF THEIR ONE MANAGER. A TIER MOVE IS
      * COUNTED FOR THE MANAGER HOLDING THE ACCOUNT AT MONTH END.
      * UNASSIGNED ACCOUNTS ARE GROUPED ON A (NONE) LINE. THE
      * MANAGER TABLE HOLDS 200 IDS IN ID ORDER; ANY FURTHER
      * MANAGER'S ACCOUNTS STILL COUNT IN THE MATRIX AND ARE
      * REPORTED AS NOT TABLED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT-PRVSNAP   ASSIGN TO PRVSNAP
               FILE STATUS IS WRK-PRVSNAP-STATUS.
           SELECT PRT-CURSNAP   ASSIGN TO CURSNAP
               FILE STATUS IS WRK-CURSNAP-STATUS.
           SELECT PRT-MIGRPT    ASSIGN TO MIGRPT.
           SELECT PRT-MIGOUT    ASSIGN TO MIGOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-PRVSNAP RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
           COPY SNAPREC.

      * SECOND VIEW OF THE SAME SNAPSHOT LAYOUT FOR THE CURRENT
      * FILE - EACH READ PARAGRAPH COPIES THE FIELDS IT NEEDS INTO
      * WORKING STORAGE, SO ONLY THE READ PARAGRAPHS TOUCH THE FD
      * AREAS.
       FD  PRT-CURSNAP RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  CUR-REC                PIC X(100) VALUE SPACES.

       FD  PRT-MIGRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PRT-MIG-LINE           PIC X(80)  VALUE SPACES.

       FD  PRT-MIGOUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           COPY MIGREC.


       WORKING-STORAGE SECTION.
       77  WRK-PRVSNAP-STATUS          PIC X(2) VALUE SPACES.
       77  WRK-CURSNAP-STATUS          PIC X(2) VALUE SPACES.
       01  WRK-DATE.
           02 WRK-YEAR                 PIC 9(4).
           02 WRK-MONTH                PIC 9(2).
           02 WRK-DAY                  PIC 9(2).
       77  WRK-NAME-DATE               PIC X(40) VALUE SPACES.

      * THE RECORD IN HAND FROM EACH SNAPSHOT. THE KEY GOES TO
      * HIGH-VALUES AT END OF FILE SO THE MERGE DRAINS THE OTHER
      * FILE WITHOUT SPECIAL CASES. THE SNAPSHOT DATES ARE TAKEN
      * FROM EACH FILE'S FIRST RECORD.
       01  WRK-PRV-EOF-SW              PIC 9(1) VALUE ZEROS.
           88 WRK-PRV-EOF              VALUE 1.
       01  WRK-CUR-EOF-SW              PIC 9(1) VALUE ZEROS.
           88 WRK-CUR-EOF              VALUE 1.
       77  WRK-PRV-KEY                 PIC X(10) VALUE LOW-VALUES.
       77  WRK-PRV-LAST-KEY            PIC X(10) VALUE LOW-VALUES.
       77  WRK-PRV-TIER                PIC X(1)  VALUE SPACES.
       77  WRK-PRV-BAL                 PIC 9(9)V99 VALUE ZEROS.
       77  WRK-PRV-RM                  PIC X(8)  VALUE SPACES.
       77  WRK-PRV-SNAP-DATE           PIC 9(8)  VALUE ZEROS.
       77  WRK-CUR-KEY                 PIC X(10) VALUE LOW-VALUES.
       77  WRK-CUR-LAST-KEY            PIC X(10) VALUE LOW-VALUES.
       77  WRK-CUR-TIER                PIC X(1)  VALUE SPACES.
       77  WRK-CUR-BAL                 PIC 9(9)V99 VALUE ZEROS.
       77  WRK-CUR-RM                  PIC X(8)  VALUE SPACES.
       77  WRK-CUR-SNAP-DATE           PIC 9(8)  VALUE ZEROS.

      * DISPLAY FORM OF A SNAPSHOT DATE FOR THE REPORT HEADING.
       01  WRK-SNAP-DATE               PIC 9(8)  VALUE ZEROS.
       01  WRK-SNAP-DATE-R REDEFINES WRK-SNAP-DATE.
           05  WRK-SNAP-YEAR           PIC 9(4).
           05  WRK-SNAP-MONTH          PIC 9(2).
           05  WRK-SNAP-DAY            PIC 9(2).
       77  WRK-PRV-DATE-ED             PIC X(10) VALUE SPACES.
       77  WRK-CUR-DATE-ED             PIC X(10) VALUE SPACES.

      * MIGRATION MATRIX. ROWS 1-4 ARE THE PRIOR TIER (P/G/S/B) AND
      * ROW 5 IS NEW ACCOUNTS; COLUMNS 1-4 ARE THE CURRENT TIER AND
      * COLUMN 5 IS CLOSED ACCOUNTS. A LOWER SUBSCRIPT IS A HIGHER
      * TIER, SO FROM > TO IS AN UPGRADE.
       01  WRK-MIG-TABLE               VALUE ZEROS.
           05  WRK-MIG-ROW OCCURS 5 TIMES.
               10  WRK-MIG-CELL OCCURS 5 TIMES.
                   15  WRK-MIG-COUNT     PIC 9(9).
                   15  WRK-MIG-PRIOR-BAL PIC 9(13)V99.
                   15  WRK-MIG-CURR-BAL  PIC 9(13)V99.
       77  WRK-FROM-SUB                PIC 9(4) COMP VALUE ZEROS.
       77  WRK-TO-SUB                  PIC 9(4) COMP VALUE ZEROS.
       77  WRK-TIER-CODE               PIC X(1) VALUE SPACES.
       77  WRK-TIER-SUB                PIC 9(4) COMP VALUE ZEROS.
       77  WRK-LABEL-SUB               PIC 9(4) COMP VALUE ZEROS.
       77  WRK-CELL-PRIOR              PIC 9(9)V99 VALUE ZEROS.
       77  WRK-CELL-CURR               PIC 9(9)V99 VALUE ZEROS.
       77  WRK-FROM-CODES              PIC X(5) VALUE 'PGSBN'.
       77  WRK-TO-CODES                PIC X(5) VALUE 'PGSBC'.

      * ROW AND COLUMN NAMES: 1-4 THE TIERS, 5 NEW (ROWS ONLY),
      * 6 CLOSED (COLUMNS ONLY).
       01  WRK-LABEL-VALUES.
           05  FILLER                  PIC X(8) VALUE 'PLATINUM'.
           05  FILLER                  PIC X(8) VALUE 'GOLD'.
           05  FILLER                  PIC X(8) VALUE 'SILVER'.
           05  FILLER                  PIC X(8) VALUE 'BELOW'.
           05  FILLER                  PIC X(8) VALUE 'NEW'.
           05  FILLER                  PIC X(8) VALUE 'CLOSED'.
       01  WRK-LABELS REDEFINES WRK-LABEL-VALUES.
           05  WRK-LABEL OCCURS 6 TIMES PIC X(8).

      * ONE MATRIX PRINT ROW: A LABEL AND SIX 10-CHARACTER COLUMNS
      * (THE FIVE DESTINATIONS AND THE ROW TOTAL).
       01  WRK-MTX-LINE.
           05  WRK-MTX-LABEL           PIC X(10) VALUE SPACES.
           05  WRK-MTX-COL OCCURS 6 TIMES.
               10  FILLER              PIC X(1).
               10  WRK-MTX-COUNT-ED    PIC Z(8)9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       77  WRK-ROW-TOTAL               PIC 9(9) VALUE ZEROS.
       01  WRK-COL-TOTALS              VALUE ZEROS.
           05  WRK-COL-TOTAL OCCURS 6 TIMES PIC 9(9).

      * ONE MOVEMENT DETAIL ROW (A NON-EMPTY MATRIX CELL).
       01  WRK-MOVE-LINE.
           05  WRK-MOVE-DESC           PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-MOVE-COUNT-ED       PIC Z(8)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-MOVE-PRIOR-ED       PIC Z(12)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-MOVE-CURR-ED        PIC Z(12)9.99.
           05  FILLER                  PIC X(16) VALUE SPACES.

      * MANAGER BOOK TABLE, KEPT IN MANAGER-ID ORDER AS IDS ARE
      * FIRST SEEN SO THE SECTION PRINTS STRAIGHT OFF IT. SPACES IS
      * THE UNASSIGNED GROUP. WRK-RM-OVERFLOW COUNTS ACCOUNT SIDES
      * (OPENING OR CLOSING) THAT COULD NOT BE TABLED.
       77  WRK-RM-MAX                  PIC 9(4) VALUE 200.
       77  WRK-RM-COUNT                PIC 9(4) VALUE ZEROS.
       01  WRK-RM-TABLE.
           05  WRK-RM-ENTRY OCCURS 200 TIMES.
               10  WRK-RM-ID           PIC X(8).
               10  WRK-RM-OPEN         PIC 9(7).
               10  WRK-RM-CLOSE        PIC 9(7).
               10  WRK-RM-GAINED       PIC 9(7).
               10  WRK-RM-LOST         PIC 9(7).
               10  WRK-RM-UP           PIC 9(7).
               10  WRK-RM-DOWN         PIC 9(7).
               10  WRK-RM-PRIOR-BAL    PIC 9(13)V99.
               10  WRK-RM-CURR-BAL     PIC 9(13)V99.
       77  WRK-RM-KEY                  PIC X(8) VALUE SPACES.
       77  WRK-RM-SUB                  PIC 9(4) COMP VALUE ZEROS.
       77  WRK-RM-POS                  PIC 9(4) COMP VALUE ZEROS.
       77  WRK-RM-SCAN-SUB             PIC 9(4) COMP VALUE ZEROS.
       77  WRK-RM-NEXT-SUB             PIC 9(4) COMP VALUE ZEROS.
       77  WRK-RM-OVERFLOW             PIC 9(9) VALUE ZEROS.
       77  WRK-RM-NET                  PIC S9(13)V99 VALUE ZEROS.

      * WHAT HAPPENED TO THE ACCOUNT IN HAND: WHETHER IT CHANGED
      * BOOKS (NEW, CLOSED OR A DIFFERENT MANAGER) AND WHICH WAY ITS
      * TIER MOVED (U UP, D DOWN, SPACE NONE).
       77  WRK-BOOK-MOVE-SW            PIC 9(1) VALUE ZEROS.
           88 WRK-BOOK-MOVED           VALUE 1.
       77  WRK-TIER-MOVE               PIC X(1) VALUE SPACES.
           88 WRK-TIER-UP              VALUE 'U'.
           88 WRK-TIER-DOWN            VALUE 'D'.

      * ONE MANAGER PRINT ROW.
       01  WRK-RM-LINE.
           05  WRK-RML-ID              PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-OPEN            PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-GAINED          PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-LOST            PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-CLOSE           PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-UP              PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-DOWN            PIC Z(5)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRK-RML-NET             PIC +Z(12)9.99.
           05  FILLER                  PIC X(8)  VALUE SPACES.

      * RUN COUNTS AND BOOK TOTALS FOR THE FOOTER.
       77  WRK-COUNT-PRIOR             PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-CURR              PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-NEW               PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-CLOSED            PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-UP                PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-DOWN              PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-SAME              PIC 9(9) VALUE ZEROS.
       77  WRK-COUNT-RM-CHANGE         PIC 9(9) VALUE ZEROS.
       77  WRK-PRIOR-BOOK              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CURR-BOOK               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-COUNT-ED                PIC Z(8)9.
       77  WRK-TOT-ED                  PIC Z(12)9.99.
       77  WRK-RPT-LINE                PIC X(80) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PRT-PRVSNAP.
           IF WRK-PRVSNAP-STATUS NOT = '00'
              DISPLAY 'TIERMIG - PRVSNAP OPEN FAILED, FILE STATUS = '
                 WRK-PRVSNAP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PRT-CURSNAP.
           IF WRK-CURSNAP-STATUS NOT = '00'
              DISPLAY 'TIERMIG - CURSNAP OPEN FAILED, FILE STATUS = '
                 WRK-CURSNAP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A000-READ-PRIOR.
           PERFORM A000-READ-CURRENT.

           IF WRK-PRV-SNAP-DATE > ZEROS
              AND WRK-CUR-SNAP-DATE > ZEROS
              AND WRK-PRV-SNAP-DATE NOT < WRK-CUR-SNAP-DATE
              DISPLAY 'TIERMIG - PRIOR SNAPSHOT ' WRK-PRV-SNAP-DATE
                 ' IS NOT BEFORE CURRENT ' WRK-CUR-SNAP-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PRT-MIGRPT.
           OPEN OUTPUT PRT-MIGOUT.

           PERFORM A000-MERGE
              UNTIL WRK-PRV-EOF AND WRK-CUR-EOF.

           PERFORM A000-HEADER.
           PERFORM A000-MATRIX-PRINT.
           PERFORM A000-MOVES-PRINT.
           PERFORM A000-RM-PRINT.
           PERFORM A000-FOOTER.
           PERFORM A000-MIG-WRITE.

           CLOSE PRT-PRVSNAP.
           CLOSE PRT-CURSNAP.
           CLOSE PRT-MIGRPT.
           CLOSE PRT-MIGOUT.
           STOP RUN.
      *
      * READS THE NEXT PRIOR-MONTH RECORD INTO THE WORKING FIELDS,
      * CHECKING THE ACCOUNT ORDER THE MERGE DEPENDS ON.
       A000-READ-PRIOR.
           READ PRT-PRVSNAP
              AT END MOVE 1 TO WRK-PRV-EOF-SW
           END-READ.

           IF WRK-PRV-EOF
              MOVE HIGH-VALUES TO WRK-PRV-KEY
           ELSE
              ADD 1 TO WRK-COUNT-PRIOR
              MOVE SNP-ACCT-NO  TO WRK-PRV-KEY
              MOVE SNP-TIER     TO WRK-PRV-TIER
              MOVE SNP-BASE-BAL TO WRK-PRV-BAL
              MOVE SNP-RM-ID    TO WRK-PRV-RM
              IF WRK-PRV-SNAP-DATE = ZEROS
                 MOVE SNP-SNAP-DATE TO WRK-PRV-SNAP-DATE
              END-IF
              IF WRK-PRV-KEY NOT > WRK-PRV-LAST-KEY
                 DISPLAY 'TIERMIG - PRVSNAP OUT OF ACCOUNT ORDER AT '
                    WRK-PRV-KEY
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-PRV-KEY TO WRK-PRV-LAST-KEY
           END-IF.
      *
      * READS THE NEXT CURRENT-MONTH RECORD THROUGH THE SNAPREC
      * VIEW, THE SAME WAY AS THE PRIOR FILE.
       A000-READ-CURRENT.
           READ PRT-CURSNAP
              AT END MOVE 1 TO WRK-CUR-EOF-SW
           END-READ.

           IF WRK-CUR-EOF
              MOVE HIGH-VALUES TO WRK-CUR-KEY
           ELSE
              ADD 1 TO WRK-COUNT-CURR
              MOVE CUR-REC      TO SNP-REC
              MOVE SNP-ACCT-NO  TO WRK-CUR-KEY
              MOVE SNP-TIER     TO WRK-CUR-TIER
              MOVE SNP-BASE-BAL TO WRK-CUR-BAL
              MOVE SNP-RM-ID    TO WRK-CUR-RM
              IF WRK-CUR-SNAP-DATE = ZEROS
                 MOVE SNP-SNAP-DATE TO WRK-CUR-SNAP-DATE
              END-IF
              IF WRK-CUR-KEY NOT > WRK-CUR-LAST-KEY
                 DISPLAY 'TIERMIG - CURSNAP OUT OF ACCOUNT ORDER AT '
                    WRK-CUR-KEY
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-CUR-KEY TO WRK-CUR-LAST-KEY
           END-IF.
      *
      * ONE MERGE STEP: AN ACCOUNT ON BOTH FILES, ONE CLOSED SINCE
      * LAST MONTH (PRIOR ONLY) OR ONE NEW THIS MONTH (CURRENT
      * ONLY).
       A000-MERGE.
           EVALUATE TRUE
              WHEN WRK-PRV-KEY = WRK-CUR-KEY
                 PERFORM A000-MATCHED
                 PERFORM A000-READ-PRIOR
                 PERFORM A000-READ-CURRENT
              WHEN WRK-PRV-KEY < WRK-CUR-KEY
                 PERFORM A000-CLOSED
                 PERFORM A000-READ-PRIOR
              WHEN OTHER
                 PERFORM A000-NEW
                 PERFORM A000-READ-CURRENT
           END-EVALUATE.
      *
      * AN ACCOUNT ON BOTH SNAPSHOTS: ONE MATRIX CELL, A TIER MOVE
      * EITHER WAY OR NONE, AND A BOOK MOVE WHEN THE MANAGER
      * CHANGED.
       A000-MATCHED.
           MOVE WRK-PRV-TIER TO WRK-TIER-CODE.
           PERFORM A000-TIER-SUB.
           MOVE WRK-TIER-SUB TO WRK-FROM-SUB.
           MOVE WRK-CUR-TIER TO WRK-TIER-CODE.
           PERFORM A000-TIER-SUB.
           MOVE WRK-TIER-SUB TO WRK-TO-SUB.

           MOVE WRK-PRV-BAL TO WRK-CELL-PRIOR.
           MOVE WRK-CUR-BAL TO WRK-CELL-CURR.
           PERFORM A000-CELL-ADD.

           EVALUATE TRUE
              WHEN WRK-FROM-SUB > WRK-TO-SUB
                 MOVE 'U' TO WRK-TIER-MOVE
                 ADD 1 TO WRK-COUNT-UP
              WHEN WRK-FROM-SUB < WRK-TO-SUB
                 MOVE 'D' TO WRK-TIER-MOVE
                 ADD 1 TO WRK-COUNT-DOWN
              WHEN OTHER
                 MOVE SPACE TO WRK-TIER-MOVE
                 ADD 1 TO WRK-COUNT-SAME
           END-EVALUATE.

           IF WRK-PRV-RM = WRK-CUR-RM
              MOVE ZEROS TO WRK-BOOK-MOVE-SW
           ELSE
              MOVE 1 TO WRK-BOOK-MOVE-SW
              ADD 1 TO WRK-COUNT-RM-CHANGE
           END-IF.

           PERFORM A000-RM-OPENING.
           PERFORM A000-RM-CLOSING.
      *
      * AN ACCOUNT ON LAST MONTH'S SNAPSHOT ONLY.
       A000-CLOSED.
           ADD 1 TO WRK-COUNT-CLOSED.
           MOVE WRK-PRV-TIER TO WRK-TIER-CODE.
           PERFORM A000-TIER-SUB.
           MOVE WRK-TIER-SUB TO WRK-FROM-SUB.
           MOVE 5 TO WRK-TO-SUB.

           MOVE WRK-PRV-BAL TO WRK-CELL-PRIOR.
           MOVE ZEROS       TO WRK-CELL-CURR.
           PERFORM A000-CELL-ADD.

           MOVE 1 TO WRK-BOOK-MOVE-SW.
           MOVE SPACE TO WRK-TIER-MOVE.
           PERFORM A000-RM-OPENING.
      *
      * AN ACCOUNT ON THIS MONTH'S SNAPSHOT ONLY.
       A000-NEW.
           ADD 1 TO WRK-COUNT-NEW.
           MOVE 5 TO WRK-FROM-SUB.
           MOVE WRK-CUR-TIER TO WRK-TIER-CODE.
           PERFORM A000-TIER-SUB.
           MOVE WRK-TIER-SUB TO WRK-TO-SUB.

           MOVE ZEROS       TO WRK-CELL-PRIOR.
           MOVE WRK-CUR-BAL TO WRK-CELL-CURR.
           PERFORM A000-CELL-ADD.

           MOVE 1 TO WRK-BOOK-MOVE-SW.
           MOVE SPACE TO WRK-TIER-MOVE.
           PERFORM A000-RM-CLOSING.
      *
      * MATRIX POSITION OF A SNAPSHOT TIER CODE. ANYTHING BUT
      * P/G/S IS BELOW-TIER, AS MOSNAP WRITES IT.
       A000-TIER-SUB.
           EVALUATE WRK-TIER-CODE
              WHEN 'P'
                 MOVE 1 TO WRK-TIER-SUB
              WHEN 'G'
                 MOVE 2 TO WRK-TIER-SUB
              WHEN 'S'
                 MOVE 3 TO WRK-TIER-SUB
              WHEN OTHER
                 MOVE 4 TO WRK-TIER-SUB
           END-EVALUATE.
      *
       A000-CELL-ADD.
           ADD 1 TO WRK-MIG-COUNT (WRK-FROM-SUB, WRK-TO-SUB).
           ADD WRK-CELL-PRIOR
            TO WRK-MIG-PRIOR-BAL (WRK-FROM-SUB, WRK-TO-SUB).
           ADD WRK-CELL-CURR
            TO WRK-MIG-CURR-BAL (WRK-FROM-SUB, WRK-TO-SUB).
           ADD WRK-CELL-PRIOR TO WRK-PRIOR-BOOK.
           ADD WRK-CELL-CURR  TO WRK-CURR-BOOK.
      *
      * CREDITS THE ACCOUNT TO LAST MONTH'S MANAGER'S OPENING BOOK,
      * AND AS A LOSS WHEN IT HAS LEFT THAT BOOK.
       A000-RM-OPENING.
           MOVE WRK-PRV-RM TO WRK-RM-KEY.
           PERFORM A000-RM-LOCATE.

           IF WRK-RM-SUB > ZEROS
              ADD 1 TO WRK-RM-OPEN (WRK-RM-SUB)
              ADD WRK-PRV-BAL TO WRK-RM-PRIOR-BAL (WRK-RM-SUB)
              IF WRK-BOOK-MOVED
                 ADD 1 TO WRK-RM-LOST (WRK-RM-SUB)
              END-IF
           END-IF.
      *
      * CREDITS THE ACCOUNT TO THIS MONTH'S MANAGER'S CLOSING BOOK,
      * AS A GAIN WHEN IT IS NEW TO THAT BOOK, AND WITH ANY TIER
      * MOVE.
       A000-RM-CLOSING.
           MOVE WRK-CUR-RM TO WRK-RM-KEY.
           PERFORM A000-RM-LOCATE.

           IF WRK-RM-SUB > ZEROS
              ADD 1 TO WRK-RM-CLOSE (WRK-RM-SUB)
              ADD WRK-CUR-BAL TO WRK-RM-CURR-BAL (WRK-RM-SUB)
              IF WRK-BOOK-MOVED
                 ADD 1 TO WRK-RM-GAINED (WRK-RM-SUB)
              END-IF
              IF WRK-TIER-UP
                 ADD 1 TO WRK-RM-UP (WRK-RM-SUB)
              END-IF
              IF WRK-TIER-DOWN
                 ADD 1 TO WRK-RM-DOWN (WRK-RM-SUB)
              END-IF
           END-IF.
      *
      * FINDS WRK-RM-KEY IN THE MANAGER TABLE, INSERTING IT IN ID
      * ORDER IF IT IS NOT THERE YET. LEAVES WRK-RM-SUB AT THE
      * ENTRY, OR ZERO (AND THE OVERFLOW COUNTED) WHEN A NEW ID
      * WILL NOT FIT.
       A000-RM-LOCATE.
           MOVE ZEROS TO WRK-RM-SUB WRK-RM-POS.
           PERFORM A000-RM-SCAN
              VARYING WRK-RM-SCAN-SUB FROM 1 BY 1
                 UNTIL WRK-RM-SCAN-SUB > WRK-RM-COUNT
                    OR WRK-RM-POS > ZEROS.

           IF WRK-RM-POS > ZEROS
              AND WRK-RM-ID (WRK-RM-POS) = WRK-RM-KEY
              MOVE WRK-RM-POS TO WRK-RM-SUB
           ELSE
              IF WRK-RM-COUNT < WRK-RM-MAX
                 IF WRK-RM-POS = ZEROS
                    COMPUTE WRK-RM-POS = WRK-RM-COUNT + 1
                 END-IF
                 PERFORM A000-RM-SHIFT
                    VARYING WRK-RM-SCAN-SUB FROM WRK-RM-COUNT BY -1
                       UNTIL WRK-RM-SCAN-SUB < WRK-RM-POS
                 MOVE ZEROS TO WRK-RM-ENTRY (WRK-RM-POS)
                 MOVE WRK-RM-KEY TO WRK-RM-ID (WRK-RM-POS)
                 ADD 1 TO WRK-RM-COUNT
                 MOVE WRK-RM-POS TO WRK-RM-SUB
              ELSE
                 ADD 1 TO WRK-RM-OVERFLOW
              END-IF
           END-IF.
      *
       A000-RM-SCAN.
           IF WRK-RM-ID (WRK-RM-SCAN-SUB) NOT < WRK-RM-KEY
              MOVE WRK-RM-SCAN-SUB TO WRK-RM-POS
           END-IF.
      *
      * MOVES ONE ENTRY DOWN A SLOT TO OPEN THE INSERT POSITION.
       A000-RM-SHIFT.
           COMPUTE WRK-RM-NEXT-SUB = WRK-RM-SCAN-SUB + 1.
           MOVE WRK-RM-ENTRY (WRK-RM-SCAN-SUB)
             TO WRK-RM-ENTRY (WRK-RM-NEXT-SUB).
      *
       A000-HEADER.
           MOVE 'TIER MIGRATION AND MANAGER BOOK MOVEMENT'
            TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           STRING 'PREPARED FOR LUCAS LOPES ON' SPACE WRK-MONTH '.'
            WRK-DAY '.' WRK-YEAR
            DELIMITED BY SIZE
            INTO WRK-NAME-DATE.

           MOVE WRK-NAME-DATE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-CUR-SNAP-DATE TO WRK-SNAP-DATE.
           MOVE SPACES TO WRK-CUR-DATE-ED.
           STRING WRK-SNAP-MONTH '.' WRK-SNAP-DAY '.' WRK-SNAP-YEAR
              DELIMITED BY SIZE INTO WRK-CUR-DATE-ED.

           IF WRK-PRV-SNAP-DATE = ZEROS
              MOVE 'NONE' TO WRK-PRV-DATE-ED
           ELSE
              MOVE WRK-PRV-SNAP-DATE TO WRK-SNAP-DATE
              MOVE SPACES TO WRK-PRV-DATE-ED
              STRING WRK-SNAP-MONTH '.' WRK-SNAP-DAY '.'
                 WRK-SNAP-YEAR
                 DELIMITED BY SIZE INTO WRK-PRV-DATE-ED
           END-IF.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'SNAPSHOT OF' SPACE WRK-CUR-DATE-ED SPACE
              'AGAINST' SPACE WRK-PRV-DATE-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE '======================================================'
            TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
      *
      * ACCOUNT-COUNT MATRIX: ONE ROW PER PRIOR TIER PLUS NEW, ONE
      * COLUMN PER CURRENT TIER PLUS CLOSED, WITH ROW AND COLUMN
      * TOTALS.
       A000-MATRIX-PRINT.
           MOVE SPACES TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
           MOVE 'TIER MIGRATION - ACCOUNTS' TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
           MOVE '(ROWS LAST MONTH, COLUMNS THIS MONTH)' TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'FROM/TO     PLATINUM      GOLD    SILVER'
              '     BELOW    CLOSED     TOTAL'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           PERFORM A000-MATRIX-ROW
              VARYING WRK-FROM-SUB FROM 1 BY 1
                 UNTIL WRK-FROM-SUB > 5.

           MOVE SPACES  TO WRK-MTX-LINE.
           MOVE 'TOTAL' TO WRK-MTX-LABEL.
           PERFORM A000-MATRIX-TOTAL-COL
              VARYING WRK-TO-SUB FROM 1 BY 1
                 UNTIL WRK-TO-SUB > 6.
           MOVE WRK-MTX-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
      *
       A000-MATRIX-ROW.
           MOVE SPACES TO WRK-MTX-LINE.
           MOVE WRK-LABEL (WRK-FROM-SUB) TO WRK-MTX-LABEL.
           MOVE ZEROS TO WRK-ROW-TOTAL.

           PERFORM A000-MATRIX-CELL
              VARYING WRK-TO-SUB FROM 1 BY 1
                 UNTIL WRK-TO-SUB > 5.

           MOVE WRK-ROW-TOTAL TO WRK-MTX-COUNT-ED (6).
           ADD WRK-ROW-TOTAL TO WRK-COL-TOTAL (6).
           MOVE WRK-MTX-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
      *
       A000-MATRIX-CELL.
           MOVE WRK-MIG-COUNT (WRK-FROM-SUB, WRK-TO-SUB)
             TO WRK-MTX-COUNT-ED (WRK-TO-SUB).
           ADD WRK-MIG-COUNT (WRK-FROM-SUB, WRK-TO-SUB)
            TO WRK-ROW-TOTAL WRK-COL-TOTAL (WRK-TO-SUB).
      *
       A000-MATRIX-TOTAL-COL.
           MOVE WRK-COL-TOTAL (WRK-TO-SUB)
             TO WRK-MTX-COUNT-ED (WRK-TO-SUB).
      *
      * BASE BALANCES BEHIND EVERY NON-EMPTY MATRIX CELL, AT LAST
      * MONTH'S AND THIS MONTH'S SNAPSHOT.
       A000-MOVES-PRINT.
           MOVE SPACES TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
           MOVE 'TIER MIGRATION - BASE BALANCES' TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'MOVEMENT              ACCOUNTS       PRIOR BASE'
              '     CURRENT BASE'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           PERFORM A000-MOVES-ROW
              VARYING WRK-FROM-SUB FROM 1 BY 1
                 UNTIL WRK-FROM-SUB > 5.

           MOVE 'TOTAL BOOK'      TO WRK-MOVE-DESC.
           MOVE WRK-COL-TOTAL (6) TO WRK-MOVE-COUNT-ED.
           MOVE WRK-PRIOR-BOOK    TO WRK-MOVE-PRIOR-ED.
           MOVE WRK-CURR-BOOK     TO WRK-MOVE-CURR-ED.
           MOVE WRK-MOVE-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
      *
       A000-MOVES-ROW.
           PERFORM A000-MOVES-CELL
              VARYING WRK-TO-SUB FROM 1 BY 1
                 UNTIL WRK-TO-SUB > 5.
      *
       A000-MOVES-CELL.
           IF WRK-MIG-COUNT (WRK-FROM-SUB, WRK-TO-SUB) > ZEROS
              IF WRK-TO-SUB = 5
                 MOVE 6 TO WRK-LABEL-SUB
              ELSE
                 MOVE WRK-TO-SUB TO WRK-LABEL-SUB
              END-IF
              MOVE SPACES TO WRK-MOVE-DESC
              STRING WRK-LABEL (WRK-FROM-SUB) DELIMITED BY SPACE
                 ' TO ' DELIMITED BY SIZE
                 WRK-LABEL (WRK-LABEL-SUB) DELIMITED BY SPACE
                 INTO WRK-MOVE-DESC
              MOVE WRK-MIG-COUNT (WRK-FROM-SUB, WRK-TO-SUB)
                TO WRK-MOVE-COUNT-ED
              MOVE WRK-MIG-PRIOR-BAL (WRK-FROM-SUB, WRK-TO-SUB)
                TO WRK-MOVE-PRIOR-ED
              MOVE WRK-MIG-CURR-BAL (WRK-FROM-SUB, WRK-TO-SUB)
                TO WRK-MOVE-CURR-ED
              MOVE WRK-MOVE-LINE TO PRT-MIG-LINE
              WRITE PRT-MIG-LINE
           END-IF.
      *
      * ONE LINE PER MANAGER IN ID ORDER: OPENING BOOK, ACCOUNTS
      * GAINED AND LOST, CLOSING BOOK, TIER MOVES UP AND DOWN, AND
      * THE NET CHANGE IN THE BOOK'S BASE BALANCE.
       A000-RM-PRINT.
           MOVE SPACES TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
           MOVE 'BOOK MOVEMENT BY RELATIONSHIP MANAGER' TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'RM       OPENING  GAINED    LOST CLOSING'
              '     UP   DOWN        NET CHANGE'
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           PERFORM A000-RM-LINE
              VARYING WRK-RM-SUB FROM 1 BY 1
                 UNTIL WRK-RM-SUB > WRK-RM-COUNT.

           IF WRK-RM-OVERFLOW > ZEROS
              DISPLAY 'TIERMIG - MANAGER TABLE FULL, BOOK MOVEMENT '
                 'INCOMPLETE'
              MOVE WRK-RM-OVERFLOW TO WRK-COUNT-ED
              MOVE SPACES TO WRK-RPT-LINE
              STRING 'MANAGER TABLE FULL - ACCOUNTS NOT TABLED:'
                 SPACE WRK-COUNT-ED
                 DELIMITED BY SIZE INTO WRK-RPT-LINE
              MOVE WRK-RPT-LINE TO PRT-MIG-LINE
              WRITE PRT-MIG-LINE
           END-IF.
      *
       A000-RM-LINE.
           MOVE SPACES TO WRK-RM-LINE.
           IF WRK-RM-ID (WRK-RM-SUB) = SPACES
              MOVE '(NONE)' TO WRK-RML-ID
           ELSE
              MOVE WRK-RM-ID (WRK-RM-SUB) TO WRK-RML-ID
           END-IF.
           MOVE WRK-RM-OPEN (WRK-RM-SUB)   TO WRK-RML-OPEN.
           MOVE WRK-RM-GAINED (WRK-RM-SUB) TO WRK-RML-GAINED.
           MOVE WRK-RM-LOST (WRK-RM-SUB)   TO WRK-RML-LOST.
           MOVE WRK-RM-CLOSE (WRK-RM-SUB)  TO WRK-RML-CLOSE.
           MOVE WRK-RM-UP (WRK-RM-SUB)     TO WRK-RML-UP.
           MOVE WRK-RM-DOWN (WRK-RM-SUB)   TO WRK-RML-DOWN.
           COMPUTE WRK-RM-NET = WRK-RM-CURR-BAL (WRK-RM-SUB)
                              - WRK-RM-PRIOR-BAL (WRK-RM-SUB).
           MOVE WRK-RM-NET TO WRK-RML-NET.
           MOVE WRK-RM-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.
      *
       A000-FOOTER.
           MOVE '------------------------------------------------------'
            TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-PRIOR TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'PRIOR ACCOUNTS:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-CURR TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'CURRENT ACCOUNTS: ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-NEW TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'NEW:              ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-CLOSED TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'CLOSED:           ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-UP TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TIER UPGRADES:    ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-DOWN TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TIER DOWNGRADES:  ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-SAME TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'TIER UNCHANGED:   ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-COUNT-RM-CHANGE TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'MANAGER CHANGED:  ' WRK-COUNT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-PRIOR-BOOK TO WRK-TOT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'PRIOR BOOK BASE:   ' WRK-TOT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           MOVE WRK-CURR-BOOK TO WRK-TOT-ED.
           MOVE SPACES TO WRK-RPT-LINE.
           STRING 'CURRENT BOOK BASE: ' WRK-TOT-ED
              DELIMITED BY SIZE INTO WRK-RPT-LINE.
           MOVE WRK-RPT-LINE TO PRT-MIG-LINE.
           WRITE PRT-MIG-LINE.

           IF WRK-PRV-SNAP-DATE = ZEROS
              MOVE 'NO PRIOR SNAPSHOT - EVERY ACCOUNT IS COUNTED AS NEW'
               TO PRT-MIG-LINE
              WRITE PRT-MIG-LINE
           END-IF.
      *
      * THE MACHINE-READABLE MATRIX: EVERY CELL BUT NEW-TO-CLOSED,
      * WHICH CANNOT HAPPEN, IN ROW ORDER.
       A000-MIG-WRITE.
           PERFORM A000-MIG-ROW
              VARYING WRK-FROM-SUB FROM 1 BY 1
                 UNTIL WRK-FROM-SUB > 5.
      *
       A000-MIG-ROW.
           PERFORM A000-MIG-CELL
              VARYING WRK-TO-SUB FROM 1 BY 1
                 UNTIL WRK-TO-SUB > 5.
      *
       A000-MIG-CELL.
           IF WRK-FROM-SUB < 5 OR WRK-TO-SUB < 5
              MOVE SPACES TO MIG-REC
              MOVE WRK-PRV-SNAP-DATE TO MIG-PRIOR-DATE
              MOVE WRK-CUR-SNAP-DATE TO MIG-CURR-DATE
              MOVE WRK-FROM-CODES (WRK-FROM-SUB:1) TO MIG-FROM-TIER
              MOVE WRK-TO-CODES (WRK-TO-SUB:1)     TO MIG-TO-TIER
              MOVE WRK-MIG-COUNT (WRK-FROM-SUB, WRK-TO-SUB)
                TO MIG-COUNT
              MOVE WRK-MIG-PRIOR-BAL (WRK-FROM-SUB, WRK-TO-SUB)
                TO MIG-PRIOR-BAL
              MOVE WRK-MIG-CURR-BAL (WRK-FROM-SUB, WRK-TO-SUB)
                TO MIG-CURR-BAL
              WRITE MIG-REC
           END-IF.
