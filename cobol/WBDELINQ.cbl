      ******************************************************************
      * WBDELINQ - CYCLE-CLOSE DELINQUENCY AGING AND MINIMUM DUE
      *
      * RUNS AFTER THE WBPOSTNG JOB HAS CATALOGED THE CYCLE'S POSTING
      * JOURNAL AND BEFORE WBSTMT PRINTS THE STATEMENTS. FOR EVERY D
      * DETAIL IN THE JOURNAL THE ACCOUNT MASTER IS READ BY KEY AND
      * THE CREDITS RECEIVED DURING THE CYCLE JUST CLOSED
      * (PJ-CYC-CREDIT - THE ACCT-CURR-CYC-CREDIT BUCKET THAT
      * WBTXNPST FED) ARE COMPARED WITH THE MINIMUM PAYMENT THE LAST
      * STATEMENT ASKED FOR (ACCT-MIN-PAYMENT-DUE, WHICH ALREADY
      * INCLUDES ANY AMOUNT THEN PAST DUE):
      *   - PAID IN FULL (CREDITS AT LEAST THE MINIMUM DUE): THE
      *     ACCOUNT CURES TO CURRENT AND NOTHING IS PAST DUE.
      *   - SHORT: THE ACCOUNT ROLLS ONE BUCKET FURTHER (CURRENT TO
      *     30, 30 TO 60, 60 TO 90, 90 TO 120+; 120+ STAYS 120+) AND
      *     THE UNPAID SHORTFALL BECOMES THE PAST-DUE AMOUNT.
      *   - A CLOSING BALANCE OF ZERO OR LESS CURES THE ACCOUNT
      *     WHATEVER THE CREDITS WERE - THERE IS NOTHING LEFT OWED.
      * THE NEW MINIMUM DUE IS THE GREATER OF THE PERCENTAGE OF THE
      * CLOSING BALANCE AND THE FLOOR AMOUNT, PLUS THE PAST-DUE
      * AMOUNT, NEVER MORE THAN THE CLOSING BALANCE; THE DUE DATE IS
      * THE CYCLE DATE PLUS THE GRACE DAYS. BOTH ARE CARRIED ON THE
      * MASTER (CVACT01Y) FOR WBSTMT TO PRINT AND FOR THE NEXT
      * CYCLE'S COMPARISON. CLOSED ACCOUNTS ARE AGED THE SAME WAY -
      * A CLOSED ACCOUNT WITH A BALANCE IS STILL OWED.
      *
      * EVERY ACCOUNT AGED IS STAMPED WITH THE CYCLE DATE, AND AN
      * ACCOUNT ALREADY STAMPED WITH TODAY'S DATE IS LEFT ALONE, SO
      * A RERUN AFTER AN ABEND PICKS UP WHERE THE FAILED RUN STOPPED
      * INSTEAD OF ROLLING THE SAME ACCOUNTS TWICE.
      *
      * THE ROLL-RATE REPORT (ROLLRPT) SHOWS, FOR EACH ACCT-GROUP-ID
      * AND FOR THE BOOK AS A WHOLE, HOW MANY ACCOUNTS AND HOW MANY
      * CLOSING-BALANCE DOLLARS MOVED FROM EACH BUCKET TO EACH
      * BUCKET THIS CYCLE - ONE ROW PER FROM-BUCKET, ONE COLUMN PER
      * TO-BUCKET - SO COLLECTIONS CAN SEE AN UNDER-LIMIT ACCOUNT
      * THAT IS THREE PAYMENTS BEHIND.
      *
      * CONTROL CARD: GRACE DAYS TO THE DUE DATE (2 DIGITS, COLS 1-2,
      * BLANK DEFAULTS TO 25), MINIMUM PAYMENT PERCENT OF THE CLOSING
      * BALANCE (4 DIGITS, V99 ASSUMED, COLS 4-7, BLANK DEFAULTS TO
      * 0200 = 2.00%), MINIMUM PAYMENT FLOOR (7 DIGITS, V99 ASSUMED,
      * COLS 9-15, BLANK DEFAULTS TO 0002500 = 25.00).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBDELINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS POSTJRNL-STATUS.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT ROLLRPT-FILE ASSIGN TO ROLLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ROLLRPT-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * POSTING JOURNAL AS WRITTEN BY WBEXPORT'S POSTING RUN MODE -
      * THE SHARED CVPJR01Y LAYOUT.
      ******************************************************************
       FD  POSTJRNL-FILE.

       COPY CVPJR01Y.
      ******************************************************************
      * ACCOUNT MASTER - OPENED I-O AND ACCESSED RANDOMLY BY THE
      * JOURNAL'S ACCT-ID; THE DELINQUENCY FIELDS ARE REWRITTEN IN
      * PLACE.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * ROLL-RATE REPORT PRINT LINES.
      ******************************************************************
       FD  ROLLRPT-FILE.

       01  ROLLRPT-PRINT-LINE                   PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       01  POSTJRNL-STATUS.
           05  POSTJRNL-STAT1      PIC X.
           05  POSTJRNL-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  ROLLRPT-STATUS.
           05  ROLLRPT-STAT1       PIC X.
           05  ROLLRPT-STAT2       PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.
      ******************************************************************
      * CONTROL CARD: GRACE DAYS, MINIMUM PAYMENT PERCENT AND FLOOR.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-GRACE-DAYS       PIC 9(02)    VALUE 25.
           05  FILLER                PIC X(01).
           05  PARM-MIN-PAY-PCT      PIC 9(02)V99 VALUE 2.00.
           05  FILLER                PIC X(01).
           05  PARM-MIN-PAY-FLOOR    PIC 9(05)V99 VALUE 25.00.
           05  FILLER                PIC X(65).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  PARM-GRACE-DAYS-X     PIC X(02).
           05  FILLER                PIC X(01).
           05  PARM-MIN-PAY-PCT-X    PIC X(04).
           05  FILLER                PIC X(01).
           05  PARM-MIN-PAY-FLOOR-X  PIC X(07).
           05  FILLER                PIC X(65).
       01  PARM-CARD-SWITCH         PIC X(01)  VALUE 'Y'.
           88  PARM-CARD-VALID                 VALUE 'Y'.
           88  PARM-CARD-INVALID               VALUE 'N'.
      ******************************************************************
      * CYCLE DATE AND DUE-DATE ARITHMETIC.
      ******************************************************************
       01  AGING-DATE-FIELDS.
           05  CYCLE-YYYYMMDD            PIC 9(08).
           05  CYCLE-INTEGER             PIC 9(09).
           05  DUE-INTEGER               PIC 9(09).
           05  DUE-YYYYMMDD              PIC 9(08).
           05  DUE-YYYYMMDD-X REDEFINES DUE-YYYYMMDD
                                         PIC X(08).
       01  CYCLE-DATE-STAMP        PIC X(08)  VALUE SPACES.
       01  DUE-DATE-DASHED         PIC X(10)  VALUE SPACES.
      ******************************************************************
      * MASTER-LOOKUP RESULT FOR THE CURRENT JOURNAL DETAIL.
      ******************************************************************
       01  MASTER-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
           88  MASTER-FOUND                   VALUE 'Y'.
           88  MASTER-NOT-FOUND               VALUE 'N'.
      ******************************************************************
      * PER-ACCOUNT AGING WORK FIELDS. THE BUCKET BYTE ON THE MASTER
      * IS 0-4; THE TABLES BELOW ARE SUBSCRIPTED 1-5.
      ******************************************************************
       01  BUCKET-WORK-X           PIC X(01)  VALUE '0'.
           88  BUCKET-WORK-VALID              VALUE '0' THRU '4'.
       01  BUCKET-WORK-DIGIT REDEFINES BUCKET-WORK-X
                                   PIC 9(01).
       01  FROM-SUB                PIC 9(04)  COMP VALUE ZERO.
       01  TO-SUB                  PIC 9(04)  COMP VALUE ZERO.
       01  PRIOR-MIN-DUE-WORK      PIC S9(10)V99 VALUE ZERO.
       01  SHORTFALL-WORK          PIC S9(10)V99 VALUE ZERO.
       01  PAST-DUE-WORK           PIC S9(10)V99 VALUE ZERO.
       01  MIN-DUE-WORK            PIC S9(10)V99 VALUE ZERO.
      ******************************************************************
      * ROLL-RATE MATRICES: FROM-BUCKET BY TO-BUCKET, ACCOUNT COUNT
      * AND CLOSING-BALANCE DOLLARS, ONE MATRIX PER GROUP (GUARDED
      * THE SAME WAY WBTREND GUARDS ITS GROUP TABLE) PLUS ONE FOR THE
      * WHOLE BOOK. ROLL-MATRIX-WORK HAS THE SAME SHAPE AS A GROUP
      * ENTRY; IT IS THE SWAP AREA FOR THE TABLE SORT AND THE
      * MATRIX HANDED TO THE PRINT PARAGRAPHS.
      ******************************************************************
       01  ROLL-GROUPS-COUNT         PIC 9(4)  COMP VALUE ZERO.
       01  ROLL-GROUPS-TABLE.
           05  ROLL-GROUP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ROLL-GROUPS-COUNT
                   INDEXED BY RLG-IDX.
               10  RLG-GROUP-ID       PIC X(10).
               10  RLG-FROM-BUCKET OCCURS 5 TIMES.
                   15  RLG-TO-BUCKET OCCURS 5 TIMES.
                       20  RLG-ACCT-COUNT   PIC 9(07)  COMP.
                       20  RLG-DOLLARS      PIC S9(13)V99.
       01  ROLL-BOOK-TOTALS.
           05  RLB-GROUP-ID           PIC X(10).
           05  RLB-FROM-BUCKET OCCURS 5 TIMES.
               10  RLB-TO-BUCKET OCCURS 5 TIMES.
                   15  RLB-ACCT-COUNT       PIC 9(07)  COMP.
                   15  RLB-DOLLARS          PIC S9(13)V99.
       01  ROLL-MATRIX-WORK.
           05  RMX-GROUP-ID           PIC X(10).
           05  RMX-FROM-BUCKET OCCURS 5 TIMES.
               10  RMX-TO-BUCKET OCCURS 5 TIMES.
                   15  RMX-ACCT-COUNT       PIC 9(07)  COMP.
                   15  RMX-DOLLARS          PIC S9(13)V99.
       01  ROLL-SORT-I               PIC 9(04)  COMP VALUE ZERO.
       01  ROLL-SORT-J               PIC 9(04)  COMP VALUE ZERO.
       01  ROLL-SORT-J-START         PIC 9(04)  COMP VALUE ZERO.
      ******************************************************************
      * BUCKET CAPTIONS FOR THE REPORT ROWS.
      ******************************************************************
       01  BUCKET-CAPTION-VALUES.
           05  FILLER                PIC X(07)  VALUE 'CURRENT'.
           05  FILLER                PIC X(07)  VALUE '30 DAYS'.
           05  FILLER                PIC X(07)  VALUE '60 DAYS'.
           05  FILLER                PIC X(07)  VALUE '90 DAYS'.
           05  FILLER                PIC X(07)  VALUE '120+'.
       01  BUCKET-CAPTION-TABLE REDEFINES BUCKET-CAPTION-VALUES.
           05  BUCKET-CAPTION        PIC X(07)  OCCURS 5 TIMES.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER AND REPORT FOOTER.
      ******************************************************************
       01  DELINQ-CONTROL-TOTALS.
           05  DETAIL-READ-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  ACCT-AGED-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  ALREADY-AGED-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  MISSING-MASTER-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  CURED-COUNT                  PIC 9(7)  COMP VALUE ZERO.
           05  ROLLED-COUNT                 PIC 9(7)  COMP VALUE ZERO.
           05  DELINQUENT-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  TOTAL-MIN-DUE                PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-PAST-DUE               PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE OVRRPT DATASET. EACH GROUP STARTS A NEW PAGE.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  ROLLRPT-PAGE-COUNT      PIC 9(05)  COMP VALUE ZERO.
       01  ROLLRPT-LINE-COUNT      PIC 9(03)  COMP VALUE 99.
       01  ROLLRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBDELINQ'.
           05  FILLER                PIC X(30)  VALUE
               'DELINQUENCY ROLL RATE BY GROUP'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  ROLLRPT-HEADING-2.
           05  FILLER                PIC X(10)  VALUE 'GROUP-ID: '.
           05  HDG2-GROUP-ID         PIC X(10).
           05  FILLER                PIC X(112) VALUE SPACES.
       01  ROLLRPT-COLUMN-LINE-1.
           05  FILLER                PIC X(07)  VALUE 'FROM'.
           05  FILLER                PIC X(25)  VALUE
               '     TO CURRENT'.
           05  FILLER                PIC X(25)  VALUE
               '     TO 30 DAYS'.
           05  FILLER                PIC X(25)  VALUE
               '     TO 60 DAYS'.
           05  FILLER                PIC X(25)  VALUE
               '     TO 90 DAYS'.
           05  FILLER                PIC X(25)  VALUE
               '     TO 120+'.
       01  ROLLRPT-COLUMN-LINE-2.
           05  FILLER                PIC X(07)  VALUE SPACES.
           05  FILLER                PIC X(25)  VALUE
               '  ACCTS          DOLLARS'.
           05  FILLER                PIC X(25)  VALUE
               '  ACCTS          DOLLARS'.
           05  FILLER                PIC X(25)  VALUE
               '  ACCTS          DOLLARS'.
           05  FILLER                PIC X(25)  VALUE
               '  ACCTS          DOLLARS'.
           05  FILLER                PIC X(25)  VALUE
               '  ACCTS          DOLLARS'.
       01  ROLL-DETAIL-LINE.
           05  RLD-FROM-CAPTION      PIC X(07).
           05  RLD-CELL OCCURS 5 TIMES.
               10  RLD-ACCT-COUNT    PIC ZZZZZZ9.
               10  FILLER            PIC X(01).
               10  RLD-DOLLARS       PIC -(11)9.99.
               10  FILLER            PIC X(02).
       01  ROLLRPT-FOOTER-LINE.
           05  FILLER                PIC X(25)  VALUE
               'ACCOUNTS AGED           :'.
           05  FTR-AGED-COUNT        PIC ZZZZZZ9.
           05  FILLER                PIC X(12)  VALUE '  CURED   :'.
           05  FTR-CURED-COUNT       PIC ZZZZZZ9.
           05  FILLER                PIC X(12)  VALUE '  ROLLED  :'.
           05  FTR-ROLLED-COUNT      PIC ZZZZZZ9.
           05  FILLER                PIC X(18)  VALUE
               '  TOTAL PAST DUE :'.
           05  FTR-TOTAL-PAST-DUE    PIC -(13)9.99.
           05  FILLER                PIC X(27)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBDELINQ'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-POSTJRNL-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBDELINQ'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           ACCEPT PARM-CARD FROM SYSIN
           MOVE SPACES TO RPT-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO RPT-RUN-DATE
           END-STRING
           PERFORM 0120-VALIDATE-PARM-CARD
           IF  PARM-CARD-INVALID
               DISPLAY 'PARM CARD REJECTED - RUN TERMINATED BEFORE '
                  'THE ACCOUNT FILE WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-SET-DUE-DATE
           INITIALIZE ROLL-BOOK-TOTALS
           MOVE '*ALL*' TO RLB-GROUP-ID
           OPEN INPUT  POSTJRNL-FILE
           IF  POSTJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POSTING JOURNAL FILE'
               MOVE POSTJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN I-O    ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ROLLRPT-FILE
           IF  ROLLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROLL-RATE REPORT FILE'
               MOVE ROLLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * EACH FIELD TAKES ITS DEFAULT WHEN BLANK. A PERCENT OF ZERO
      * WOULD LEAVE THE FLOOR AS THE WHOLE MINIMUM ON EVERY BALANCE,
      * WHICH IS A KEYING ERROR, NOT A POLICY.
      ******************************************************************
       0120-VALIDATE-PARM-CARD.
           SET PARM-CARD-VALID TO TRUE
           IF  PARM-GRACE-DAYS-X = SPACES
               MOVE 25 TO PARM-GRACE-DAYS
           ELSE
               IF  PARM-GRACE-DAYS NOT NUMERIC
                   DISPLAY 'INVALID GRACE DAYS: ' PARM-GRACE-DAYS-X
                      ' (EXPECTED 2 DIGITS IN COLS 1-2)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-MIN-PAY-PCT-X = SPACES
               MOVE 2.00 TO PARM-MIN-PAY-PCT
           ELSE
               IF  PARM-MIN-PAY-PCT NOT NUMERIC
               OR  PARM-MIN-PAY-PCT = ZERO
                   DISPLAY 'INVALID MINIMUM PAYMENT PERCENT: '
                      PARM-MIN-PAY-PCT-X
                      ' (EXPECTED 4 DIGITS, NOT ZERO, IN COLS 4-7)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-MIN-PAY-FLOOR-X = SPACES
               MOVE 25.00 TO PARM-MIN-PAY-FLOOR
           ELSE
               IF  PARM-MIN-PAY-FLOOR NOT NUMERIC
                   DISPLAY 'INVALID MINIMUM PAYMENT FLOOR: '
                      PARM-MIN-PAY-FLOOR-X
                      ' (EXPECTED 7 DIGITS IN COLS 9-15)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE CYCLE DATE IS TODAY; THE DUE DATE PRINTED ON EVERY
      * STATEMENT OF THE CYCLE IS THE CYCLE DATE PLUS THE GRACE DAYS.
      ******************************************************************
       0150-SET-DUE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CYCLE-YYYYMMDD
                                              CYCLE-DATE-STAMP
           COMPUTE CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CYCLE-YYYYMMDD)
           COMPUTE DUE-INTEGER =
               CYCLE-INTEGER + PARM-GRACE-DAYS
           COMPUTE DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(DUE-INTEGER)
           MOVE SPACES TO DUE-DATE-DASHED
           STRING DUE-YYYYMMDD-X(1:4)         DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  DUE-YYYYMMDD-X(5:2)         DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  DUE-YYYYMMDD-X(7:2)         DELIMITED BY SIZE
                     INTO DUE-DATE-DASHED
           END-STRING
           DISPLAY 'AGING CONTROLS IN EFFECT'
           DISPLAY 'GRACE DAYS              :' PARM-GRACE-DAYS
           DISPLAY 'MINIMUM PAYMENT PERCENT :' PARM-MIN-PAY-PCT
           DISPLAY 'MINIMUM PAYMENT FLOOR   :' PARM-MIN-PAY-FLOOR
           DISPLAY 'PAYMENT DUE DATE        :' DUE-DATE-DASHED
           EXIT.
      ******************************************************************
       1000-POSTJRNL-GET-NEXT.
           READ POSTJRNL-FILE
           IF  POSTJRNL-STATUS = '00'
               IF  PJ-RECORD-TYPE = 'D'
                   ADD 1 TO DETAIL-READ-COUNT
                   PERFORM 1100-AGE-JOURNAL-DETAIL
               END-IF
           ELSE
               IF  POSTJRNL-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING POSTING JOURNAL FILE'
                   MOVE POSTJRNL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A DETAIL WHOSE ACCOUNT HAS LEFT THE MASTER SINCE POSTING IS
      * COUNTED AND SKIPPED; ONE ALREADY STAMPED WITH TODAY'S CYCLE
      * DATE WAS AGED BY AN EARLIER PASS OF THIS SAME RUN.
      ******************************************************************
       1100-AGE-JOURNAL-DETAIL.
           PERFORM 1200-READ-MASTER-BY-KEY
           IF  MASTER-NOT-FOUND
               ADD 1 TO MISSING-MASTER-COUNT
           ELSE
               IF  ACCT-LAST-AGED-DATE = CYCLE-DATE-STAMP
                   ADD 1 TO ALREADY-AGED-COUNT
               ELSE
                   PERFORM 2000-AGE-ACCOUNT
                   PERFORM 2300-REWRITE-MASTER
                   PERFORM 2500-ACCUMULATE-ROLL-RATE
                   ADD 1 TO ACCT-AGED-COUNT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-READ-MASTER-BY-KEY.
           MOVE PJ-ACCT-ID TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   SET MASTER-FOUND TO TRUE
               WHEN '23'
                   SET MASTER-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * THE AGING DECISION. A MASTER THAT HAS NEVER BEEN AGED CARRIES
      * SPACES IN THE DELINQUENCY FIELDS AND STARTS FROM CURRENT WITH
      * NOTHING DUE. THE FROM/TO SUBSCRIPTS ARE KEPT FOR THE ROLL-
      * RATE MATRIX.
      ******************************************************************
       2000-AGE-ACCOUNT.
           MOVE ACCT-DELINQ-BUCKET TO BUCKET-WORK-X
           IF  NOT BUCKET-WORK-VALID
               MOVE '0' TO BUCKET-WORK-X
           END-IF
           COMPUTE FROM-SUB = BUCKET-WORK-DIGIT + 1
           IF  ACCT-MIN-PAYMENT-DUE NUMERIC
               MOVE ACCT-MIN-PAYMENT-DUE TO PRIOR-MIN-DUE-WORK
           ELSE
               MOVE ZERO TO PRIOR-MIN-DUE-WORK
           END-IF
           COMPUTE SHORTFALL-WORK =
               PRIOR-MIN-DUE-WORK - PJ-CYC-CREDIT
           IF  SHORTFALL-WORK > ZERO
           AND PJ-NEW-BAL > ZERO
               MOVE SHORTFALL-WORK TO PAST-DUE-WORK
               IF  FROM-SUB < 5
                   COMPUTE TO-SUB = FROM-SUB + 1
               ELSE
                   MOVE 5 TO TO-SUB
               END-IF
               ADD 1 TO ROLLED-COUNT
           ELSE
               MOVE ZERO TO PAST-DUE-WORK
               MOVE 1    TO TO-SUB
               IF  FROM-SUB > 1
                   ADD 1 TO CURED-COUNT
               END-IF
           END-IF
           PERFORM 2100-COMPUTE-MINIMUM-DUE
           COMPUTE BUCKET-WORK-DIGIT = TO-SUB - 1
           MOVE BUCKET-WORK-X      TO ACCT-DELINQ-BUCKET
           MOVE PAST-DUE-WORK      TO ACCT-PAST-DUE-AMOUNT
           MOVE MIN-DUE-WORK       TO ACCT-MIN-PAYMENT-DUE
           IF  MIN-DUE-WORK > ZERO
               MOVE DUE-DATE-DASHED TO ACCT-PAYMENT-DUE-DATE
           ELSE
               MOVE SPACES          TO ACCT-PAYMENT-DUE-DATE
           END-IF
           MOVE CYCLE-DATE-STAMP   TO ACCT-LAST-AGED-DATE
           IF  TO-SUB > 1
               ADD 1 TO DELINQUENT-COUNT
           END-IF
           ADD MIN-DUE-WORK        TO TOTAL-MIN-DUE
           ADD PAST-DUE-WORK       TO TOTAL-PAST-DUE
           EXIT.
      ******************************************************************
      * MINIMUM DUE: THE GREATER OF THE PERCENTAGE OF THE CLOSING
      * BALANCE AND THE FLOOR, PLUS WHATEVER IS PAST DUE, CAPPED AT
      * THE CLOSING BALANCE. A CREDIT OR ZERO BALANCE OWES NOTHING.
      ******************************************************************
       2100-COMPUTE-MINIMUM-DUE.
           IF  PJ-NEW-BAL NOT > ZERO
               MOVE ZERO TO MIN-DUE-WORK
           ELSE
               COMPUTE MIN-DUE-WORK ROUNDED =
                   PJ-NEW-BAL * PARM-MIN-PAY-PCT / 100
               IF  MIN-DUE-WORK < PARM-MIN-PAY-FLOOR
                   MOVE PARM-MIN-PAY-FLOOR TO MIN-DUE-WORK
               END-IF
               ADD PAST-DUE-WORK TO MIN-DUE-WORK
               IF  MIN-DUE-WORK > PJ-NEW-BAL
                   MOVE PJ-NEW-BAL TO MIN-DUE-WORK
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       2300-REWRITE-MASTER.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC
           REWRITE FD-ACCTFILE-REC
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * ONE COUNT AND THE CLOSING BALANCE INTO THE FROM/TO CELL OF
      * THE ACCOUNT'S GROUP MATRIX AND OF THE BOOK MATRIX.
      ******************************************************************
       2500-ACCUMULATE-ROLL-RATE.
           ADD 1          TO RLB-ACCT-COUNT(FROM-SUB TO-SUB)
           ADD PJ-NEW-BAL TO RLB-DOLLARS(FROM-SUB TO-SUB)
           SET RLG-IDX TO 1
           SEARCH ROLL-GROUP-ENTRY
               AT END
                   PERFORM 2550-ADD-NEW-ROLL-GROUP
               WHEN RLG-GROUP-ID(RLG-IDX) = ACCT-GROUP-ID
                   PERFORM 2570-UPDATE-ROLL-GROUP
           END-SEARCH
           EXIT.
      ******************************************************************
       2550-ADD-NEW-ROLL-GROUP.
           IF  ROLL-GROUPS-COUNT < 500
               ADD 1 TO ROLL-GROUPS-COUNT
               SET RLG-IDX TO ROLL-GROUPS-COUNT
               INITIALIZE ROLL-MATRIX-WORK
               MOVE ACCT-GROUP-ID TO RMX-GROUP-ID
               MOVE ROLL-MATRIX-WORK TO ROLL-GROUP-ENTRY(RLG-IDX)
               PERFORM 2570-UPDATE-ROLL-GROUP
           ELSE
               DISPLAY 'ROLL-RATE GROUP TABLE FULL, GROUP NOT '
                       'TRACKED: ' ACCT-GROUP-ID
           END-IF
           EXIT.
      ******************************************************************
       2570-UPDATE-ROLL-GROUP.
           ADD 1          TO RLG-ACCT-COUNT(RLG-IDX FROM-SUB TO-SUB)
           ADD PJ-NEW-BAL TO RLG-DOLLARS(RLG-IDX FROM-SUB TO-SUB)
           EXIT.
      ******************************************************************
      * SORTS THE GROUP TABLE BY GROUP-ID, PRINTS ONE MATRIX PAGE PER
      * GROUP AND A FINAL PAGE FOR THE WHOLE BOOK, THEN THE SYSOUT
      * CONTROL TRAILER.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 8130-SORT-ROLL-TABLE
           MOVE ZERO TO ROLLRPT-PAGE-COUNT
           MOVE 99   TO ROLLRPT-LINE-COUNT
           PERFORM 8100-PRINT-GROUP-MATRIX
               VARYING RLG-IDX FROM 1 BY 1
               UNTIL RLG-IDX > ROLL-GROUPS-COUNT
           MOVE ROLL-BOOK-TOTALS TO ROLL-MATRIX-WORK
           PERFORM 8110-PRINT-ROLL-MATRIX
           MOVE ACCT-AGED-COUNT TO FTR-AGED-COUNT
           MOVE CURED-COUNT     TO FTR-CURED-COUNT
           MOVE ROLLED-COUNT    TO FTR-ROLLED-COUNT
           MOVE TOTAL-PAST-DUE  TO FTR-TOTAL-PAST-DUE
           MOVE SPACES TO ROLLRPT-PRINT-LINE
           PERFORM 8250-WRITE-ROLLRPT-ADVANCE-1
           WRITE ROLLRPT-PRINT-LINE FROM ROLLRPT-FOOTER-LINE
               AFTER ADVANCING 1 LINE
           IF  ROLLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ROLL-RATE REPORT FILE'
               MOVE ROLLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY '==================================================='
           DISPLAY 'WBDELINQ CONTROL TOTALS'
           DISPLAY 'JOURNAL DETAILS READ    :' DETAIL-READ-COUNT
           DISPLAY 'ACCOUNTS AGED           :' ACCT-AGED-COUNT
           DISPLAY 'ALREADY AGED THIS CYCLE :' ALREADY-AGED-COUNT
           DISPLAY 'DETAILS WITHOUT MASTER  :' MISSING-MASTER-COUNT
           DISPLAY 'ACCOUNTS CURED          :' CURED-COUNT
           DISPLAY 'ACCOUNTS ROLLED FORWARD :' ROLLED-COUNT
           DISPLAY 'ACCOUNTS PAST DUE       :' DELINQUENT-COUNT
           DISPLAY 'TOTAL MINIMUM DUE       :' TOTAL-MIN-DUE
           DISPLAY 'TOTAL PAST DUE          :' TOTAL-PAST-DUE
           DISPLAY '==================================================='
           CLOSE POSTJRNL-FILE
           CLOSE ACCTFILE-FILE
           CLOSE ROLLRPT-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
       8100-PRINT-GROUP-MATRIX.
           MOVE ROLL-GROUP-ENTRY(RLG-IDX) TO ROLL-MATRIX-WORK
           PERFORM 8110-PRINT-ROLL-MATRIX
           EXIT.
      ******************************************************************
      * ONE PAGE PER MATRIX: A ROW PER FROM-BUCKET, A CELL PER
      * TO-BUCKET.
      ******************************************************************
       8110-PRINT-ROLL-MATRIX.
           PERFORM 8240-WRITE-ROLL-HEADINGS
           PERFORM 8120-PRINT-FROM-ROW
               VARYING FROM-SUB FROM 1 BY 1
               UNTIL FROM-SUB > 5
           EXIT.
      ******************************************************************
       8120-PRINT-FROM-ROW.
           MOVE SPACES TO ROLL-DETAIL-LINE
           MOVE BUCKET-CAPTION(FROM-SUB) TO RLD-FROM-CAPTION
           PERFORM 8125-FILL-ROW-CELL
               VARYING TO-SUB FROM 1 BY 1
               UNTIL TO-SUB > 5
           MOVE ROLL-DETAIL-LINE TO ROLLRPT-PRINT-LINE
           PERFORM 8250-WRITE-ROLLRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       8125-FILL-ROW-CELL.
           MOVE RMX-ACCT-COUNT(FROM-SUB TO-SUB)
               TO RLD-ACCT-COUNT(TO-SUB)
           MOVE RMX-DOLLARS(FROM-SUB TO-SUB)
               TO RLD-DOLLARS(TO-SUB)
           EXIT.
      ******************************************************************
       8130-SORT-ROLL-TABLE.
           IF  ROLL-GROUPS-COUNT > 1
               PERFORM 8140-SORT-ROLL-OUTER
                   VARYING ROLL-SORT-I FROM 1 BY 1
                   UNTIL ROLL-SORT-I >= ROLL-GROUPS-COUNT
           END-IF
           EXIT.
      ******************************************************************
       8140-SORT-ROLL-OUTER.
           COMPUTE ROLL-SORT-J-START = ROLL-SORT-I + 1
           PERFORM 8145-SORT-ROLL-COMPARE
               VARYING ROLL-SORT-J FROM ROLL-SORT-J-START BY 1
               UNTIL ROLL-SORT-J > ROLL-GROUPS-COUNT
           EXIT.
      ******************************************************************
       8145-SORT-ROLL-COMPARE.
           IF  RLG-GROUP-ID(ROLL-SORT-J) < RLG-GROUP-ID(ROLL-SORT-I)
               MOVE ROLL-GROUP-ENTRY(ROLL-SORT-I)
                   TO ROLL-MATRIX-WORK
               MOVE ROLL-GROUP-ENTRY(ROLL-SORT-J)
                   TO ROLL-GROUP-ENTRY(ROLL-SORT-I)
               MOVE ROLL-MATRIX-WORK
                   TO ROLL-GROUP-ENTRY(ROLL-SORT-J)
           END-IF
           EXIT.
      ******************************************************************
       8240-WRITE-ROLL-HEADINGS.
           ADD 1 TO ROLLRPT-PAGE-COUNT
           MOVE ROLLRPT-PAGE-COUNT   TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           MOVE RMX-GROUP-ID         TO HDG2-GROUP-ID
           WRITE ROLLRPT-PRINT-LINE FROM ROLLRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  ROLLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ROLL-RATE REPORT FILE'
               MOVE ROLLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE ROLLRPT-HEADING-2     TO ROLLRPT-PRINT-LINE
           PERFORM 8250-WRITE-ROLLRPT-ADVANCE-1
           MOVE ROLLRPT-COLUMN-LINE-1 TO ROLLRPT-PRINT-LINE
           PERFORM 8250-WRITE-ROLLRPT-ADVANCE-1
           MOVE ROLLRPT-COLUMN-LINE-2 TO ROLLRPT-PRINT-LINE
           PERFORM 8250-WRITE-ROLLRPT-ADVANCE-1
           MOVE SPACES                TO ROLLRPT-PRINT-LINE
           PERFORM 8250-WRITE-ROLLRPT-ADVANCE-1
           MOVE 5 TO ROLLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       8250-WRITE-ROLLRPT-ADVANCE-1.
           WRITE ROLLRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  ROLLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ROLL-RATE REPORT FILE'
               MOVE ROLLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO ROLLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS JOURNAL DETAILS READ,
      * OUT IS ACCOUNTS AGED, REJECTS ARE DETAILS WITHOUT A
      * MASTER. THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED
      * IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBDELINQ'             TO STS-PROGRAM-ID
           MOVE 'DELINQUENCY AGING'    TO STS-STEP-LABEL
           MOVE DETAIL-READ-COUNT      TO STS-RECORDS-IN
           MOVE ACCT-AGED-COUNT        TO STS-RECORDS-OUT
           MOVE MISSING-MASTER-COUNT   TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD'.
      ******************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
      ******************************************************************
