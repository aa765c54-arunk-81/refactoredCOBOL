      ******************************************************************
      * WBAUDINQ - MASTER-FILE CHANGE HISTORY INQUIRY
      *
      * READS THE BEFORE/AFTER AUDIT JOURNALS WRITTEN BY EVERY
      * PROGRAM THAT MAINTAINS THE ACCOUNT OR CUSTOMER MASTER
      * (WBACTUPD, WBCUSUPD, WBREISSU, WBACCXFR - THE SHARED CVAUD01Y
      * LAYOUT), CONCATENATED ACROSS AS MANY GENERATIONS AS THE JOB
      * NAMES, AND ANSWERS "WHO CHANGED THIS, AND WHEN" WITHOUT A
      * LAYOUT CHART. EACH SELECTED JOURNAL RECORD IS DECODED FIELD
      * BY FIELD AGAINST THE CVACT01Y OR CVCUS01Y LAYOUT (PER
      * AUD-IMAGE-TYPE) AND EVERY FIELD WHOSE BEFORE AND AFTER
      * VALUES DIFFER PRINTS AS ONE READABLE LINE - FIELD NAME, OLD
      * VALUE, NEW VALUE - UNDER A LINE GIVING THE ACCOUNT, THE
      * TIMESTAMP, THE SOURCE PROGRAM, THE RUN LABEL OF THE FEED OR
      * CAMPAIGN THAT MADE THE CHANGE, AND THE ACTION. AMOUNTS PRINT
      * EDITED; A SIDE THAT DID NOT EXIST (THE BEFORE IMAGE OF AN
      * ADD, THE AFTER IMAGE OF A DELETE) PRINTS BLANK.
      *
      * THE REPORT IS IN ACCT-ID / TIMESTAMP ORDER, SO ONE ACCOUNT'S
      * ACCOUNT AND CUSTOMER CHANGES FROM EVERY PROGRAM READ AS ONE
      * HISTORY. RECORDS CAN BE SELECTED BY ACCT-ID, BY A TIMESTAMP
      * DATE RANGE, BY RUN LABEL, AND BY FIELD NAME - WITH A FIELD
      * NAMED, ONLY CHANGES TO THAT FIELD PRINT (FOR EXAMPLE EVERY
      * ACCT-CREDIT-LIMIT CHANGE IN A QUARTER). A JOURNAL RECORD
      * WITH AN UNKNOWN IMAGE TYPE IS COUNTED AND SKIPPED.
      *
      * CONTROL CARD: ACCT-ID (COLS 1-11, BLANK = ALL), FROM DATE
      * (YYYYMMDD, COLS 13-20, BLANK = EARLIEST), TO DATE (YYYYMMDD,
      * COLS 22-29, BLANK = LATEST), FIELD NAME AS IN THE COPYBOOK
      * (COLS 31-52, BLANK = ALL), RUN LABEL (COLS 54-77, BLANK =
      * ALL).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBAUDINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT AUDITIN-FILE ASSIGN TO AUDITIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUDITIN-STATUS.
      ******************************************************************
           SELECT AUDRPT-FILE ASSIGN TO AUDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUDRPT-STATUS.
      ******************************************************************
      * SORT WORK FILE FOR THE ACCT-ID / TIMESTAMP ORDERING OF THE
      * SELECTED JOURNAL RECORDS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * THE AUDIT JOURNALS OF ALL THE MAINTAINING PROGRAMS.
      ******************************************************************
       FD  AUDITIN-FILE.

       COPY CVAUD01Y.
      ******************************************************************
      * CHANGE HISTORY REPORT PRINT LINES.
      ******************************************************************
       FD  AUDRPT-FILE.

       01  AUDRPT-PRINT-LINE                    PIC X(132).
      ******************************************************************
      * THE SELECTED JOURNAL RECORDS, WHOLE, IN REPORT ORDER.
      ******************************************************************
       SD  SORT-FILE.

       COPY CVAUD01Y REPLACING ==FD-AUDIT-RECORD==
                            BY ==SORT-WORK-RECORD==
                       LEADING ==AUD-== BY ==SRT-==.
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       01  AUDITIN-STATUS.
           05  AUDITIN-STAT1       PIC X.
           05  AUDITIN-STAT2       PIC X.
       01  AUDRPT-STATUS.
           05  AUDRPT-STAT1        PIC X.
           05  AUDRPT-STAT2        PIC X.
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
      * CONTROL CARD. EVERY SELECTION IS OPTIONAL; A BLANK CARD
      * LISTS EVERY CHANGE ON THE JOURNALS SUPPLIED.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(01).
           05  PARM-FROM-DATE        PIC X(08).
           05  FILLER                PIC X(01).
           05  PARM-TO-DATE          PIC X(08).
           05  FILLER                PIC X(01).
           05  PARM-FIELD-NAME       PIC X(22).
           05  FILLER                PIC X(01).
           05  PARM-RUN-LABEL        PIC X(24).
           05  FILLER                PIC X(03).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  PARM-ACCT-ID-X        PIC X(11).
           05  FILLER                PIC X(69).
       01  PARM-CARD-SWITCH         PIC X(01)  VALUE 'Y'.
           88  PARM-CARD-VALID                 VALUE 'Y'.
           88  PARM-CARD-INVALID               VALUE 'N'.
       01  SELECT-ALL-ACCTS-SWITCH  PIC X(01)  VALUE 'Y'.
           88  SELECT-ALL-ACCTS                VALUE 'Y'.
      ******************************************************************
      * FIELD DESCRIPTORS FOR DECODING THE 300-BYTE IMAGES - ONE
      * ENTRY PER NAMED FIELD OF CVACT01Y (TYPE A) AND CVCUS01Y
      * (TYPE C): NAME, IMAGE TYPE, OFFSET, LENGTH, AND FORMAT (X
      * TEXT, N UNSIGNED NUMBER, S SIGNED AMOUNT WITH 2 DECIMALS).
      * A FIELD CARVED FROM EITHER COPYBOOK'S FILLER GETS AN ENTRY
      * HERE, WITHIN ITS TYPE'S RANGE, AND THE RANGE BELOW MOVES.
      ******************************************************************
       01  FIELD-DESCRIPTOR-VALUES.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-ID               A001011N'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-ACTIVE-STATUS    A012001X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-CURR-BAL         A013012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-CREDIT-LIMIT     A025012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-CASH-CREDIT-LIMITA037012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-OPEN-DATE        A049010X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-EXPIRAION-DATE   A059010X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-REISSUE-DATE     A069010X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-CURR-CYC-CREDIT  A079012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-CURR-CYC-DEBIT   A091012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-ADDR-ZIP         A103010X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-GROUP-ID         A113010X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-DELINQ-BUCKET    A123001X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-MIN-PAYMENT-DUE  A124012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-PAST-DUE-AMOUNT  A136012S'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-PAYMENT-DUE-DATE A148010X'.
           05  FILLER  PIC X(30)  VALUE
               'ACCT-LAST-AGED-DATE   A158008X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-ACCT-ID          C001011N'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-FIRST-NAME       C012025X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-LAST-NAME        C037025X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-PHONE-NUM        C062015X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-ADDR-LINE-1      C077050X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-ADDR-CITY        C127025X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-ADDR-STATE       C152002X'.
           05  FILLER  PIC X(30)  VALUE
               'CUST-ADDR-ZIP         C154010X'.
       01  FIELD-DESCRIPTOR-TABLE REDEFINES FIELD-DESCRIPTOR-VALUES.
           05  FIELD-DESCRIPTOR OCCURS 25 TIMES.
               10  FLD-NAME           PIC X(22).
               10  FLD-IMAGE-TYPE     PIC X(01).
               10  FLD-OFFSET         PIC 9(03).
               10  FLD-LENGTH         PIC 9(03).
               10  FLD-FORMAT         PIC X(01).
       01  FIELD-DESCRIPTOR-COUNT  PIC 9(03)  COMP VALUE 25.
       01  ACCT-FIRST-FIELD        PIC 9(03)  COMP VALUE 1.
       01  ACCT-LAST-FIELD         PIC 9(03)  COMP VALUE 17.
       01  CUST-FIRST-FIELD        PIC 9(03)  COMP VALUE 18.
       01  CUST-LAST-FIELD         PIC 9(03)  COMP VALUE 25.
       01  FLD-SUB                 PIC 9(03)  COMP VALUE ZERO.
       01  FIRST-FIELD-SUB         PIC 9(03)  COMP VALUE ZERO.
       01  LAST-FIELD-SUB          PIC 9(03)  COMP VALUE ZERO.
       01  FIELD-NAME-FOUND-SWITCH PIC X(01)  VALUE 'N'.
           88  FIELD-NAME-FOUND               VALUE 'Y'.
      ******************************************************************
      * VALUE FORMATTING WORK AREAS.
      ******************************************************************
       01  FORMAT-SOURCE           PIC X(50)  VALUE SPACES.
       01  FORMAT-RESULT           PIC X(50)  VALUE SPACES.
       01  AMOUNT-IMAGE-X          PIC X(12)  VALUE SPACES.
       01  AMOUNT-IMAGE-N REDEFINES AMOUNT-IMAGE-X
                                   PIC S9(10)V99.
       01  AMOUNT-EDITED           PIC -(10)9.99.
       01  RECORD-HEADER-SWITCH    PIC X(01)  VALUE 'N'.
           88  RECORD-HEADER-PRINTED          VALUE 'Y'.
           88  RECORD-HEADER-PENDING          VALUE 'N'.
       01  SORT-RETURN-EOF         PIC X(01)  VALUE 'N'.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER AND REPORT FOOTER.
      ******************************************************************
       01  AUDINQ-CONTROL-TOTALS.
           05  AUDIT-READ-COUNT             PIC 9(9) COMP VALUE ZERO.
           05  AUDIT-SELECTED-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  AUDIT-REPORTED-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  FIELD-CHANGE-COUNT           PIC 9(9) COMP VALUE ZERO.
           05  UNDECODABLE-COUNT            PIC 9(9) COMP VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE OTHER REPORT DATASETS.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  AUDRPT-PAGE-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  AUDRPT-LINE-COUNT       PIC 9(03)  COMP VALUE 99.
       01  AUDRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBAUDINQ'.
           05  FILLER                PIC X(30)  VALUE
               'MASTER CHANGE HISTORY'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  AUDRPT-HEADING-2.
           05  FILLER                PIC X(09)  VALUE 'ACCT-ID: '.
           05  HDG2-ACCT-ID          PIC X(11).
           05  FILLER                PIC X(08)  VALUE '  FROM: '.
           05  HDG2-FROM-DATE        PIC X(08).
           05  FILLER                PIC X(06)  VALUE '  TO: '.
           05  HDG2-TO-DATE          PIC X(08).
           05  FILLER                PIC X(09)  VALUE '  FIELD: '.
           05  HDG2-FIELD-NAME       PIC X(22).
           05  FILLER                PIC X(13)  VALUE
               '  RUN LABEL: '.
           05  HDG2-RUN-LABEL        PIC X(24).
           05  FILLER                PIC X(14)  VALUE SPACES.
       01  AUDRPT-COLUMN-LINE-1.
           05  FILLER                PIC X(12)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(21)  VALUE 'TIMESTAMP'.
           05  FILLER                PIC X(10)  VALUE 'PROGRAM'.
           05  FILLER                PIC X(26)  VALUE 'RUN LABEL'.
           05  FILLER                PIC X(14)  VALUE 'ACTION'.
           05  FILLER                PIC X(08)  VALUE 'MASTER'.
           05  FILLER                PIC X(41)  VALUE SPACES.
       01  AUDRPT-COLUMN-LINE-2.
           05  FILLER                PIC X(04)  VALUE SPACES.
           05  FILLER                PIC X(24)  VALUE 'FIELD'.
           05  FILLER                PIC X(52)  VALUE 'OLD VALUE'.
           05  FILLER                PIC X(52)  VALUE 'NEW VALUE'.
       01  AUDIT-RECORD-LINE.
           05  AUDH-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  AUDH-TIMESTAMP        PIC X(19).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDH-PROGRAM          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDH-RUN-LABEL        PIC X(24).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDH-ACTION           PIC X(01).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  AUDH-ACTION-DESC      PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDH-MASTER-DESC      PIC X(08).
           05  FILLER                PIC X(41)  VALUE SPACES.
       01  FIELD-CHANGE-LINE.
           05  FILLER                PIC X(04)  VALUE SPACES.
           05  AUDD-FIELD-NAME       PIC X(22).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDD-OLD-VALUE        PIC X(50).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDD-NEW-VALUE        PIC X(50).
           05  FILLER                PIC X(02)  VALUE SPACES.
       01  AUDRPT-FOOTER-LINE.
           05  FILLER                PIC X(18)  VALUE
               'RECORDS REPORTED: '.
           05  FTR-RECORD-COUNT      PIC ZZZZZZZZ9.
           05  FILLER                PIC X(18)  VALUE
               '  FIELD CHANGES: '.
           05  FTR-CHANGE-COUNT      PIC ZZZZZZZZ9.
           05  FILLER                PIC X(78)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBAUDINQ'
           PERFORM 0100-INITIALIZE
           PERFORM 0500-SORT-AND-REPORT
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBAUDINQ'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE SPACES TO RPT-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO RPT-RUN-DATE
           END-STRING
           ACCEPT PARM-CARD FROM SYSIN
           PERFORM 0120-VALIDATE-PARM-CARD
           IF  PARM-CARD-INVALID
               DISPLAY 'PARM CARD REJECTED - RUN TERMINATED BEFORE '
                  'THE AUDIT JOURNALS WERE OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0140-SET-SELECTION-HEADING
           OPEN OUTPUT AUDRPT-FILE
           IF  AUDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHANGE HISTORY REPORT FILE'
               MOVE AUDRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       0120-VALIDATE-PARM-CARD.
           SET PARM-CARD-VALID TO TRUE
           IF  PARM-ACCT-ID-X = SPACES
               MOVE 'Y' TO SELECT-ALL-ACCTS-SWITCH
           ELSE
               MOVE 'N' TO SELECT-ALL-ACCTS-SWITCH
               IF  PARM-ACCT-ID NOT NUMERIC
                   DISPLAY 'INVALID ACCT-ID: ' PARM-ACCT-ID-X
                      ' (EXPECTED 11 DIGITS IN COLS 1-11)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-FROM-DATE = SPACES
               MOVE '00000000' TO PARM-FROM-DATE
           ELSE
               IF  PARM-FROM-DATE NOT NUMERIC
                   DISPLAY 'INVALID FROM DATE: ' PARM-FROM-DATE
                      ' (EXPECTED YYYYMMDD IN COLS 13-20)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-TO-DATE = SPACES
               MOVE '99999999' TO PARM-TO-DATE
           ELSE
               IF  PARM-TO-DATE NOT NUMERIC
                   DISPLAY 'INVALID TO DATE: ' PARM-TO-DATE
                      ' (EXPECTED YYYYMMDD IN COLS 22-29)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-CARD-VALID
           AND PARM-FROM-DATE > PARM-TO-DATE
               DISPLAY 'INVALID DATE RANGE: ' PARM-FROM-DATE
                  ' TO ' PARM-TO-DATE ' (FROM DATE IS AFTER TO DATE)'
               SET PARM-CARD-INVALID TO TRUE
           END-IF
           IF  PARM-FIELD-NAME NOT = SPACES
               MOVE 'N' TO FIELD-NAME-FOUND-SWITCH
               PERFORM 0130-FIND-FIELD-NAME
                   VARYING FLD-SUB FROM 1 BY 1
                   UNTIL FLD-SUB > FIELD-DESCRIPTOR-COUNT
               IF  NOT FIELD-NAME-FOUND
                   DISPLAY 'INVALID FIELD NAME: ' PARM-FIELD-NAME
                      ' (EXPECTED A CVACT01Y OR CVCUS01Y FIELD NAME'
                      ' IN COLS 31-52)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0130-FIND-FIELD-NAME.
           IF  FLD-NAME(FLD-SUB) = PARM-FIELD-NAME
               SET FIELD-NAME-FOUND TO TRUE
           END-IF
           EXIT.
      ******************************************************************
      * THE SELECTION IS ECHOED ON EVERY PAGE SO A PRINTED HISTORY
      * ALWAYS SAYS WHAT IT IS A HISTORY OF.
      ******************************************************************
       0140-SET-SELECTION-HEADING.
           IF  SELECT-ALL-ACCTS
               MOVE 'ALL'           TO HDG2-ACCT-ID
           ELSE
               MOVE PARM-ACCT-ID-X  TO HDG2-ACCT-ID
           END-IF
           MOVE PARM-FROM-DATE      TO HDG2-FROM-DATE
           MOVE PARM-TO-DATE        TO HDG2-TO-DATE
           IF  PARM-FIELD-NAME = SPACES
               MOVE 'ALL'           TO HDG2-FIELD-NAME
           ELSE
               MOVE PARM-FIELD-NAME TO HDG2-FIELD-NAME
           END-IF
           IF  PARM-RUN-LABEL = SPACES
               MOVE 'ALL'           TO HDG2-RUN-LABEL
           ELSE
               MOVE PARM-RUN-LABEL  TO HDG2-RUN-LABEL
           END-IF
           EXIT.
      ******************************************************************
      * THE INPUT PROCEDURE APPLIES THE RECORD-LEVEL SELECTIONS
      * (ACCOUNT, DATE RANGE, RUN LABEL); THE FIELD SELECTION IS
      * APPLIED FIELD BY FIELD AS THE SORTED RECORDS ARE DECODED.
      ******************************************************************
       0500-SORT-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-ID
               ON ASCENDING KEY SRT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT  PROCEDURE IS 1000-SELECT-AUDIT-RECORDS
               OUTPUT PROCEDURE IS 3000-PRINT-CHANGE-HISTORY
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING AUDIT RECORDS, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       1000-SELECT-AUDIT-RECORDS.
           OPEN INPUT AUDITIN-FILE
           IF  AUDITIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE'
               MOVE AUDITIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-AUDITIN-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE AUDITIN-FILE
           EXIT.
      ******************************************************************
       1100-AUDITIN-GET-NEXT.
           READ AUDITIN-FILE
           IF  AUDITIN-STATUS = '00'
               ADD 1 TO AUDIT-READ-COUNT
               PERFORM 1200-APPLY-RECORD-SELECTION
           ELSE
               IF  AUDITIN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING AUDIT JOURNAL FILE'
                   MOVE AUDITIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-APPLY-RECORD-SELECTION.
           IF  (SELECT-ALL-ACCTS OR AUD-ACCT-ID = PARM-ACCT-ID)
           AND AUD-TIMESTAMP(1:8) >= PARM-FROM-DATE
           AND AUD-TIMESTAMP(1:8) <= PARM-TO-DATE
           AND (PARM-RUN-LABEL = SPACES
                OR AUD-RUN-LABEL = PARM-RUN-LABEL)
               MOVE FD-AUDIT-RECORD TO SORT-WORK-RECORD
               RELEASE SORT-WORK-RECORD
               ADD 1 TO AUDIT-SELECTED-COUNT
           END-IF
           EXIT.
      ******************************************************************
       3000-PRINT-CHANGE-HISTORY.
           MOVE ZERO       TO AUDRPT-PAGE-COUNT
           MOVE 99         TO AUDRPT-LINE-COUNT
           MOVE 'N'        TO SORT-RETURN-EOF
           PERFORM 3100-RETURN-SORTED-RECORD
               UNTIL SORT-RETURN-EOF = 'Y'
      *********************************************************
      * AN EMPTY REPORT STILL GETS ITS HEADINGS SO THE REQUESTER
      * SEES A DATED, ZERO-COUNT ANSWER RATHER THAN AN EMPTY FILE.
      *********************************************************
           IF  AUDRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-HISTORY-HEADINGS
           END-IF
           MOVE AUDIT-REPORTED-COUNT TO FTR-RECORD-COUNT
           MOVE FIELD-CHANGE-COUNT   TO FTR-CHANGE-COUNT
           MOVE SPACES TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           MOVE AUDRPT-FOOTER-LINE TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       3100-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 3200-DECODE-AUDIT-RECORD
           END-RETURN
           EXIT.
      ******************************************************************
      * THE IMAGE TYPE PICKS THE DESCRIPTOR RANGE; EACH DESCRIPTOR'S
      * BYTES ARE COMPARED BEFORE AGAINST AFTER, AND THE RECORD LINE
      * PRINTS AHEAD OF ITS FIRST CHANGED FIELD ONLY - A RECORD WITH
      * NO CHANGE TO THE SELECTED FIELD PRINTS NOTHING AT ALL.
      ******************************************************************
       3200-DECODE-AUDIT-RECORD.
           SET RECORD-HEADER-PENDING TO TRUE
           EVALUATE TRUE
               WHEN SRT-ACCOUNT-IMAGE
                   MOVE ACCT-FIRST-FIELD TO FIRST-FIELD-SUB
                   MOVE ACCT-LAST-FIELD  TO LAST-FIELD-SUB
               WHEN SRT-CUSTOMER-IMAGE
                   MOVE CUST-FIRST-FIELD TO FIRST-FIELD-SUB
                   MOVE CUST-LAST-FIELD  TO LAST-FIELD-SUB
               WHEN OTHER
                   MOVE 1    TO FIRST-FIELD-SUB
                   MOVE ZERO TO LAST-FIELD-SUB
                   ADD 1 TO UNDECODABLE-COUNT
           END-EVALUATE
           PERFORM 3300-COMPARE-FIELD
               VARYING FLD-SUB FROM FIRST-FIELD-SUB BY 1
               UNTIL FLD-SUB > LAST-FIELD-SUB
           IF  RECORD-HEADER-PRINTED
               ADD 1 TO AUDIT-REPORTED-COUNT
           END-IF
           EXIT.
      ******************************************************************
       3300-COMPARE-FIELD.
           IF  PARM-FIELD-NAME = SPACES
           OR  PARM-FIELD-NAME = FLD-NAME(FLD-SUB)
               IF  SRT-BEFORE-IMAGE(FLD-OFFSET(FLD-SUB):
                                    FLD-LENGTH(FLD-SUB))
               NOT = SRT-AFTER-IMAGE(FLD-OFFSET(FLD-SUB):
                                     FLD-LENGTH(FLD-SUB))
                   PERFORM 3400-PRINT-FIELD-CHANGE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A PAGE BREAK INSIDE A RECORD'S FIELD LINES REPEATS THE
      * RECORD LINE AT THE TOP OF THE NEW PAGE.
      ******************************************************************
       3400-PRINT-FIELD-CHANGE.
           IF  AUDRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-HISTORY-HEADINGS
               SET RECORD-HEADER-PENDING TO TRUE
           END-IF
           IF  RECORD-HEADER-PENDING
               PERFORM 3500-PRINT-RECORD-LINE
           END-IF
           MOVE FLD-NAME(FLD-SUB)   TO AUDD-FIELD-NAME
           MOVE SRT-BEFORE-IMAGE(FLD-OFFSET(FLD-SUB):
                                 FLD-LENGTH(FLD-SUB))
                                    TO FORMAT-SOURCE
           PERFORM 3600-FORMAT-FIELD-VALUE
           MOVE FORMAT-RESULT       TO AUDD-OLD-VALUE
           MOVE SRT-AFTER-IMAGE(FLD-OFFSET(FLD-SUB):
                                FLD-LENGTH(FLD-SUB))
                                    TO FORMAT-SOURCE
           PERFORM 3600-FORMAT-FIELD-VALUE
           MOVE FORMAT-RESULT       TO AUDD-NEW-VALUE
           MOVE FIELD-CHANGE-LINE   TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           ADD 1 TO FIELD-CHANGE-COUNT
           EXIT.
      ******************************************************************
       3500-PRINT-RECORD-LINE.
           MOVE SRT-ACCT-ID         TO AUDH-ACCT-ID
           MOVE SPACES              TO AUDH-TIMESTAMP
           STRING SRT-TIMESTAMP(1:4)  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  SRT-TIMESTAMP(5:2)  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  SRT-TIMESTAMP(7:2)  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  SRT-TIMESTAMP(9:2)  DELIMITED BY SIZE
                  ':'                 DELIMITED BY SIZE
                  SRT-TIMESTAMP(11:2) DELIMITED BY SIZE
                  ':'                 DELIMITED BY SIZE
                  SRT-TIMESTAMP(13:2) DELIMITED BY SIZE
                     INTO AUDH-TIMESTAMP
           END-STRING
           MOVE SRT-SOURCE-PROGRAM  TO AUDH-PROGRAM
           MOVE SRT-RUN-LABEL       TO AUDH-RUN-LABEL
           MOVE SRT-ACTION          TO AUDH-ACTION
           EVALUATE SRT-ACTION
               WHEN 'A'
                   MOVE 'ADD'        TO AUDH-ACTION-DESC
               WHEN 'U'
                   MOVE 'UPDATE'     TO AUDH-ACTION-DESC
               WHEN 'C'
                   MOVE 'CLOSE'      TO AUDH-ACTION-DESC
               WHEN 'D'
                   MOVE 'DELETE'     TO AUDH-ACTION-DESC
               WHEN 'R'
                   MOVE 'REISSUE'    TO AUDH-ACTION-DESC
               WHEN 'T'
                   MOVE 'TRANSFER'   TO AUDH-ACTION-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'    TO AUDH-ACTION-DESC
           END-EVALUATE
           IF  SRT-ACCOUNT-IMAGE
               MOVE 'ACCOUNT'       TO AUDH-MASTER-DESC
           ELSE
               MOVE 'CUSTOMER'      TO AUDH-MASTER-DESC
           END-IF
           MOVE AUDIT-RECORD-LINE   TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           SET RECORD-HEADER-PRINTED TO TRUE
           EXIT.
      ******************************************************************
      * AN AMOUNT PRINTS EDITED WHEN ITS BYTES ARE A VALID SIGNED
      * NUMBER; ANYTHING ELSE (SPACES ON THE MISSING SIDE OF AN ADD
      * OR DELETE, A FIELD NEVER SET) PRINTS AS IT STANDS.
      ******************************************************************
       3600-FORMAT-FIELD-VALUE.
           MOVE FORMAT-SOURCE TO FORMAT-RESULT
           IF  FLD-FORMAT(FLD-SUB) = 'S'
               MOVE FORMAT-SOURCE(1:12) TO AMOUNT-IMAGE-X
               IF  AMOUNT-IMAGE-N NUMERIC
                   MOVE AMOUNT-IMAGE-N  TO AMOUNT-EDITED
                   MOVE AMOUNT-EDITED   TO FORMAT-RESULT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       8240-WRITE-HISTORY-HEADINGS.
           ADD 1 TO AUDRPT-PAGE-COUNT
           MOVE AUDRPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           WRITE AUDRPT-PRINT-LINE FROM AUDRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  AUDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHANGE HISTORY REPORT FILE'
               MOVE AUDRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE AUDRPT-HEADING-2     TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           MOVE AUDRPT-COLUMN-LINE-1 TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           MOVE AUDRPT-COLUMN-LINE-2 TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           MOVE SPACES               TO AUDRPT-PRINT-LINE
           PERFORM 8250-WRITE-AUDRPT-ADVANCE-1
           MOVE 5 TO AUDRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       8250-WRITE-AUDRPT-ADVANCE-1.
           WRITE AUDRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  AUDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHANGE HISTORY REPORT FILE'
               MOVE AUDRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO AUDRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'WBAUDINQ CONTROL TOTALS'
           DISPLAY 'AUDIT RECORDS READ      :' AUDIT-READ-COUNT
           DISPLAY 'RECORDS SELECTED        :' AUDIT-SELECTED-COUNT
           DISPLAY 'RECORDS REPORTED        :' AUDIT-REPORTED-COUNT
           DISPLAY 'FIELD CHANGES LISTED    :' FIELD-CHANGE-COUNT
           DISPLAY 'UNDECODABLE RECORDS     :' UNDECODABLE-COUNT
           DISPLAY '==================================================='
           CLOSE AUDRPT-FILE
           IF  UNDECODABLE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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
