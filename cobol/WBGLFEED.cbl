      ******************************************************************
      * WBGLFEED - GENERAL-LEDGER JOURNAL ENTRY FEED
      *
      * RUNS ON CYCLE-END NIGHT AFTER THE WBPOSTNG JOB. BUILDS THE
      * CYCLE'S GL JOURNAL ENTRIES THAT ACCOUNTING USED TO KEY BY
      * HAND, SUMMARIZED BY ACCT-GROUP-ID, FROM:
      *   - THE POSTING JOURNAL (CVPJR01Y) - RECEIVABLES MOVEMENT,
      *     THE CYCLE DEBITS AND CYCLE CREDITS FOLDED INTO THE
      *     BALANCES. THE DETAILS ARE SUMMED BY GROUP AND MUST TIE TO
      *     PJ-TRL-TOTAL-CYC-DEBIT AND PJ-TRL-TOTAL-CYC-CREDIT.
      *   - THE WBASSESS CHARGE REGISTER (CVASR01Y) - INTEREST INCOME
      *     AND FEE INCOME, SERVICE AND OVER-LIMIT FEES BOOKED APART.
      *   - THE TRANSACTION HISTORY WBTXNPST WRITES - OF THE ITEMS
      *     POSTED IN THE CYCLE (CONTROL CARD DATES), THOSE WHOSE
      *     REFERENCE STARTS 'DSP' ARE THE WBDSPUPD DISPUTE CREDITS
      *     (TYPE C) AND REVERSALS (TYPE D); THE OTHER TYPE-C ITEMS
      *     ARE THE PAYMENTS RECEIVED.
      *   - THE WBREFUND REFUND REGISTER (CVRRG01Y) - CREDIT BALANCES
      *     PAID OUT TO ACCOUNTS PAYABLE. A REFUND IS APPLIED AS A
      *     WBACTUPD BALANCE UPDATE, SO IT IS NOT ON THE POSTING
      *     JOURNAL AND IS BOOKED HERE ON ITS OWN PAIR OF ENTRIES.
      * EACH GROUP GETS UP TO TWELVE ENTRIES, ONE PER ENTRY TYPE:
      *   RCVD  DR  RECEIVABLES, CYCLE DEBITS
      *   RCVC  CR  RECEIVABLES, CYCLE CREDITS
      *   INTI  CR  INTEREST INCOME
      *   FEES  CR  SERVICE FEE INCOME
      *   FEEO  CR  OVER-LIMIT FEE INCOME
      *   PURC  CR  CARD ACTIVITY CLEARING - CYCLE DEBITS LESS THE
      *             ASSESSED INTEREST AND FEES AND THE DISPUTE
      *             REVERSALS
      *   PAYC  DR  PAYMENTS RECEIVED CLEARING - WBTXNPST CREDITS
      *             OTHER THAN DISPUTE CREDITS
      *   OCRC  DR  OTHER CREDITS CLEARING - CYCLE CREDITS LESS THE
      *             WBTXNPST CREDITS
      *   DSPC  DR  DISPUTE CREDITS CLEARING - DISPUTE CREDITS
      *   DSPD  CR  DISPUTE REVERSALS CLEARING - DISPUTE REVERSALS
      *   RFDR  DR  RECEIVABLES, CREDIT BALANCES REFUNDED
      *   RFDP  CR  REFUNDS PAYABLE - THE CHECKS ACCOUNTS PAYABLE CUTS
      * A ZERO ENTRY IS NOT WRITTEN; A NEGATIVE ONE IS WRITTEN ON THE
      * OPPOSITE SIDE. THE GL ACCOUNT FOR EACH GROUP AND ENTRY TYPE
      * COMES FROM THE GL MAPPING TABLE (GLMAP) MAINTAINED BY
      * ACCOUNTING; A GROUP OF '*' IS THE DEFAULT FOR AN ENTRY TYPE.
      *
      * THE FEED (GLFEED) IS ONE HEADER, THE ENTRIES, AND ONE TRAILER
      * WITH THE ENTRY COUNT AND DEBIT AND CREDIT TOTALS. IT IS ONLY
      * WRITTEN WHEN THE RUN BALANCES: THE JOURNAL DETAILS TIE TO
      * THEIR TRAILER, THE WBTXNPST CREDITS DO NOT EXCEED THE CYCLE
      * CREDITS NOR THE DISPUTE REVERSALS THE CYCLE DEBITS, EVERY
      * ENTRY HAS A GL ACCOUNT, AND DEBITS EQUAL CREDITS. OTHERWISE
      * GLFEED IS LEFT EMPTY, THE REASONS ARE PRINTED ON THE JOURNAL
      * REPORT (GLRPT), AND THE STEP ENDS RC=12 SO THE LEDGER
      * TRANSFER DOES NOT RUN. A MISSING OR BAD MAPPING
      * TABLE ENDS THE RUN RC=12 BEFORE ANY INPUT IS READ.
      *
      * CONTROL CARD: CYCLE PERIOD FOR THE WBTXNPST CREDITS - FIRST
      * POSTING DATE YYYYMMDD IN COLS 1-8 (REQUIRED) AND LAST POSTING
      * DATE YYYYMMDD IN COLS 10-17 (BLANK DEFAULTS TO THE RUN DATE).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBGLFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS POSTJRNL-STATUS.
      ******************************************************************
           SELECT ASSESS-REG-FILE ASSIGN TO ASSESREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ASSESREG-STATUS.
      ******************************************************************
           SELECT REFUND-REG-FILE ASSIGN TO REFNDREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REFNDREG-STATUS.
      ******************************************************************
           SELECT TXNHIST-FILE ASSIGN TO TXNHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TXNHIST-STATUS.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT GLMAP-FILE ASSIGN TO GLMAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLMAP-STATUS.
      ******************************************************************
           SELECT GLFEED-FILE ASSIGN TO GLFEED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLFEED-STATUS.
      ******************************************************************
           SELECT GLRPT-FILE ASSIGN TO GLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLRPT-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CYCLE-END POSTING JOURNAL - SHARED LAYOUT.
      ******************************************************************
       FD  POSTJRNL-FILE.

       COPY CVPJR01Y.
      ******************************************************************
      * WBASSESS CHARGE REGISTER - SHARED LAYOUT.
      ******************************************************************
       FD  ASSESS-REG-FILE.

       COPY CVASR01Y.
      ******************************************************************
      * WBREFUND REFUND REGISTER - SHARED LAYOUT.
      ******************************************************************
       FD  REFUND-REG-FILE.

       COPY CVRRG01Y.
      ******************************************************************
      * CUMULATIVE TRANSACTION HISTORY AS WBTXNPST APPENDS IT.
      ******************************************************************
       FD  TXNHIST-FILE.

       01  FD-TXNHIST-RECORD.
           05 HST-POST-TIMESTAMP                PIC X(14).
           05 HST-ACCT-ID                       PIC 9(11).
           05 HST-TXN-TYPE                      PIC X(01).
           05 HST-TXN-AMOUNT                    PIC S9(10)V99.
           05 HST-TXN-DATE                      PIC X(10).
           05 HST-MERCHANT-NAME                 PIC X(30).
           05 HST-REFERENCE                     PIC X(16).
           05 HST-BUCKET-AFTER                  PIC S9(10)V99.
      ******************************************************************
      * ACCOUNT MASTER - READ ONLY, RANDOM, FOR ACCT-GROUP-ID.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * GL MAPPING TABLE - ONE CARD PER GROUP AND ENTRY TYPE,
      * MAINTAINED BY ACCOUNTING. GROUP '*' IS THE DEFAULT FOR THE
      * ENTRY TYPE.
      ******************************************************************
       FD  GLMAP-FILE.

       01  FD-GLMAP-RECORD.
           05 GLM-GROUP-ID                      PIC X(10).
           05 FILLER                            PIC X(01).
           05 GLM-ENTRY-TYPE                    PIC X(04).
           05 FILLER                            PIC X(01).
           05 GLM-GL-ACCOUNT                    PIC X(16).
           05 FILLER                            PIC X(48).
      ******************************************************************
      * GL INTERFACE FILE: H HEADER, D ENTRY PER GROUP AND ENTRY
      * TYPE, T TRAILER. AMOUNTS ARE UNSIGNED; GLD-DR-CR GIVES THE
      * SIDE.
      ******************************************************************
       FD  GLFEED-FILE.

       01  FD-GLFEED-RECORD.
           05 GL-RECORD-TYPE                    PIC X(01).
           05 GL-DETAIL-DATA.
              10 GLD-CYCLE-DATE                 PIC X(08).
              10 GLD-GL-ACCOUNT                 PIC X(16).
              10 GLD-GROUP-ID                   PIC X(10).
              10 GLD-ENTRY-TYPE                 PIC X(04).
              10 GLD-DR-CR                      PIC X(01).
              10 GLD-AMOUNT                     PIC 9(13)V99.
              10 GLD-DESCRIPTION                PIC X(30).
              10 FILLER                         PIC X(15).
           05 GL-HEADER-DATA REDEFINES GL-DETAIL-DATA.
              10 GLH-CYCLE-DATE                 PIC X(08).
              10 GLH-SOURCE-SYSTEM              PIC X(10).
              10 GLH-PERIOD-FROM                PIC X(08).
              10 GLH-PERIOD-TO                  PIC X(08).
              10 FILLER                         PIC X(65).
           05 GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
              10 GLT-ENTRY-COUNT                PIC 9(07).
              10 GLT-TOTAL-DEBITS               PIC 9(13)V99.
              10 GLT-TOTAL-CREDITS              PIC 9(13)V99.
              10 FILLER                         PIC X(62).
      ******************************************************************
      * JOURNAL REPORT PRINT LINES.
      ******************************************************************
       FD  GLRPT-FILE.

       01  GLRPT-PRINT-LINE                     PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       01  POSTJRNL-STATUS.
           05  POSTJRNL-STAT1      PIC X.
           05  POSTJRNL-STAT2      PIC X.
       01  ASSESREG-STATUS.
           05  ASSESREG-STAT1      PIC X.
           05  ASSESREG-STAT2      PIC X.
       01  REFNDREG-STATUS.
           05  REFNDREG-STAT1      PIC X.
           05  REFNDREG-STAT2      PIC X.
       01  TXNHIST-STATUS.
           05  TXNHIST-STAT1       PIC X.
           05  TXNHIST-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  GLMAP-STATUS.
           05  GLMAP-STAT1         PIC X.
           05  GLMAP-STAT2         PIC X.
       01  GLFEED-STATUS.
           05  GLFEED-STAT1        PIC X.
           05  GLFEED-STAT2        PIC X.
       01  GLRPT-STATUS.
           05  GLRPT-STAT1         PIC X.
           05  GLRPT-STAT2         PIC X.
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
      * CONTROL CARD: THE POSTING-DATE PERIOD OF THE CYCLE.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-PERIOD-FROM      PIC 9(08)  VALUE ZERO.
           05  FILLER                PIC X(01).
           05  PARM-PERIOD-TO        PIC 9(08)  VALUE ZERO.
           05  FILLER                PIC X(63).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  PARM-PERIOD-FROM-X    PIC X(08).
           05  FILLER                PIC X(01).
           05  PARM-PERIOD-TO-X      PIC X(08).
           05  FILLER                PIC X(63).
       01  PARM-CARD-SWITCH         PIC X(01)  VALUE 'Y'.
           88  PARM-CARD-VALID                 VALUE 'Y'.
           88  PARM-CARD-INVALID               VALUE 'N'.
       01  TODAY-STAMP             PIC X(08)  VALUE SPACES.
      ******************************************************************
      * THE TWELVE ENTRY TYPES, THEIR NORMAL SIDE AND DESCRIPTION.
      ******************************************************************
       01  ENTRY-TYPE-VALUES.
           05  FILLER  PIC X(35) VALUE
               'RCVDDRECEIVABLES - CYCLE DEBITS    '.
           05  FILLER  PIC X(35) VALUE
               'RCVCCRECEIVABLES - CYCLE CREDITS   '.
           05  FILLER  PIC X(35) VALUE
               'INTICINTEREST INCOME               '.
           05  FILLER  PIC X(35) VALUE
               'FEESCSERVICE FEE INCOME            '.
           05  FILLER  PIC X(35) VALUE
               'FEEOCOVER-LIMIT FEE INCOME         '.
           05  FILLER  PIC X(35) VALUE
               'PURCCCARD ACTIVITY CLEARING        '.
           05  FILLER  PIC X(35) VALUE
               'PAYCDPAYMENTS RECEIVED CLEARING    '.
           05  FILLER  PIC X(35) VALUE
               'OCRCDOTHER CREDITS CLEARING        '.
           05  FILLER  PIC X(35) VALUE
               'DSPCDDISPUTE CREDITS CLEARING      '.
           05  FILLER  PIC X(35) VALUE
               'DSPDCDISPUTE REVERSALS CLEARING    '.
           05  FILLER  PIC X(35) VALUE
               'RFDRDRECEIVABLES - REFUNDS ISSUED  '.
           05  FILLER  PIC X(35) VALUE
               'RFDPCREFUNDS PAYABLE               '.
       01  ENTRY-TYPE-TABLE REDEFINES ENTRY-TYPE-VALUES.
           05  ENTRY-TYPE-ENTRY OCCURS 12 TIMES
                   INDEXED BY ETY-IDX.
               10  ETY-CODE           PIC X(04).
               10  ETY-NORMAL-SIDE    PIC X(01).
               10  ETY-DESCRIPTION    PIC X(30).
      ******************************************************************
      * GL MAPPING TABLE AS LOADED.
      ******************************************************************
       01  GLMAP-COUNT             PIC 9(4)  COMP VALUE ZERO.
       01  GLMAP-TABLE.
           05  GLMAP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON GLMAP-COUNT
                   INDEXED BY GLM-IDX.
               10  GMT-GROUP-ID       PIC X(10).
               10  GMT-ENTRY-TYPE     PIC X(04).
               10  GMT-GL-ACCOUNT     PIC X(16).
       01  GLMAP-ERROR-COUNT       PIC 9(4)  COMP VALUE ZERO.
       01  GL-ACCOUNT-WORK         PIC X(16)  VALUE SPACES.
       01  GL-ACCOUNT-SEARCH-KEY.
           05  GSK-GROUP-ID           PIC X(10).
           05  GSK-ENTRY-TYPE         PIC X(04).
      ******************************************************************
      * CYCLE AMOUNTS BY ACCT-GROUP-ID, FROM ALL FOUR SOURCES.
      ******************************************************************
       01  GROUP-COUNT             PIC 9(4)  COMP VALUE ZERO.
       01  GROUP-TOTALS-TABLE.
           05  GROUP-TOTALS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON GROUP-COUNT
                   INDEXED BY GRP-IDX.
               10  GRP-GROUP-ID       PIC X(10).
               10  GRP-CYC-DEBIT      PIC S9(13)V99.
               10  GRP-CYC-CREDIT     PIC S9(13)V99.
               10  GRP-INTEREST       PIC S9(13)V99.
               10  GRP-SERVICE-FEE    PIC S9(13)V99.
               10  GRP-OVERLIMIT-FEE  PIC S9(13)V99.
               10  GRP-PAYMENTS       PIC S9(13)V99.
               10  GRP-DSP-CREDITS    PIC S9(13)V99.
               10  GRP-DSP-DEBITS     PIC S9(13)V99.
               10  GRP-REFUNDS        PIC S9(13)V99.
       01  GROUP-KEY-WORK          PIC X(10)  VALUE SPACES.
      ******************************************************************
      * ONE ENTRY BEING BUILT.
      ******************************************************************
       01  ENTRY-AMOUNT-WORK       PIC S9(13)V99 VALUE ZERO.
       01  ENTRY-SIDE-WORK         PIC X(01)  VALUE SPACE.
       01  ENTRY-COUNT             PIC 9(7)  COMP VALUE ZERO.
       01  UNMAPPED-COUNT          PIC 9(7)  COMP VALUE ZERO.
       01  TOTAL-DEBITS            PIC S9(13)V99 VALUE ZERO.
       01  TOTAL-CREDITS           PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * SOURCE CONTROL TOTALS AND THE BALANCE RESULT.
      ******************************************************************
       01  FEED-CONTROL-TOTALS.
           05  PJ-DETAIL-COUNT        PIC 9(9)  COMP VALUE ZERO.
           05  PJ-DETAIL-CYC-DEBIT    PIC S9(13)V99 VALUE ZERO.
           05  PJ-DETAIL-CYC-CREDIT   PIC S9(13)V99 VALUE ZERO.
           05  PJ-TRAILER-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  PJ-TRAILER-CYC-DEBIT   PIC S9(13)V99 VALUE ZERO.
           05  PJ-TRAILER-CYC-CREDIT  PIC S9(13)V99 VALUE ZERO.
           05  ASSESS-REG-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  ASSESS-INTEREST-TOTAL  PIC S9(13)V99 VALUE ZERO.
           05  ASSESS-SERVICE-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05  ASSESS-OVERLIMIT-TOTAL PIC S9(13)V99 VALUE ZERO.
           05  HISTORY-READ-COUNT     PIC 9(9)  COMP VALUE ZERO.
           05  PAYMENT-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  PAYMENT-TOTAL          PIC S9(13)V99 VALUE ZERO.
           05  DISPUTE-CREDIT-COUNT   PIC 9(9)  COMP VALUE ZERO.
           05  DISPUTE-CREDIT-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05  DISPUTE-DEBIT-COUNT    PIC 9(9)  COMP VALUE ZERO.
           05  DISPUTE-DEBIT-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05  REFUND-REG-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05  REFUND-TOTAL           PIC S9(13)V99 VALUE ZERO.
           05  ACCT-NOT-FOUND-COUNT   PIC 9(9)  COMP VALUE ZERO.
       01  FEED-BALANCE-SWITCH     PIC X(01)  VALUE 'Y'.
           88  FEED-IN-BALANCE                VALUE 'Y'.
           88  FEED-OUT-OF-BALANCE            VALUE 'N'.
       01  BALANCE-MESSAGE         PIC X(80)  VALUE SPACES.
      ******************************************************************
      * ENTRIES HELD UNTIL THE RUN IS KNOWN TO BALANCE.
      ******************************************************************
       01  GL-ENTRY-COUNT          PIC 9(4)  COMP VALUE ZERO.
       01  GL-ENTRY-TABLE.
           05  GL-ENTRY OCCURS 1 TO 6000 TIMES
                   DEPENDING ON GL-ENTRY-COUNT
                   INDEXED BY GLE-IDX.
               10  GLE-GL-ACCOUNT     PIC X(16).
               10  GLE-GROUP-ID       PIC X(10).
               10  GLE-ENTRY-TYPE     PIC X(04).
               10  GLE-DR-CR          PIC X(01).
               10  GLE-AMOUNT         PIC 9(13)V99.
               10  GLE-DESCRIPTION    PIC X(30).
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE OVRRPT DATASET.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  GLRPT-PAGE-COUNT        PIC 9(05)  COMP VALUE ZERO.
       01  GLRPT-LINE-COUNT        PIC 9(03)  COMP VALUE 99.
       01  HELD-PRINT-LINE         PIC X(132) VALUE SPACES.
       01  GLRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBGLFEED'.
           05  FILLER                PIC X(30)  VALUE
               'GL JOURNAL ENTRY FEED'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  GLRPT-COLUMN-LINE.
           05  FILLER                PIC X(18)  VALUE 'GL ACCOUNT'.
           05  FILLER                PIC X(12)  VALUE 'GROUP'.
           05  FILLER                PIC X(06)  VALUE 'TYPE'.
           05  FILLER                PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(20)  VALUE
               '             DEBIT'.
           05  FILLER                PIC X(44)  VALUE
               '            CREDIT'.
       01  GL-ENTRY-LINE.
           05  GEL-GL-ACCOUNT        PIC X(16).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  GEL-GROUP-ID          PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  GEL-ENTRY-TYPE        PIC X(04).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  GEL-DESCRIPTION       PIC X(30).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  GEL-DEBIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  GEL-CREDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(26)  VALUE SPACES.
       01  GL-MESSAGE-LINE.
           05  FILLER                PIC X(02)  VALUE '**'.
           05  FILLER                PIC X(01)  VALUE SPACE.
           05  GML-TEXT              PIC X(80).
           05  FILLER                PIC X(49)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBGLFEED'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-LOAD-POSTING-JOURNAL
           PERFORM 2000-LOAD-ASSESS-REGISTER
           PERFORM 2500-LOAD-REFUND-REGISTER
           PERFORM 3000-LOAD-PAYMENTS
           PERFORM 4000-CHECK-SOURCES
           PERFORM 5000-BUILD-ENTRIES
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GROUP-COUNT
           PERFORM 6000-CHECK-ENTRIES
           PERFORM 7000-WRITE-GL-FEED
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBGLFEED'
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-STAMP
           PERFORM 0120-VALIDATE-PARM-CARD
           IF  PARM-CARD-INVALID
               DISPLAY 'PARM CARD REJECTED - RUN TERMINATED BEFORE '
                  'THE POSTING JOURNAL WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'GL FEED CONTROLS IN EFFECT'
           DISPLAY 'CREDITS POSTED FROM     :' PARM-PERIOD-FROM
           DISPLAY 'CREDITS POSTED TO       :' PARM-PERIOD-TO
           PERFORM 0150-LOAD-GL-MAPPING
           OPEN INPUT  ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT GLFEED-FILE
           IF  GLFEED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL FEED FILE'
               MOVE GLFEED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT GLRPT-FILE
           IF  GLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL JOURNAL REPORT FILE'
               MOVE GLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * THE FIRST DATE HAS NO SAFE DEFAULT - TAKING CREDITS FROM THE
      * WRONG PERIOD WOULD MISSTATE PAYMENTS - SO IT IS REQUIRED.
      ******************************************************************
       0120-VALIDATE-PARM-CARD.
           SET PARM-CARD-VALID TO TRUE
           IF  PARM-PERIOD-FROM NOT NUMERIC
           OR  PARM-PERIOD-FROM = ZERO
               DISPLAY 'INVALID PERIOD FROM DATE: '
                  PARM-PERIOD-FROM-X
                  ' (EXPECTED YYYYMMDD IN COLS 1-8)'
               SET PARM-CARD-INVALID TO TRUE
           END-IF
           IF  PARM-PERIOD-TO-X = SPACES
               MOVE TODAY-STAMP TO PARM-PERIOD-TO-X
           ELSE
               IF  PARM-PERIOD-TO NOT NUMERIC
               OR  PARM-PERIOD-TO = ZERO
                   DISPLAY 'INVALID PERIOD TO DATE: '
                      PARM-PERIOD-TO-X
                      ' (EXPECTED YYYYMMDD IN COLS 10-17)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-CARD-VALID
           AND PARM-PERIOD-FROM > PARM-PERIOD-TO
               DISPLAY 'INVALID PERIOD: FROM DATE '
                  PARM-PERIOD-FROM-X ' IS AFTER TO DATE '
                  PARM-PERIOD-TO-X
               SET PARM-CARD-INVALID TO TRUE
           END-IF
           EXIT.
      ******************************************************************
      * A MAPPING CARD WITH AN UNKNOWN ENTRY TYPE, NO GROUP OR NO GL
      * ACCOUNT REJECTS THE RUN - BOOKING A CYCLE THROUGH A GARBLED
      * TABLE IS WORSE THAN BOOKING IT A DAY LATE.
      ******************************************************************
       0150-LOAD-GL-MAPPING.
           OPEN INPUT  GLMAP-FILE
           IF  GLMAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 0160-GLMAP-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE GLMAP-FILE
           IF  GLMAP-COUNT = ZERO
               DISPLAY 'GL MAPPING FILE IS EMPTY - RUN TERMINATED '
                  'BEFORE THE POSTING JOURNAL WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  GLMAP-ERROR-COUNT > ZERO
               DISPLAY 'GL MAPPING FILE REJECTED - RUN TERMINATED '
                  'BEFORE THE POSTING JOURNAL WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'GL MAPPING CARDS LOADED :' GLMAP-COUNT
           EXIT.
      ******************************************************************
       0160-GLMAP-GET-NEXT.
           READ GLMAP-FILE
           IF  GLMAP-STATUS = '00'
               SET ETY-IDX TO 1
               SEARCH ENTRY-TYPE-ENTRY
                   AT END
                       DISPLAY 'INVALID GL MAPPING CARD - UNKNOWN '
                          'ENTRY TYPE: ' FD-GLMAP-RECORD(1:32)
                       ADD 1 TO GLMAP-ERROR-COUNT
                   WHEN ETY-CODE(ETY-IDX) = GLM-ENTRY-TYPE
                       PERFORM 0170-ADD-GL-MAPPING
               END-SEARCH
           ELSE
               IF  GLMAP-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING GL MAPPING FILE'
                   MOVE GLMAP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0170-ADD-GL-MAPPING.
           EVALUATE TRUE
               WHEN GLM-GROUP-ID = SPACES
               OR   GLM-GL-ACCOUNT = SPACES
                   DISPLAY 'INVALID GL MAPPING CARD - GROUP OR GL '
                      'ACCOUNT MISSING: ' FD-GLMAP-RECORD(1:32)
                   ADD 1 TO GLMAP-ERROR-COUNT
               WHEN GLMAP-COUNT NOT < 1000
                   DISPLAY 'GL MAPPING TABLE FULL AT 1000 CARDS: '
                      FD-GLMAP-RECORD(1:32)
                   ADD 1 TO GLMAP-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO GLMAP-COUNT
                   SET GLM-IDX TO GLMAP-COUNT
                   MOVE GLM-GROUP-ID   TO GMT-GROUP-ID(GLM-IDX)
                   MOVE GLM-ENTRY-TYPE TO GMT-ENTRY-TYPE(GLM-IDX)
                   MOVE GLM-GL-ACCOUNT TO GMT-GL-ACCOUNT(GLM-IDX)
           END-EVALUATE
           EXIT.
      ******************************************************************
      * RECEIVABLES MOVEMENT: THE JOURNAL DETAILS SUMMED BY GROUP,
      * AND THE TRAILER KEPT TO TIE THEM TO.
      ******************************************************************
       1000-LOAD-POSTING-JOURNAL.
           OPEN INPUT  POSTJRNL-FILE
           IF  POSTJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POSTING JOURNAL FILE'
               MOVE POSTJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-POSTJRNL-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE POSTJRNL-FILE
           EXIT.
      ******************************************************************
       1100-POSTJRNL-GET-NEXT.
           READ POSTJRNL-FILE
           IF  POSTJRNL-STATUS = '00'
               EVALUATE PJ-RECORD-TYPE
                   WHEN 'D'
                       PERFORM 1200-ADD-JOURNAL-DETAIL
                   WHEN 'T'
                       ADD 1 TO PJ-TRAILER-COUNT
                       MOVE PJ-TRL-TOTAL-CYC-DEBIT
                                         TO PJ-TRAILER-CYC-DEBIT
                       MOVE PJ-TRL-TOTAL-CYC-CREDIT
                                         TO PJ-TRAILER-CYC-CREDIT
                   WHEN OTHER
                       DISPLAY 'UNKNOWN POSTING JOURNAL RECORD TYPE: '
                               PJ-RECORD-TYPE
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
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
       1200-ADD-JOURNAL-DETAIL.
           ADD 1 TO PJ-DETAIL-COUNT
           ADD PJ-CYC-DEBIT  TO PJ-DETAIL-CYC-DEBIT
           ADD PJ-CYC-CREDIT TO PJ-DETAIL-CYC-CREDIT
           MOVE PJ-ACCT-ID TO FD-ACCT-ID
           PERFORM 8000-LOOKUP-ACCT-GROUP
           PERFORM 8100-FIND-GROUP
           ADD PJ-CYC-DEBIT  TO GRP-CYC-DEBIT(GRP-IDX)
           ADD PJ-CYC-CREDIT TO GRP-CYC-CREDIT(GRP-IDX)
           EXIT.
      ******************************************************************
      * INTEREST AND FEE INCOME: THE REGISTER ALREADY CARRIES THE
      * GROUP AS IT WAS WHEN THE CHARGE WAS MADE.
      ******************************************************************
       2000-LOAD-ASSESS-REGISTER.
           OPEN INPUT  ASSESS-REG-FILE
           IF  ASSESREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHARGE REGISTER FILE'
               MOVE ASSESREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 2100-ASSESREG-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE ASSESS-REG-FILE
           EXIT.
      ******************************************************************
       2100-ASSESREG-GET-NEXT.
           READ ASSESS-REG-FILE
           IF  ASSESREG-STATUS = '00'
               ADD 1 TO ASSESS-REG-COUNT
               ADD ASR-INTEREST      TO ASSESS-INTEREST-TOTAL
               ADD ASR-SERVICE-FEE   TO ASSESS-SERVICE-TOTAL
               ADD ASR-OVERLIMIT-FEE TO ASSESS-OVERLIMIT-TOTAL
               MOVE ASR-GROUP-ID TO GROUP-KEY-WORK
               PERFORM 8100-FIND-GROUP
               ADD ASR-INTEREST      TO GRP-INTEREST(GRP-IDX)
               ADD ASR-SERVICE-FEE   TO GRP-SERVICE-FEE(GRP-IDX)
               ADD ASR-OVERLIMIT-FEE TO GRP-OVERLIMIT-FEE(GRP-IDX)
           ELSE
               IF  ASSESREG-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CHARGE REGISTER FILE'
                   MOVE ASSESREG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * REFUNDS: THE REGISTER ALREADY CARRIES THE GROUP AS IT WAS WHEN
      * THE REFUND WAS ISSUED.
      ******************************************************************
       2500-LOAD-REFUND-REGISTER.
           OPEN INPUT  REFUND-REG-FILE
           IF  REFNDREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFUND REGISTER FILE'
               MOVE REFNDREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 2600-REFNDREG-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE REFUND-REG-FILE
           EXIT.
      ******************************************************************
       2600-REFNDREG-GET-NEXT.
           READ REFUND-REG-FILE
           IF  REFNDREG-STATUS = '00'
               ADD 1 TO REFUND-REG-COUNT
               ADD RRG-REFUND-AMOUNT TO REFUND-TOTAL
               MOVE RRG-GROUP-ID TO GROUP-KEY-WORK
               PERFORM 8100-FIND-GROUP
               ADD RRG-REFUND-AMOUNT TO GRP-REFUNDS(GRP-IDX)
           ELSE
               IF  REFNDREG-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING REFUND REGISTER FILE'
                   MOVE REFNDREG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * PAYMENTS AND DISPUTE POSTINGS: THE ITEMS WBTXNPST POSTED
      * WITHIN THE CYCLE PERIOD ON THE CONTROL CARD. A WBDSPUPD
      * POSTING IS KNOWN BY ITS 'DSP' REFERENCE - ITS CREDITS ARE NOT
      * PAYMENTS, AND ITS REVERSALS ARE NOT CARD ACTIVITY.
      ******************************************************************
       3000-LOAD-PAYMENTS.
           OPEN INPUT  TXNHIST-FILE
           IF  TXNHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE'
               MOVE TXNHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 3100-TXNHIST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE TXNHIST-FILE
           EXIT.
      ******************************************************************
       3100-TXNHIST-GET-NEXT.
           READ TXNHIST-FILE
           IF  TXNHIST-STATUS = '00'
               ADD 1 TO HISTORY-READ-COUNT
               IF  HST-POST-TIMESTAMP(1:8) NOT < PARM-PERIOD-FROM-X
               AND HST-POST-TIMESTAMP(1:8) NOT > PARM-PERIOD-TO-X
                   PERFORM 3200-CLASSIFY-HISTORY-ITEM
               END-IF
           ELSE
               IF  TXNHIST-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION HISTORY FILE'
                   MOVE TXNHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       3200-CLASSIFY-HISTORY-ITEM.
           EVALUATE TRUE
               WHEN HST-REFERENCE(1:3) = 'DSP'
               AND  HST-TXN-TYPE = 'C'
                   ADD 1 TO DISPUTE-CREDIT-COUNT
                   ADD HST-TXN-AMOUNT TO DISPUTE-CREDIT-TOTAL
                   PERFORM 3300-FIND-HISTORY-GROUP
                   ADD HST-TXN-AMOUNT TO GRP-DSP-CREDITS(GRP-IDX)
               WHEN HST-REFERENCE(1:3) = 'DSP'
               AND  HST-TXN-TYPE = 'D'
                   ADD 1 TO DISPUTE-DEBIT-COUNT
                   ADD HST-TXN-AMOUNT TO DISPUTE-DEBIT-TOTAL
                   PERFORM 3300-FIND-HISTORY-GROUP
                   ADD HST-TXN-AMOUNT TO GRP-DSP-DEBITS(GRP-IDX)
               WHEN HST-TXN-TYPE = 'C'
                   ADD 1 TO PAYMENT-COUNT
                   ADD HST-TXN-AMOUNT TO PAYMENT-TOTAL
                   PERFORM 3300-FIND-HISTORY-GROUP
                   ADD HST-TXN-AMOUNT TO GRP-PAYMENTS(GRP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      ******************************************************************
       3300-FIND-HISTORY-GROUP.
           MOVE HST-ACCT-ID TO FD-ACCT-ID
           PERFORM 8000-LOOKUP-ACCT-GROUP
           PERFORM 8100-FIND-GROUP
           EXIT.
      ******************************************************************
      * THE SOURCES MUST AGREE BEFORE ANY ENTRY IS TRUSTED: ONE
      * JOURNAL TRAILER THAT THE DETAILS TIE TO, NO MORE WBTXNPST
      * CREDITS THAN THE CYCLE CREDITED AND NO MORE DISPUTE REVERSALS
      * THAN IT DEBITED (MORE MEANS THE CONTROL CARD PERIOD REACHES
      * INTO ANOTHER CYCLE).
      ******************************************************************
       4000-CHECK-SOURCES.
           IF  PJ-TRAILER-COUNT NOT = 1
               MOVE
                   'POSTING JOURNAL DOES NOT HAVE EXACTLY ONE TRAILER'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           IF  PJ-DETAIL-CYC-DEBIT NOT = PJ-TRAILER-CYC-DEBIT
               MOVE
                   'POSTING JOURNAL CYCLE DEBITS DO NOT TIE TO TRAILER'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           IF  PJ-DETAIL-CYC-CREDIT NOT = PJ-TRAILER-CYC-CREDIT
               MOVE
                   'POSTING JOURNAL CYCLE CREDITS DO NOT TIE TO TRAILER'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           IF  PAYMENT-TOTAL + DISPUTE-CREDIT-TOTAL
                                        > PJ-DETAIL-CYC-CREDIT
               MOVE
                   'WBTXNPST CREDITS EXCEED CYCLE CREDITS - BAD PERIOD'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           IF  DISPUTE-DEBIT-TOTAL > PJ-DETAIL-CYC-DEBIT
               MOVE
                   'DISPUTE REVERSALS EXCEED CYCLE DEBITS - BAD PERIOD'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           EXIT.
      ******************************************************************
       4100-REPORT-IMBALANCE.
           SET FEED-OUT-OF-BALANCE TO TRUE
           DISPLAY BALANCE-MESSAGE
           MOVE BALANCE-MESSAGE TO GML-TEXT
           MOVE GL-MESSAGE-LINE TO GLRPT-PRINT-LINE
           PERFORM 8200-PRINT-GLRPT-LINE
           EXIT.
      ******************************************************************
      * THE TWELVE ENTRIES OF ONE GROUP.
      ******************************************************************
       5000-BUILD-ENTRIES.
           PERFORM 5100-BUILD-ONE-ENTRY
               VARYING ETY-IDX FROM 1 BY 1
               UNTIL ETY-IDX > 12
           EXIT.
      ******************************************************************
      * THE CLEARING ENTRIES ARE WHAT IS LEFT OF THE RECEIVABLES
      * MOVEMENT ONCE THE ASSESSED CHARGES, THE PAYMENTS AND THE
      * DISPUTE POSTINGS ARE BOOKED, AND THE TWO REFUND ENTRIES ARE
      * THE SAME AMOUNT, SO EACH GROUP'S ENTRIES BALANCE BY
      * CONSTRUCTION.
      ******************************************************************
       5100-BUILD-ONE-ENTRY.
           EVALUATE ETY-CODE(ETY-IDX)
               WHEN 'RCVD'
                   MOVE GRP-CYC-DEBIT(GRP-IDX)  TO ENTRY-AMOUNT-WORK
               WHEN 'RCVC'
                   MOVE GRP-CYC-CREDIT(GRP-IDX) TO ENTRY-AMOUNT-WORK
               WHEN 'INTI'
                   MOVE GRP-INTEREST(GRP-IDX)   TO ENTRY-AMOUNT-WORK
               WHEN 'FEES'
                   MOVE GRP-SERVICE-FEE(GRP-IDX) TO ENTRY-AMOUNT-WORK
               WHEN 'FEEO'
                   MOVE GRP-OVERLIMIT-FEE(GRP-IDX)
                                                TO ENTRY-AMOUNT-WORK
               WHEN 'PURC'
                   COMPUTE ENTRY-AMOUNT-WORK =
                       GRP-CYC-DEBIT(GRP-IDX)
                     - GRP-INTEREST(GRP-IDX)
                     - GRP-SERVICE-FEE(GRP-IDX)
                     - GRP-OVERLIMIT-FEE(GRP-IDX)
                     - GRP-DSP-DEBITS(GRP-IDX)
               WHEN 'PAYC'
                   MOVE GRP-PAYMENTS(GRP-IDX)   TO ENTRY-AMOUNT-WORK
               WHEN 'OCRC'
                   COMPUTE ENTRY-AMOUNT-WORK =
                       GRP-CYC-CREDIT(GRP-IDX)
                     - GRP-PAYMENTS(GRP-IDX)
                     - GRP-DSP-CREDITS(GRP-IDX)
               WHEN 'DSPC'
                   MOVE GRP-DSP-CREDITS(GRP-IDX)
                                                TO ENTRY-AMOUNT-WORK
               WHEN 'DSPD'
                   MOVE GRP-DSP-DEBITS(GRP-IDX)
                                                TO ENTRY-AMOUNT-WORK
               WHEN 'RFDR'
               WHEN 'RFDP'
                   MOVE GRP-REFUNDS(GRP-IDX)    TO ENTRY-AMOUNT-WORK
           END-EVALUATE
           MOVE ETY-NORMAL-SIDE(ETY-IDX) TO ENTRY-SIDE-WORK
           IF  ENTRY-AMOUNT-WORK < ZERO
               COMPUTE ENTRY-AMOUNT-WORK = ZERO - ENTRY-AMOUNT-WORK
               IF  ENTRY-SIDE-WORK = 'D'
                   MOVE 'C' TO ENTRY-SIDE-WORK
               ELSE
                   MOVE 'D' TO ENTRY-SIDE-WORK
               END-IF
           END-IF
           IF  ENTRY-AMOUNT-WORK NOT = ZERO
               PERFORM 5200-FIND-GL-ACCOUNT
               PERFORM 5300-ADD-GL-ENTRY
           END-IF
           EXIT.
      ******************************************************************
      * THE GROUP'S OWN MAPPING FIRST, THEN THE '*' DEFAULT.
      ******************************************************************
       5200-FIND-GL-ACCOUNT.
           MOVE SPACES                  TO GL-ACCOUNT-WORK
           MOVE GRP-GROUP-ID(GRP-IDX)   TO GSK-GROUP-ID
           MOVE ETY-CODE(ETY-IDX)       TO GSK-ENTRY-TYPE
           PERFORM 5250-SEARCH-GL-MAPPING
           IF  GL-ACCOUNT-WORK = SPACES
               MOVE '*'                 TO GSK-GROUP-ID
               PERFORM 5250-SEARCH-GL-MAPPING
           END-IF
           EXIT.
      ******************************************************************
       5250-SEARCH-GL-MAPPING.
           SET GLM-IDX TO 1
           SEARCH GLMAP-ENTRY
               AT END
                   CONTINUE
               WHEN GMT-GROUP-ID(GLM-IDX)   = GSK-GROUP-ID
               AND  GMT-ENTRY-TYPE(GLM-IDX) = GSK-ENTRY-TYPE
                   MOVE GMT-GL-ACCOUNT(GLM-IDX) TO GL-ACCOUNT-WORK
           END-SEARCH
           EXIT.
      ******************************************************************
      * AN ENTRY WITH NO GL ACCOUNT IS LISTED BUT LEFT OUT OF THE
      * TOTALS, SO THE RUN CANNOT BALANCE WITHOUT IT.
      ******************************************************************
       5300-ADD-GL-ENTRY.
           IF  GL-ENTRY-COUNT NOT < 6000
               DISPLAY 'GL ENTRY TABLE FULL AT 6000 ENTRIES'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO GL-ENTRY-COUNT
           SET GLE-IDX TO GL-ENTRY-COUNT
           MOVE GL-ACCOUNT-WORK          TO GLE-GL-ACCOUNT(GLE-IDX)
           MOVE GRP-GROUP-ID(GRP-IDX)    TO GLE-GROUP-ID(GLE-IDX)
           MOVE ETY-CODE(ETY-IDX)        TO GLE-ENTRY-TYPE(GLE-IDX)
           MOVE ENTRY-SIDE-WORK          TO GLE-DR-CR(GLE-IDX)
           MOVE ENTRY-AMOUNT-WORK        TO GLE-AMOUNT(GLE-IDX)
           MOVE ETY-DESCRIPTION(ETY-IDX) TO GLE-DESCRIPTION(GLE-IDX)
           IF  GL-ACCOUNT-WORK = SPACES
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY 'NO GL ACCOUNT FOR GROUP '
                       GRP-GROUP-ID(GRP-IDX) ' ENTRY TYPE '
                       ETY-CODE(ETY-IDX)
           ELSE
               ADD 1 TO ENTRY-COUNT
               IF  ENTRY-SIDE-WORK = 'D'
                   ADD ENTRY-AMOUNT-WORK TO TOTAL-DEBITS
               ELSE
                   ADD ENTRY-AMOUNT-WORK TO TOTAL-CREDITS
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       6000-CHECK-ENTRIES.
           IF  GL-ENTRY-COUNT > ZERO
               PERFORM 6100-PRINT-GL-ENTRY
                   VARYING GLE-IDX FROM 1 BY 1
                   UNTIL GLE-IDX > GL-ENTRY-COUNT
           END-IF
           MOVE SPACES          TO GL-ENTRY-LINE
           MOVE 'TOTAL'         TO GEL-DESCRIPTION
           MOVE TOTAL-DEBITS    TO GEL-DEBIT
           MOVE TOTAL-CREDITS   TO GEL-CREDIT
           MOVE SPACES          TO GLRPT-PRINT-LINE
           PERFORM 8200-PRINT-GLRPT-LINE
           MOVE GL-ENTRY-LINE   TO GLRPT-PRINT-LINE
           PERFORM 8200-PRINT-GLRPT-LINE
           MOVE SPACES          TO GLRPT-PRINT-LINE
           PERFORM 8200-PRINT-GLRPT-LINE
           IF  UNMAPPED-COUNT > ZERO
               MOVE
                   'ENTRIES WITHOUT A GL ACCOUNT - SEE GL MAPPING TABLE'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           IF  TOTAL-DEBITS NOT = TOTAL-CREDITS
               MOVE 'GL DEBITS AND CREDITS DO NOT NET TO ZERO'
                                        TO BALANCE-MESSAGE
               PERFORM 4100-REPORT-IMBALANCE
           END-IF
           IF  FEED-IN-BALANCE
               MOVE 'GL FEED IN BALANCE - RELEASED TO THE LEDGER'
                                        TO GML-TEXT
           ELSE
               MOVE 'GL FEED WITHHELD - NOTHING WRITTEN TO GLFEED'
                                        TO GML-TEXT
           END-IF
           MOVE GL-MESSAGE-LINE TO GLRPT-PRINT-LINE
           PERFORM 8200-PRINT-GLRPT-LINE
           EXIT.
      ******************************************************************
       6100-PRINT-GL-ENTRY.
           MOVE SPACES                   TO GL-ENTRY-LINE
           MOVE GLE-GL-ACCOUNT(GLE-IDX)  TO GEL-GL-ACCOUNT
           IF  GLE-GL-ACCOUNT(GLE-IDX) = SPACES
               MOVE '** UNMAPPED **'     TO GEL-GL-ACCOUNT
           END-IF
           MOVE GLE-GROUP-ID(GLE-IDX)    TO GEL-GROUP-ID
           MOVE GLE-ENTRY-TYPE(GLE-IDX)  TO GEL-ENTRY-TYPE
           MOVE GLE-DESCRIPTION(GLE-IDX) TO GEL-DESCRIPTION
           IF  GLE-DR-CR(GLE-IDX) = 'D'
               MOVE GLE-AMOUNT(GLE-IDX)  TO GEL-DEBIT
           ELSE
               MOVE GLE-AMOUNT(GLE-IDX)  TO GEL-CREDIT
           END-IF
           MOVE GL-ENTRY-LINE            TO GLRPT-PRINT-LINE
           PERFORM 8200-PRINT-GLRPT-LINE
           EXIT.
      ******************************************************************
      * ONLY A BALANCED RUN REACHES THE LEDGER.
      ******************************************************************
       7000-WRITE-GL-FEED.
           IF  FEED-IN-BALANCE
               MOVE SPACES           TO FD-GLFEED-RECORD
               MOVE 'H'              TO GL-RECORD-TYPE
               MOVE TODAY-STAMP      TO GLH-CYCLE-DATE
               MOVE 'CARDDEMO'       TO GLH-SOURCE-SYSTEM
               MOVE PARM-PERIOD-FROM TO GLH-PERIOD-FROM
               MOVE PARM-PERIOD-TO   TO GLH-PERIOD-TO
               PERFORM 7200-WRITE-GLFEED-RECORD
               IF  GL-ENTRY-COUNT > ZERO
                   PERFORM 7100-WRITE-GL-ENTRY
                       VARYING GLE-IDX FROM 1 BY 1
                       UNTIL GLE-IDX > GL-ENTRY-COUNT
               END-IF
               MOVE SPACES           TO FD-GLFEED-RECORD
               MOVE 'T'              TO GL-RECORD-TYPE
               MOVE ENTRY-COUNT      TO GLT-ENTRY-COUNT
               MOVE TOTAL-DEBITS     TO GLT-TOTAL-DEBITS
               MOVE TOTAL-CREDITS    TO GLT-TOTAL-CREDITS
               PERFORM 7200-WRITE-GLFEED-RECORD
           END-IF
           EXIT.
      ******************************************************************
       7100-WRITE-GL-ENTRY.
           MOVE SPACES                   TO FD-GLFEED-RECORD
           MOVE 'D'                      TO GL-RECORD-TYPE
           MOVE TODAY-STAMP              TO GLD-CYCLE-DATE
           MOVE GLE-GL-ACCOUNT(GLE-IDX)  TO GLD-GL-ACCOUNT
           MOVE GLE-GROUP-ID(GLE-IDX)    TO GLD-GROUP-ID
           MOVE GLE-ENTRY-TYPE(GLE-IDX)  TO GLD-ENTRY-TYPE
           MOVE GLE-DR-CR(GLE-IDX)       TO GLD-DR-CR
           MOVE GLE-AMOUNT(GLE-IDX)      TO GLD-AMOUNT
           MOVE GLE-DESCRIPTION(GLE-IDX) TO GLD-DESCRIPTION
           PERFORM 7200-WRITE-GLFEED-RECORD
           EXIT.
      ******************************************************************
       7200-WRITE-GLFEED-RECORD.
           WRITE FD-GLFEED-RECORD
           IF  GLFEED-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GL FEED FILE'
               MOVE GLFEED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * THE GROUP OF THE ACCOUNT IN FD-ACCT-ID, INTO GROUP-KEY-WORK.
      * AN ACCOUNT NO LONGER ON THE MASTER BOOKS UNDER A BLANK GROUP,
      * WHICH TAKES THE '*' DEFAULT GL ACCOUNTS.
      ******************************************************************
       8000-LOOKUP-ACCT-GROUP.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   MOVE ACCT-GROUP-ID TO GROUP-KEY-WORK
               WHEN '23'
                   ADD 1 TO ACCT-NOT-FOUND-COUNT
                   MOVE SPACES        TO GROUP-KEY-WORK
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * POINTS GRP-IDX AT THE GROUP IN GROUP-KEY-WORK, ADDING IT THE
      * FIRST TIME IT IS SEEN.
      ******************************************************************
       8100-FIND-GROUP.
           SET GRP-IDX TO 1
           IF  GROUP-COUNT = ZERO
               PERFORM 8150-ADD-GROUP
           ELSE
               SEARCH GROUP-TOTALS-ENTRY
                   AT END
                       PERFORM 8150-ADD-GROUP
                   WHEN GRP-GROUP-ID(GRP-IDX) = GROUP-KEY-WORK
                       CONTINUE
               END-SEARCH
           END-IF
           EXIT.
      ******************************************************************
       8150-ADD-GROUP.
           IF  GROUP-COUNT NOT < 500
               DISPLAY 'GROUP TABLE FULL AT 500 GROUPS'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO GROUP-COUNT
           SET GRP-IDX TO GROUP-COUNT
           INITIALIZE GROUP-TOTALS-ENTRY(GRP-IDX)
           MOVE GROUP-KEY-WORK TO GRP-GROUP-ID(GRP-IDX)
           EXIT.
      ******************************************************************
       8200-PRINT-GLRPT-LINE.
           IF  GLRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-GLRPT-HEADINGS
           END-IF
           PERFORM 8250-WRITE-GLRPT-ADVANCE-1
           EXIT.
      ******************************************************************
      * THE HEADINGS OVERWRITE GLRPT-PRINT-LINE, SO THE LINE WAITING
      * TO BE PRINTED IS PARKED AND PUT BACK AFTERWARDS.
      ******************************************************************
       8240-WRITE-GLRPT-HEADINGS.
           MOVE GLRPT-PRINT-LINE     TO HELD-PRINT-LINE
           ADD 1 TO GLRPT-PAGE-COUNT
           MOVE GLRPT-PAGE-COUNT     TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           WRITE GLRPT-PRINT-LINE FROM GLRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  GLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GL JOURNAL REPORT FILE'
               MOVE GLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES               TO GLRPT-PRINT-LINE
           PERFORM 8250-WRITE-GLRPT-ADVANCE-1
           MOVE GLRPT-COLUMN-LINE    TO GLRPT-PRINT-LINE
           PERFORM 8250-WRITE-GLRPT-ADVANCE-1
           MOVE SPACES               TO GLRPT-PRINT-LINE
           PERFORM 8250-WRITE-GLRPT-ADVANCE-1
           MOVE 4 TO GLRPT-LINE-COUNT
           MOVE HELD-PRINT-LINE      TO GLRPT-PRINT-LINE
           EXIT.
      ******************************************************************
       8250-WRITE-GLRPT-ADVANCE-1.
           WRITE GLRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  GLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GL JOURNAL REPORT FILE'
               MOVE GLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO GLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'WBGLFEED CONTROL TOTALS'
           DISPLAY 'JOURNAL DETAILS READ    :' PJ-DETAIL-COUNT
           DISPLAY 'JOURNAL CYCLE DEBITS    :' PJ-DETAIL-CYC-DEBIT
           DISPLAY 'TRAILER CYCLE DEBITS    :' PJ-TRAILER-CYC-DEBIT
           DISPLAY 'JOURNAL CYCLE CREDITS   :' PJ-DETAIL-CYC-CREDIT
           DISPLAY 'TRAILER CYCLE CREDITS   :' PJ-TRAILER-CYC-CREDIT
           DISPLAY 'CHARGE REGISTER READ    :' ASSESS-REG-COUNT
           DISPLAY 'INTEREST INCOME         :' ASSESS-INTEREST-TOTAL
           DISPLAY 'SERVICE FEE INCOME      :' ASSESS-SERVICE-TOTAL
           DISPLAY 'OVER-LIMIT FEE INCOME   :' ASSESS-OVERLIMIT-TOTAL
           DISPLAY 'HISTORY RECORDS READ    :' HISTORY-READ-COUNT
           DISPLAY 'PAYMENTS IN PERIOD      :' PAYMENT-COUNT
           DISPLAY 'PAYMENT AMOUNT          :' PAYMENT-TOTAL
           DISPLAY 'DISPUTE CREDITS         :' DISPUTE-CREDIT-COUNT
           DISPLAY 'DISPUTE CREDIT AMOUNT   :' DISPUTE-CREDIT-TOTAL
           DISPLAY 'DISPUTE REVERSALS       :' DISPUTE-DEBIT-COUNT
           DISPLAY 'DISPUTE REVERSAL AMOUNT :' DISPUTE-DEBIT-TOTAL
           DISPLAY 'REFUND REGISTER READ    :' REFUND-REG-COUNT
           DISPLAY 'REFUND AMOUNT           :' REFUND-TOTAL
           DISPLAY 'ACCOUNTS NOT ON MASTER  :' ACCT-NOT-FOUND-COUNT
           DISPLAY 'GROUPS SUMMARIZED       :' GROUP-COUNT
           DISPLAY 'GL ENTRIES              :' ENTRY-COUNT
           DISPLAY 'ENTRIES WITHOUT GL ACCT :' UNMAPPED-COUNT
           DISPLAY 'TOTAL GL DEBITS         :' TOTAL-DEBITS
           DISPLAY 'TOTAL GL CREDITS        :' TOTAL-CREDITS
           IF  FEED-IN-BALANCE
               DISPLAY 'GL FEED STATUS          : IN BALANCE'
           ELSE
               DISPLAY 'GL FEED STATUS          : WITHHELD'
           END-IF
           DISPLAY '==================================================='
           CLOSE ACCTFILE-FILE
           CLOSE GLFEED-FILE
           CLOSE GLRPT-FILE
           IF  FEED-OUT-OF-BALANCE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS JOURNAL DETAILS READ,
      * OUT IS GL ENTRIES, REJECTS ARE ENTRIES WITHOUT A GL
      * ACCOUNT; A WITHHELD FEED FLAGS THE STEP OUT OF BALANCE.
      * THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED IN THE
      * BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBGLFEED'             TO STS-PROGRAM-ID
           MOVE 'GL JOURNAL FEED'      TO STS-STEP-LABEL
           MOVE PJ-DETAIL-COUNT        TO STS-RECORDS-IN
           MOVE ENTRY-COUNT            TO STS-RECORDS-OUT
           MOVE UNMAPPED-COUNT         TO STS-REJECTS
           IF  FEED-IN-BALANCE
               SET STS-IN-BALANCE      TO TRUE
           ELSE
               SET STS-OUT-OF-BALANCE  TO TRUE
           END-IF
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
