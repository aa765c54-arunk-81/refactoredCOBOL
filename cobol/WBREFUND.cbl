      ******************************************************************
      * WBREFUND - CREDIT-BALANCE REFUND AND UNCLAIMED PROPERTY
      *
      * RUNS ON CYCLE-END NIGHT AFTER THE WBPOSTNG JOB. FINDS EVERY
      * ACCOUNT WHOSE BALANCE IS A CREDIT (ACCT-CURR-BAL BELOW ZERO -
      * OVERPAYMENTS, REFUNDS AFTER CLOSURE) AND RETURNS THE MONEY:
      *   - A CLOSED ACCOUNT IS REFUNDED THE NIGHT IT IS FOUND;
      *   - AN OPEN ACCOUNT IS REFUNDED ONCE IT HAS CARRIED A CREDIT
      *     FOR THE HOLDING PERIOD AND THE CREDIT IS AT LEAST THE
      *     MINIMUM REFUND. UNTIL THEN IT STAYS ON THE HOLD FILE
      *     (HOLDIN/HOLDOUT), WHICH REMEMBERS THE DATE THE CREDIT WAS
      *     FIRST SEEN; THE HOLD IS DROPPED AS SOON AS THE BALANCE IS
      *     NO LONGER A CREDIT.
      * THE REFUND IS THE CREDIT LEFT AFTER THE CYCLE BUCKETS POST
      * (BALANCE + CYCLE DEBITS - CYCLE CREDITS), SO THE ACCOUNT NETS
      * TO ZERO AT THE NEXT POSTING EVEN IF THE BUCKETS ARE NOT EMPTY -
      * LESS THE PROVISIONAL CREDIT STANDING ON ANY OPEN DISPUTE CASE
      * (DSPFILE, CVDSP01Y) CARRIED UNDER THE ACCOUNT OR AN ACCOUNT IT
      * REPLACED BY A LOST/STOLEN TRANSFER (FOUND THROUGH THE TRANSFER
      * CROSS-REFERENCE, XREFFILE). THAT PART OF THE CREDIT STAYS ON
      * THE ACCOUNT SO A REVERSAL HAS SOMETHING TO LAND ON IF THE
      * MERCHANT WINS; A CREDIT THAT IS ALL PROVISIONAL IS NOT
      * REFUNDED AND IS COUNTED ON ITS OWN LINE OF THE RUN TOTALS.
      *
      * EVERY REFUND PRODUCES:
      *   - A DISBURSEMENT REQUEST (DISBFILE, CVRFD01Y) CARRYING THE
      *     PAYEE NAME AND ADDRESS FROM THE CUSTOMER MASTER, FROM
      *     WHICH ACCOUNTS PAYABLE CUTS THE CHECK;
      *   - AN OFFSETTING WBACTUPD UPDATE (CVTRN01Y) WITH THE BALANCE
      *     FLAGGED, APPLIED BY THE NEXT STEP OF THE SAME JOB SO THE
      *     ADJUSTMENT GETS THE STANDARD BEFORE/AFTER AUDIT JOURNAL.
      *     THE UPDATE ROUTE IS USED BECAUSE WBTXNPST REJECTS CLOSED
      *     ACCOUNTS AND ONLY MOVES THE CYCLE BUCKETS;
      *   - AN OUTSTANDING-REFUND RECORD (OUTSTOUT, CVRFD01Y) THAT IS
      *     CARRIED FORWARD NIGHT TO NIGHT UNTIL ACCOUNTS PAYABLE
      *     REPORTS THE CHECK CLEARED (CLEARIN);
      *   - A REFUND REGISTER RECORD (REFNDREG, CVRRG01Y) WITH THE
      *     ACCOUNT'S ACCT-GROUP-ID, FOR THE WBGLFEED RECEIVABLES AND
      *     REFUNDS-PAYABLE ENTRIES - THE BALANCE UPDATE NEVER REACHES
      *     THE POSTING JOURNAL OR TXNHIST.
      * A REFUND STILL OUTSTANDING WHEN THE DORMANCY PERIOD HAS RUN
      * FROM ITS ISSUE DATE IS UNCLAIMED PROPERTY: IT LEAVES THE
      * OUTSTANDING FILE AND IS LISTED ON THE ESCHEATMENT REPORT
      * (ESCHRPT), ONE PAGE GROUP PER CUST-ADDR-STATE WITH STATE
      * TOTALS, FOR COMPLIANCE TO FILE WITH EACH STATE.
      *
      * AN ACCOUNT WITH NO CUSTOMER RECORD CANNOT BE PAID AND IS NOT
      * REFUNDED (AN OPEN ONE KEEPS ITS HOLD); A MALFORMED CLEARED
      * CHECK RECORD, OR ONE MATCHING NO OUTSTANDING REFUND, IS
      * LISTED. ANY OF THESE ENDS THE STEP RC=4 - THE REFUNDS THAT
      * COULD BE ISSUED STILL ARE.
      *
      * CONTROL CARD: NONE. THE HOLDING PERIOD, DORMANCY PERIOD AND
      * MINIMUM REFUND COME FROM THE REFUND CONTROL FILE (CTLFILE).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBREFUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ACCT-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      ******************************************************************
      * TRANSFER CROSS-REFERENCE, READ RANDOMLY BY THE NEW ACCT-ID.
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-NEW-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.
      ******************************************************************
           SELECT DSP-FILE ASSIGN TO DSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DSP-KEY
                  FILE STATUS  IS DSPFILE-STATUS.
      ******************************************************************
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CTLFILE-STATUS.
      ******************************************************************
           SELECT CLEARIN-FILE ASSIGN TO CLEARIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CLEARIN-STATUS.
      ******************************************************************
           SELECT HOLDIN-FILE ASSIGN TO HOLDIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS HOLDIN-STATUS.
      ******************************************************************
           SELECT HOLDOUT-FILE ASSIGN TO HOLDOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS HOLDOUT-STATUS.
      ******************************************************************
           SELECT OUTSTIN-FILE ASSIGN TO OUTSTIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OUTSTIN-STATUS.
      ******************************************************************
           SELECT OUTSTOUT-FILE ASSIGN TO OUTSTOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OUTSTOUT-STATUS.
      ******************************************************************
           SELECT DISB-FILE ASSIGN TO DISBFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DISBFILE-STATUS.
      ******************************************************************
           SELECT TRAN-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.
      ******************************************************************
           SELECT REFUND-REG-FILE ASSIGN TO REFNDREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REFNDREG-STATUS.
      ******************************************************************
      * UNCLAIMED REFUNDS CAPTURED WHILE THE OUTSTANDING FILE IS
      * AGED, THEN SORTED INTO STATE ORDER FOR THE REPORT.
           SELECT ESCHWORK-FILE ASSIGN TO ESCHWORK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ESCHWORK-STATUS.
      ******************************************************************
           SELECT ESCHRPT-FILE ASSIGN TO ESCHRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ESCHRPT-STATUS.
      ******************************************************************
           SELECT SORT-FILE ASSIGN TO SORTWK01.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
       FD  CUSTFILE-FILE.

       01  FD-CUSTFILE-REC.
           05 FD-CUST-ACCT-ID                   PIC 9(11).
           05 FD-CUST-DATA                      PIC X(289).
      ******************************************************************
       FD  XREF-FILE.

       COPY CVXRF01Y.
      ******************************************************************
      * DISPUTE MASTER (CVDSP01Y) - ACCT-ID AND TXN-REFERENCE KEY.
      ******************************************************************
       FD  DSP-FILE.

       01  FD-DSPFILE-REC.
           05 FD-DSP-KEY.
              10 FD-DSP-ACCT-ID                 PIC 9(11).
              10 FD-DSP-TXN-REFERENCE           PIC X(16).
           05 FD-DSP-DATA                       PIC X(223).
      ******************************************************************
      * REFUND CONTROL RECORD - ONE RECORD, MAINTAINED BY COMPLIANCE.
      * ALL UNSIGNED: HOLDING PERIOD IN DAYS (03 DIGITS), DORMANCY
      * PERIOD IN DAYS (05 DIGITS, NOT ZERO), MINIMUM REFUND FOR AN
      * OPEN ACCOUNT IN DOLLARS (07 DIGITS, V99). A CLOSED ACCOUNT IS
      * REFUNDED WHATEVER THE AMOUNT.
      ******************************************************************
       FD  CONTROL-FILE.

       01  FD-CONTROL-RECORD.
           05 CTL-HOLDING-DAYS                  PIC 9(03).
           05 CTL-DORMANCY-DAYS                 PIC 9(05).
           05 CTL-MIN-REFUND                    PIC 9(05)V99.
           05 FILLER                            PIC X(65).
      ******************************************************************
      * CLEARED CHECKS FROM ACCOUNTS PAYABLE - ONE RECORD PER REFUND
      * CHECK THAT WAS CASHED, IDENTIFIED BY THE REFUND KEY (ACCT-ID
      * AND ISSUE DATE) FROM THE DISBURSEMENT REQUEST.
      ******************************************************************
       FD  CLEARIN-FILE.

       01  FD-CLEARIN-RECORD.
           05 CLD-ACCT-ID                       PIC X(11).
           05 CLD-ACCT-ID-N REDEFINES CLD-ACCT-ID
                                                PIC 9(11).
           05 CLD-ISSUE-DATE                    PIC X(08).
           05 CLD-CLEARED-DATE                  PIC X(08).
           05 FILLER                            PIC X(53).
      ******************************************************************
      * OPEN ACCOUNTS SERVING OUT THE HOLDING PERIOD, IN ACCT-ID
      * ORDER: ACCT-ID AND THE DATE THE CREDIT WAS FIRST SEEN.
      ******************************************************************
       FD  HOLDIN-FILE.

       01  FD-HOLDIN-RECORD                     PIC X(30).
      ******************************************************************
       FD  HOLDOUT-FILE.

       01  FD-HOLDOUT-RECORD                    PIC X(30).
      ******************************************************************
      * REFUNDS ISSUED AND NOT YET CLEARED OR ESCHEATED (CVRFD01Y).
      ******************************************************************
       FD  OUTSTIN-FILE.

       01  FD-OUTSTIN-RECORD                    PIC X(200).
      ******************************************************************
       FD  OUTSTOUT-FILE.

       01  FD-OUTSTOUT-RECORD                   PIC X(200).
      ******************************************************************
      * TONIGHT'S REFUNDS FOR ACCOUNTS PAYABLE (CVRFD01Y).
      ******************************************************************
       FD  DISB-FILE.

       01  FD-DISB-RECORD                       PIC X(200).
      ******************************************************************
      * THE OFFSETTING BALANCE ADJUSTMENTS AS WBACTUPD MAINTENANCE
      * TRANSACTIONS, WITH ONLY THE BALANCE FIELD FLAGGED.
      ******************************************************************
       FD  TRAN-FILE.

       COPY CVTRN01Y.
      ******************************************************************
      * REFUND REGISTER - TONIGHT'S REFUNDS BY GROUP, FOR THE
      * GENERAL-LEDGER FEED. LAYOUT SHARED WITH WBGLFEED IN CVRRG01Y.
      ******************************************************************
       FD  REFUND-REG-FILE.

       COPY CVRRG01Y.
      ******************************************************************
       FD  ESCHWORK-FILE.

       01  FD-ESCHWORK-RECORD                   PIC X(200).
      ******************************************************************
      * ESCHEATMENT REPORT PRINT LINES.
      ******************************************************************
       FD  ESCHRPT-FILE.

       01  ESCHRPT-PRINT-LINE                   PIC X(132).
      ******************************************************************
      * THE CVRFD01Y RECORD, KEYED FOR STATE ORDER.
      ******************************************************************
       SD  SORT-FILE.

       01  SORT-WORK-RECORD.
           05 SRT-ACCT-ID                       PIC 9(11).
           05 SRT-ISSUE-DATE                    PIC X(08).
           05 FILLER                            PIC X(138).
           05 SRT-ADDR-STATE                    PIC X(02).
           05 FILLER                            PIC X(41).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
       COPY CVRFD01Y.
      ******************************************************************
       COPY CVDSP01Y.
      ******************************************************************
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  DSPFILE-STATUS.
           05  DSPFILE-STAT1       PIC X.
           05  DSPFILE-STAT2       PIC X.
       01  CTLFILE-STATUS.
           05  CTLFILE-STAT1       PIC X.
           05  CTLFILE-STAT2       PIC X.
       01  CLEARIN-STATUS.
           05  CLEARIN-STAT1       PIC X.
           05  CLEARIN-STAT2       PIC X.
       01  HOLDIN-STATUS.
           05  HOLDIN-STAT1        PIC X.
           05  HOLDIN-STAT2        PIC X.
       01  HOLDOUT-STATUS.
           05  HOLDOUT-STAT1       PIC X.
           05  HOLDOUT-STAT2       PIC X.
       01  OUTSTIN-STATUS.
           05  OUTSTIN-STAT1       PIC X.
           05  OUTSTIN-STAT2       PIC X.
       01  OUTSTOUT-STATUS.
           05  OUTSTOUT-STAT1      PIC X.
           05  OUTSTOUT-STAT2      PIC X.
       01  DISBFILE-STATUS.
           05  DISBFILE-STAT1      PIC X.
           05  DISBFILE-STAT2      PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  REFNDREG-STATUS.
           05  REFNDREG-STAT1      PIC X.
           05  REFNDREG-STAT2      PIC X.
       01  ESCHWORK-STATUS.
           05  ESCHWORK-STAT1      PIC X.
           05  ESCHWORK-STAT2      PIC X.
       01  ESCHRPT-STATUS.
           05  ESCHRPT-STAT1       PIC X.
           05  ESCHRPT-STAT2       PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  HOLDIN-EOF              PIC X(01)    VALUE 'N'.
       01  SORT-RETURN-EOF         PIC X(01)    VALUE 'N'.
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
      * THE REFUND RULES IN EFFECT, FROM THE CONTROL RECORD.
      ******************************************************************
       01  HOLDING-DAYS            PIC 9(03)    VALUE ZERO.
       01  DORMANCY-DAYS           PIC 9(05)    VALUE ZERO.
       01  MIN-REFUND-AMOUNT       PIC 9(05)V99 VALUE ZERO.
      ******************************************************************
      * RUN DATE AND DAY ARITHMETIC. A REFUND ISSUED ON OR BEFORE THE
      * DORMANCY CUTOFF HAS GONE UNCLAIMED FOR THE FULL PERIOD.
      ******************************************************************
       01  REFUND-DATES.
           05  TODAY-YYYYMMDD            PIC 9(08).
           05  TODAY-INTEGER             PIC 9(09).
           05  DORMANCY-CUTOFF-INTEGER   PIC S9(09).
           05  WORK-YYYYMMDD             PIC 9(08).
           05  WORK-INTEGER              PIC 9(09).
           05  DAYS-HELD                 PIC S9(09).
      ******************************************************************
      * THE HOLD RECORD BEING MATCHED AGAINST THE MASTER, AND WHAT THE
      * MATCH FOUND FOR THE CURRENT ACCOUNT.
      ******************************************************************
       01  HOLD-RECORD.
           05  HLD-ACCT-ID               PIC 9(11).
           05  HLD-FIRST-SEEN            PIC X(08).
           05  FILLER                    PIC X(11).
       01  HOLD-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
           88  HOLD-FOUND                     VALUE 'Y'.
           88  HOLD-NOT-FOUND                 VALUE 'N'.
       01  HOLD-POSITION-SWITCH    PIC X(01)  VALUE 'N'.
           88  HOLD-POSITIONED                VALUE 'Y'.
       01  FIRST-SEEN-DATE         PIC X(08)  VALUE SPACES.
      ******************************************************************
      * THE CURRENT ACCOUNT'S CREDIT AND WHETHER IT WAS PAID OUT.
      ******************************************************************
       01  PROJECTED-BAL           PIC S9(10)V99 VALUE ZERO.
       01  REFUND-AMOUNT           PIC S9(10)V99 VALUE ZERO.
       01  REFUND-ISSUED-SWITCH    PIC X(01)  VALUE 'N'.
           88  REFUND-ISSUED                  VALUE 'Y'.
           88  REFUND-NOT-ISSUED              VALUE 'N'.
      ******************************************************************
      * THE OPEN PROVISIONAL DISPUTE CREDIT HELD BACK FROM THE CURRENT
      * ACCOUNT'S REFUND, AND THE WALK BACK THROUGH THE TRANSFER
      * CROSS-REFERENCE THAT FINDS ITS CASES - THE ACCOUNT AND UP TO
      * FIVE ACCOUNTS IT REPLACED, THE SAME LIMIT WBDSPUPD USES.
      ******************************************************************
       01  OPEN-PROVISIONAL-AMOUNT PIC S9(10)V99 VALUE ZERO.
       01  CHAIN-END-SWITCH        PIC X(01)  VALUE 'N'.
           88  CHAIN-END                      VALUE 'Y'.
       01  CHAIN-ACCT-ID           PIC 9(11)  VALUE ZERO.
       01  CHAIN-COUNT-WORK        PIC 9(02)  COMP VALUE ZERO.
       01  DISPUTE-BROWSE-SWITCH   PIC X(01)  VALUE 'N'.
           88  DISPUTE-BROWSE-END             VALUE 'Y'.
      ******************************************************************
      * CLEARED CHECKS, LOADED BEFORE THE OUTSTANDING FILE IS AGED.
      * CLT-MATCHED MARKS A CHECK THAT FOUND ITS REFUND.
      ******************************************************************
       01  CLEARED-COUNT           PIC 9(5)   COMP VALUE ZERO.
       01  CLEARED-TABLE.
           05  CLEARED-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON CLEARED-COUNT
                   INDEXED BY CLT-IDX.
               10  CLT-ACCT-ID        PIC 9(11).
               10  CLT-ISSUE-DATE     PIC X(08).
               10  CLT-MATCHED        PIC X(01).
       01  CLEARED-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
           88  CLEARED-FOUND                  VALUE 'Y'.
           88  CLEARED-NOT-FOUND              VALUE 'N'.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER.
      ******************************************************************
       01  REFUND-CONTROL-TOTALS.
           05  ACCT-READ-COUNT              PIC 9(9)  COMP VALUE ZERO.
           05  CREDIT-BAL-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  CLOSED-REFUND-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  OPEN-REFUND-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  NO-CUSTOMER-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  DISPUTE-REDUCED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  DISPUTE-HELD-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  HOLD-NEW-COUNT               PIC 9(7)  COMP VALUE ZERO.
           05  HOLD-CARRIED-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  HOLD-RELEASED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  HOLD-STALE-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  CLEARED-READ-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  CLEARED-REJECT-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  CLEARED-UNMATCHED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  OUTST-READ-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  OUTST-CLAIMED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  OUTST-CARRIED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  ESCHEAT-COUNT                PIC 9(7)  COMP VALUE ZERO.
           05  TOTAL-REFUND-AMOUNT          PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-PROVISIONAL-HELD       PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-CLAIMED-AMOUNT         PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-ESCHEAT-AMOUNT         PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS. EACH STATE STARTS
      * ON ITS OWN PAGE AND CLOSES WITH ITS OWN TOTAL LINE.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  ESCHRPT-PAGE-COUNT      PIC 9(05)  COMP VALUE ZERO.
       01  ESCHRPT-LINE-COUNT      PIC 9(03)  COMP VALUE 99.
       01  CURRENT-STATE           PIC X(02)  VALUE LOW-VALUES.
       01  STATE-ITEM-COUNT        PIC 9(7)   COMP VALUE ZERO.
       01  STATE-AMOUNT            PIC S9(13)V99 VALUE ZERO.
       01  ESCHRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBREFUND'.
           05  FILLER                PIC X(30)  VALUE
               'UNCLAIMED PROPERTY ESCHEATMENT'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  ESCHRPT-HEADING-2.
           05  FILLER                PIC X(30)  VALUE
               'STATE OF LAST KNOWN ADDRESS: '.
           05  HDG2-STATE            PIC X(02).
           05  FILLER                PIC X(100) VALUE SPACES.
       01  ESCHRPT-COLUMN-LINE.
           05  FILLER                PIC X(13)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(21)  VALUE 'LAST NAME'.
           05  FILLER                PIC X(17)  VALUE 'FIRST NAME'.
           05  FILLER                PIC X(31)  VALUE 'ADDRESS'.
           05  FILLER                PIC X(16)  VALUE 'CITY'.
           05  FILLER                PIC X(11)  VALUE 'ZIP'.
           05  FILLER                PIC X(10)  VALUE 'ISSUED'.
           05  FILLER                PIC X(13)  VALUE '       AMOUNT'.
       01  ESCHRPT-DETAIL-LINE.
           05  ESCD-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ESCD-LAST-NAME        PIC X(20).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  ESCD-FIRST-NAME       PIC X(15).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ESCD-ADDR-LINE-1      PIC X(30).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  ESCD-ADDR-CITY        PIC X(15).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  ESCD-ADDR-ZIP         PIC X(10).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  ESCD-ISSUE-DATE       PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ESCD-AMOUNT           PIC -(9)9.99.
       01  ESCHRPT-TOTAL-LINE.
           05  ESCT-LABEL            PIC X(20).
           05  ESCT-STATE            PIC X(02).
           05  FILLER                PIC X(04)  VALUE SPACES.
           05  ESCT-COUNT            PIC ZZZZZZ9.
           05  FILLER                PIC X(08)  VALUE ' ITEMS'.
           05  FILLER                PIC X(78)  VALUE SPACES.
           05  ESCT-AMOUNT           PIC -(9)9.99.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBREFUND'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1500-OUTSTIN-GET-NEXT UNTIL END-OF-FILE = 'Y'
           MOVE 'N' TO END-OF-FILE
           PERFORM 2000-ACCTFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 3200-DROP-STALE-HOLD UNTIL HOLDIN-EOF = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBREFUND'
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
           PERFORM 0150-LOAD-CONTROL-RECORD
           PERFORM 0160-SET-DORMANCY-CUTOFF
           PERFORM 1000-LOAD-CLEARED-CHECKS
           OPEN INPUT  OUTSTIN-FILE
           IF  OUTSTIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OUTSTANDING REFUND INPUT FILE'
               MOVE OUTSTIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  HOLDIN-FILE
           IF  HOLDIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLD INPUT FILE'
               MOVE HOLDIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  CUSTFILE-FILE
           IF  CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  DSP-FILE
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT OUTSTOUT-FILE
           IF  OUTSTOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OUTSTANDING REFUND OUTPUT FILE'
               MOVE OUTSTOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT HOLDOUT-FILE
           IF  HOLDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLD OUTPUT FILE'
               MOVE HOLDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT DISB-FILE
           IF  DISBFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISBURSEMENT FILE'
               MOVE DISBFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT TRAN-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT REFUND-REG-FILE
           IF  REFNDREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFUND REGISTER FILE'
               MOVE REFNDREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ESCHWORK-FILE
           IF  ESCHWORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESCHEATMENT WORK FILE'
               MOVE ESCHWORK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ESCHRPT-FILE
           IF  ESCHRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESCHEATMENT REPORT FILE'
               MOVE ESCHRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 3100-HOLDIN-GET-NEXT
           EXIT.
      ******************************************************************
      * READS AND VALIDATES THE SINGLE CONTROL RECORD BEFORE ANY
      * OTHER FILE IS OPENED. A MISSING OR NON-NUMERIC RECORD, OR A
      * ZERO DORMANCY PERIOD (WHICH WOULD ESCHEAT EVERY OUTSTANDING
      * REFUND AT ONCE), REJECTS THE RUN WITH RC=12.
      ******************************************************************
       0150-LOAD-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF  CTLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFUND CONTROL FILE'
               MOVE CTLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           READ CONTROL-FILE
           IF  CTLFILE-STATUS NOT = '00'
               DISPLAY 'REFUND CONTROL FILE IS EMPTY - RUN '
                  'TERMINATED BEFORE THE ACCOUNT FILE WAS OPENED'
               MOVE 12 TO RETURN-CODE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           IF  CTL-HOLDING-DAYS    NOT NUMERIC
           OR  CTL-DORMANCY-DAYS   NOT NUMERIC
           OR  CTL-MIN-REFUND      NOT NUMERIC
               DISPLAY 'REFUND CONTROL RECORD IS NOT NUMERIC - '
                  'RUN TERMINATED BEFORE THE ACCOUNT FILE WAS OPENED'
               MOVE 12 TO RETURN-CODE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           IF  CTL-DORMANCY-DAYS = ZERO
               DISPLAY 'REFUND CONTROL RECORD HAS A ZERO DORMANCY '
                  'PERIOD - RUN TERMINATED BEFORE THE ACCOUNT FILE '
                  'WAS OPENED'
               MOVE 12 TO RETURN-CODE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           MOVE CTL-HOLDING-DAYS    TO HOLDING-DAYS
           MOVE CTL-DORMANCY-DAYS   TO DORMANCY-DAYS
           MOVE CTL-MIN-REFUND      TO MIN-REFUND-AMOUNT
           CLOSE CONTROL-FILE
           DISPLAY 'REFUND CONTROLS IN EFFECT'
           DISPLAY 'HOLDING PERIOD DAYS     :' HOLDING-DAYS
           DISPLAY 'DORMANCY PERIOD DAYS    :' DORMANCY-DAYS
           DISPLAY 'MINIMUM OPEN REFUND     :' MIN-REFUND-AMOUNT
           EXIT.
      ******************************************************************
       0160-SET-DORMANCY-CUTOFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           COMPUTE DORMANCY-CUTOFF-INTEGER =
               TODAY-INTEGER - DORMANCY-DAYS
           EXIT.
      ******************************************************************
      * EVERY CLEARED CHECK IS LOADED BEFORE THE OUTSTANDING FILE IS
      * READ. A RECORD THAT CANNOT BE A REFUND KEY IS LISTED AND
      * SKIPPED; A FEED TOO LARGE FOR THE TABLE STOPS THE RUN RC=12
      * BEFORE ANYTHING IS WRITTEN, SINCE A CASHED CHECK LEFT OUT OF
      * THE TABLE COULD BE REPORTED AS UNCLAIMED.
      ******************************************************************
       1000-LOAD-CLEARED-CHECKS.
           OPEN INPUT CLEARIN-FILE
           IF  CLEARIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLEARED CHECK FILE'
               MOVE CLEARIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-CLEARIN-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE CLEARIN-FILE
           MOVE 'N' TO END-OF-FILE
           EXIT.
      ******************************************************************
       1100-CLEARIN-GET-NEXT.
           READ CLEARIN-FILE
           IF  CLEARIN-STATUS = '00'
               ADD 1 TO CLEARED-READ-COUNT
               PERFORM 1200-ADD-CLEARED-ENTRY
           ELSE
               IF  CLEARIN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CLEARED CHECK FILE'
                   MOVE CLEARIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-ADD-CLEARED-ENTRY.
           IF  CLD-ACCT-ID NOT NUMERIC
           OR  CLD-ACCT-ID-N = ZERO
           OR  CLD-ISSUE-DATE NOT NUMERIC
               DISPLAY 'INVALID CLEARED CHECK RECORD SKIPPED: '
                  FD-CLEARIN-RECORD
               ADD 1 TO CLEARED-REJECT-COUNT
           ELSE
               IF  CLEARED-COUNT < 20000
                   ADD 1 TO CLEARED-COUNT
                   SET CLT-IDX TO CLEARED-COUNT
                   MOVE CLD-ACCT-ID-N  TO CLT-ACCT-ID(CLT-IDX)
                   MOVE CLD-ISSUE-DATE TO CLT-ISSUE-DATE(CLT-IDX)
                   MOVE 'N'            TO CLT-MATCHED(CLT-IDX)
               ELSE
                   DISPLAY 'CLEARED CHECK TABLE FULL - RUN '
                      'TERMINATED BEFORE THE ACCOUNT FILE WAS OPENED'
                   MOVE 12 TO RETURN-CODE
                   CLOSE CLEARIN-FILE
                   STOP RUN
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1500-OUTSTIN-GET-NEXT.
           READ OUTSTIN-FILE INTO REFUND-RECORD
           IF  OUTSTIN-STATUS = '00'
               ADD 1 TO OUTST-READ-COUNT
               PERFORM 1600-AGE-OUTSTANDING-REFUND
           ELSE
               IF  OUTSTIN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING OUTSTANDING REFUND FILE'
                   MOVE OUTSTIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A CLEARED REFUND IS FINISHED AND DROPS OFF. ONE STILL UNCASHED
      * AT THE END OF THE DORMANCY PERIOD IS UNCLAIMED PROPERTY AND
      * MOVES TO THE ESCHEATMENT REPORT; ANY OTHER IS CARRIED FORWARD.
      ******************************************************************
       1600-AGE-OUTSTANDING-REFUND.
           SET CLEARED-NOT-FOUND TO TRUE
           SET CLT-IDX TO 1
           SEARCH CLEARED-ENTRY
               AT END
                   CONTINUE
               WHEN CLT-ACCT-ID(CLT-IDX)    = RFD-ACCT-ID
                AND CLT-ISSUE-DATE(CLT-IDX) = RFD-ISSUE-DATE
                   SET CLEARED-FOUND TO TRUE
                   MOVE 'Y' TO CLT-MATCHED(CLT-IDX)
           END-SEARCH
           IF  CLEARED-FOUND
               ADD 1 TO OUTST-CLAIMED-COUNT
               ADD RFD-AMOUNT TO TOTAL-CLAIMED-AMOUNT
           ELSE
               MOVE RFD-ISSUE-DATE TO WORK-YYYYMMDD
               COMPUTE WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
               IF  WORK-INTEGER NOT > DORMANCY-CUTOFF-INTEGER
                   PERFORM 1700-WRITE-ESCHEAT-RECORD
               ELSE
                   PERFORM 1800-WRITE-OUTSTANDING-REFUND
                   ADD 1 TO OUTST-CARRIED-COUNT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1700-WRITE-ESCHEAT-RECORD.
           WRITE FD-ESCHWORK-RECORD FROM REFUND-RECORD
           IF  ESCHWORK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESCHEATMENT WORK FILE'
               MOVE ESCHWORK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO ESCHEAT-COUNT
           ADD RFD-AMOUNT TO TOTAL-ESCHEAT-AMOUNT
           EXIT.
      ******************************************************************
       1800-WRITE-OUTSTANDING-REFUND.
           WRITE FD-OUTSTOUT-RECORD FROM REFUND-RECORD
           IF  OUTSTOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OUTSTANDING REFUND FILE'
               MOVE OUTSTOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       2000-ACCTFILE-GET-NEXT.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           IF  ACCTFILE-STATUS = '00'
               ADD 1 TO ACCT-READ-COUNT
               PERFORM 3000-POSITION-HOLD
               PERFORM 2100-REVIEW-ACCOUNT
           ELSE
               IF  ACCTFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE CREDIT TO RETURN IS WHAT IS LEFT AFTER THE CYCLE BUCKETS
      * POST, LESS ANY OPEN PROVISIONAL DISPUTE CREDIT. AN ACCOUNT
      * WHOSE BUCKETS ALREADY USE UP THE CREDIT IS NOT A CREDIT-BALANCE
      * ACCOUNT, AND ANY HOLD ON IT IS RELEASED. AN OPEN ACCOUNT WHOSE
      * CREDIT IS ALL PROVISIONAL KEEPS ITS HOLD.
      ******************************************************************
       2100-REVIEW-ACCOUNT.
           COMPUTE PROJECTED-BAL =
               ACCT-CURR-BAL
             + ACCT-CURR-CYC-DEBIT
             - ACCT-CURR-CYC-CREDIT
           IF  ACCT-CURR-BAL < ZERO
           AND PROJECTED-BAL < ZERO
               ADD 1 TO CREDIT-BAL-COUNT
               COMPUTE REFUND-AMOUNT = ZERO - PROJECTED-BAL
               PERFORM 2500-HOLD-BACK-PROVISIONAL
               IF  ACCT-ACTIVE-STATUS = 'N'
                   IF  REFUND-AMOUNT > ZERO
                       PERFORM 2300-ISSUE-REFUND
                       IF  REFUND-ISSUED
                           ADD 1 TO CLOSED-REFUND-COUNT
                       END-IF
                   END-IF
               ELSE
                   PERFORM 2200-REVIEW-OPEN-ACCOUNT
               END-IF
           ELSE
               IF  HOLD-FOUND
                   ADD 1 TO HOLD-RELEASED-COUNT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * AN OPEN ACCOUNT'S CREDIT IS LEFT IN PLACE FOR THE HOLDING
      * PERIOD - IT IS MOST OFTEN USED UP BY NEW PURCHASES - AND A
      * CREDIT BELOW THE MINIMUM IS NOT WORTH A CHECK. THE HOLD IS
      * KEPT IF THE REFUND COULD NOT BE ISSUED.
      ******************************************************************
       2200-REVIEW-OPEN-ACCOUNT.
           IF  HOLD-NOT-FOUND
               MOVE TODAY-YYYYMMDD TO FIRST-SEEN-DATE
               ADD 1 TO HOLD-NEW-COUNT
           END-IF
           MOVE FIRST-SEEN-DATE TO WORK-YYYYMMDD
           COMPUTE WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
           COMPUTE DAYS-HELD = TODAY-INTEGER - WORK-INTEGER
           IF  DAYS-HELD NOT < HOLDING-DAYS
           AND REFUND-AMOUNT > ZERO
           AND REFUND-AMOUNT NOT < MIN-REFUND-AMOUNT
               PERFORM 2300-ISSUE-REFUND
               IF  REFUND-ISSUED
                   ADD 1 TO OPEN-REFUND-COUNT
               ELSE
                   PERFORM 2400-WRITE-HOLD-RECORD
               END-IF
           ELSE
               PERFORM 2400-WRITE-HOLD-RECORD
           END-IF
           EXIT.
      ******************************************************************
      * THE PAYEE IS WHOEVER THE CUSTOMER MASTER NAMES TONIGHT. NO
      * CUSTOMER RECORD MEANS NO ONE TO PAY; THE BALANCE IS LEFT
      * ALONE AND THE ACCOUNT COMES BACK EVERY NIGHT UNTIL THE
      * CUSTOMER RECORD IS REPAIRED.
      ******************************************************************
       2300-ISSUE-REFUND.
           SET REFUND-NOT-ISSUED TO TRUE
           MOVE ACCT-ID TO FD-CUST-ACCT-ID
           READ CUSTFILE-FILE INTO CUSTOMER-RECORD
           EVALUATE CUSTFILE-STATUS
               WHEN '00'
                   PERFORM 2310-BUILD-REFUND-RECORD
                   PERFORM 2320-WRITE-DISBURSEMENT
                   PERFORM 1800-WRITE-OUTSTANDING-REFUND
                   PERFORM 2330-WRITE-BALANCE-TRANSACTION
                   PERFORM 2340-WRITE-REFUND-REGISTER
                   ADD REFUND-AMOUNT TO TOTAL-REFUND-AMOUNT
                   SET REFUND-ISSUED TO TRUE
               WHEN '23'
                   DISPLAY 'NO CUSTOMER RECORD - REFUND NOT ISSUED '
                      'FOR ACCT-ID: ' ACCT-ID
                   ADD 1 TO NO-CUSTOMER-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR READING CUSTOMER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
       2310-BUILD-REFUND-RECORD.
           MOVE SPACES              TO REFUND-RECORD
           MOVE ACCT-ID             TO RFD-ACCT-ID
           MOVE TODAY-YYYYMMDD      TO RFD-ISSUE-DATE
           MOVE REFUND-AMOUNT       TO RFD-AMOUNT
           MOVE ACCT-ACTIVE-STATUS  TO RFD-ACCT-STATUS
           MOVE CUST-FIRST-NAME     TO RFD-FIRST-NAME
           MOVE CUST-LAST-NAME      TO RFD-LAST-NAME
           MOVE CUST-ADDR-LINE-1    TO RFD-ADDR-LINE-1
           MOVE CUST-ADDR-CITY      TO RFD-ADDR-CITY
           MOVE CUST-ADDR-STATE     TO RFD-ADDR-STATE
           MOVE CUST-ADDR-ZIP       TO RFD-ADDR-ZIP
           MOVE ACCT-GROUP-ID       TO RFD-GROUP-ID
           EXIT.
      ******************************************************************
       2320-WRITE-DISBURSEMENT.
           WRITE FD-DISB-RECORD FROM REFUND-RECORD
           IF  DISBFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISBURSEMENT FILE'
               MOVE DISBFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * BUILDS THE WBACTUPD UPDATE: ONLY THE BALANCE FLAG IS Y, AND
      * THE NEW BALANCE IS THE MASTER'S PLUS THE REFUND, WHICH THE
      * NEXT POSTING NETS TO ZERO (OR TO THE OPEN PROVISIONAL CREDIT
      * HELD BACK). THE UNFLAGGED AMOUNT FIELDS ARE
      * CARRIED AS ZEROS SO THE FILE STAYS CLEANLY NUMERIC END TO END.
      ******************************************************************
       2330-WRITE-BALANCE-TRANSACTION.
           MOVE SPACES           TO FD-TRAN-RECORD
           MOVE 'U'              TO TRN-ACTION
           MOVE ACCT-ID          TO TRN-ACCT-ID
           MOVE ALL 'N'          TO TRN-UPDATE-FLAGS
           MOVE 'Y'              TO TRN-UPD-CURR-BAL
           MOVE SPACE            TO TRN-ACTIVE-STATUS
           COMPUTE TRN-CURR-BAL = ACCT-CURR-BAL + REFUND-AMOUNT
           MOVE ZERO             TO TRN-CREDIT-LIMIT
           MOVE ZERO             TO TRN-CASH-CREDIT-LIMIT
           MOVE SPACES           TO TRN-OPEN-DATE
           MOVE SPACES           TO TRN-EXPIRAION-DATE
           MOVE SPACES           TO TRN-REISSUE-DATE
           MOVE ZERO             TO TRN-CURR-CYC-CREDIT
           MOVE ZERO             TO TRN-CURR-CYC-DEBIT
           MOVE SPACES           TO TRN-ADDR-ZIP
           MOVE SPACES           TO TRN-GROUP-ID
           WRITE FD-TRAN-RECORD
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * THE SAME REFUND, TAGGED WITH THE GROUP.
      ******************************************************************
       2340-WRITE-REFUND-REGISTER.
           MOVE SPACES                TO FD-REFUND-REG-RECORD
           MOVE ACCT-ID               TO RRG-ACCT-ID
           MOVE ACCT-GROUP-ID         TO RRG-GROUP-ID
           MOVE TODAY-YYYYMMDD        TO RRG-ISSUE-DATE
           MOVE REFUND-AMOUNT         TO RRG-REFUND-AMOUNT
           WRITE FD-REFUND-REG-RECORD
           IF  REFNDREG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REFUND REGISTER FILE'
               MOVE REFNDREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       2400-WRITE-HOLD-RECORD.
           MOVE SPACES          TO HOLD-RECORD
           MOVE ACCT-ID         TO HLD-ACCT-ID
           MOVE FIRST-SEEN-DATE TO HLD-FIRST-SEEN
           WRITE FD-HOLDOUT-RECORD FROM HOLD-RECORD
           IF  HOLDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HOLD OUTPUT FILE'
               MOVE HOLDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO HOLD-CARRIED-COUNT
           EXIT.
      ******************************************************************
      * A PROVISIONAL CREDIT ON AN OPEN CASE IS STILL THE BANK'S MONEY
      * UNTIL THE CASE IS DECIDED, SO IT IS TAKEN OFF THE REFUND. THE
      * CASES ARE LOOKED FOR UNDER THE ACCOUNT AND, NEWEST FIRST, THE
      * ACCOUNTS IT REPLACED; THE LIMIT ALSO STOPS A LOOP IN A DAMAGED
      * XREF.
      ******************************************************************
       2500-HOLD-BACK-PROVISIONAL.
           MOVE ZERO    TO OPEN-PROVISIONAL-AMOUNT
           MOVE ZERO    TO CHAIN-COUNT-WORK
           MOVE ACCT-ID TO CHAIN-ACCT-ID
           MOVE 'N'     TO CHAIN-END-SWITCH
           PERFORM 2510-ADD-CHAIN-ACCOUNT UNTIL CHAIN-END
           IF  OPEN-PROVISIONAL-AMOUNT > ZERO
               ADD 1 TO DISPUTE-REDUCED-COUNT
               IF  OPEN-PROVISIONAL-AMOUNT < REFUND-AMOUNT
                   ADD OPEN-PROVISIONAL-AMOUNT
                                        TO TOTAL-PROVISIONAL-HELD
               ELSE
                   ADD REFUND-AMOUNT    TO TOTAL-PROVISIONAL-HELD
                   ADD 1 TO DISPUTE-HELD-COUNT
                   DISPLAY 'CREDIT IS OPEN PROVISIONAL DISPUTE CREDIT '
                      '- REFUND NOT ISSUED FOR ACCT-ID: ' ACCT-ID
               END-IF
               SUBTRACT OPEN-PROVISIONAL-AMOUNT FROM REFUND-AMOUNT
           END-IF
           EXIT.
      ******************************************************************
       2510-ADD-CHAIN-ACCOUNT.
           PERFORM 2520-ADD-ACCOUNT-DISPUTES
           ADD 1 TO CHAIN-COUNT-WORK
           IF  CHAIN-COUNT-WORK NOT < 6
               SET CHAIN-END TO TRUE
           ELSE
               MOVE CHAIN-ACCT-ID TO XRF-NEW-ACCT-ID
               READ XREF-FILE
               EVALUATE XREFFILE-STATUS
                   WHEN '00'
                       MOVE XRF-OLD-ACCT-ID TO CHAIN-ACCT-ID
                       IF  CHAIN-ACCT-ID = ZERO
                           SET CHAIN-END TO TRUE
                       END-IF
                   WHEN '23'
                       SET CHAIN-END TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING CROSS-REFERENCE FILE'
                       MOVE XREFFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF
           EXIT.
      ******************************************************************
       2520-ADD-ACCOUNT-DISPUTES.
           MOVE 'N'           TO DISPUTE-BROWSE-SWITCH
           MOVE CHAIN-ACCT-ID TO FD-DSP-ACCT-ID
           MOVE LOW-VALUES    TO FD-DSP-TXN-REFERENCE
           START DSP-FILE KEY IS NOT LESS THAN FD-DSP-KEY
           EVALUATE DSPFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET DISPUTE-BROWSE-END TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR POSITIONING DISPUTE MASTER FILE'
                   MOVE DSPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           PERFORM 2530-DISPUTE-GET-NEXT UNTIL DISPUTE-BROWSE-END
           EXIT.
      ******************************************************************
       2530-DISPUTE-GET-NEXT.
           READ DSP-FILE NEXT RECORD INTO DISPUTE-RECORD
           EVALUATE DSPFILE-STATUS
               WHEN '00'
                   IF  DSP-ACCT-ID NOT = CHAIN-ACCT-ID
                       SET DISPUTE-BROWSE-END TO TRUE
                   ELSE
                       IF  DSP-CASE-OPEN
                           ADD DSP-PROVISIONAL-AMOUNT
                                        TO OPEN-PROVISIONAL-AMOUNT
                       END-IF
                   END-IF
               WHEN '10'
                   SET DISPUTE-BROWSE-END TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING DISPUTE MASTER FILE'
                   MOVE DSPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * MATCHES THE HOLD FILE AGAINST THE MASTER - BOTH IN ACCT-ID
      * ORDER. A HOLD BEHIND THE CURRENT ACCOUNT BELONGS TO AN
      * ACCOUNT NO LONGER ON THE MASTER AND IS DROPPED.
      ******************************************************************
       3000-POSITION-HOLD.
           SET HOLD-NOT-FOUND TO TRUE
           MOVE SPACES TO FIRST-SEEN-DATE
           MOVE 'N' TO HOLD-POSITION-SWITCH
           PERFORM 3010-CHECK-HOLD-KEY UNTIL HOLD-POSITIONED
           EXIT.
      ******************************************************************
       3010-CHECK-HOLD-KEY.
           IF  HOLDIN-EOF = 'Y'
               SET HOLD-POSITIONED TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN HLD-ACCT-ID < ACCT-ID
                       PERFORM 3200-DROP-STALE-HOLD
                   WHEN HLD-ACCT-ID = ACCT-ID
                       SET HOLD-FOUND TO TRUE
                       MOVE HLD-FIRST-SEEN TO FIRST-SEEN-DATE
                       PERFORM 3100-HOLDIN-GET-NEXT
                       SET HOLD-POSITIONED TO TRUE
                   WHEN OTHER
                       SET HOLD-POSITIONED TO TRUE
               END-EVALUATE
           END-IF
           EXIT.
      ******************************************************************
       3100-HOLDIN-GET-NEXT.
           READ HOLDIN-FILE INTO HOLD-RECORD
           IF  HOLDIN-STATUS NOT = '00'
               IF  HOLDIN-STATUS = '10'
                   MOVE 'Y' TO HOLDIN-EOF
               ELSE
                   DISPLAY 'ERROR READING HOLD INPUT FILE'
                   MOVE HOLDIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       3200-DROP-STALE-HOLD.
           ADD 1 TO HOLD-STALE-COUNT
           PERFORM 3100-HOLDIN-GET-NEXT
           EXIT.
      ******************************************************************
      * A CLEARED CHECK THAT MATCHED NO OUTSTANDING REFUND IS LISTED
      * FOR ACCOUNTS PAYABLE TO RESEARCH.
      ******************************************************************
       4000-LIST-UNMATCHED-CLEARED.
           PERFORM 4100-LIST-UNMATCHED-ENTRY
               VARYING CLT-IDX FROM 1 BY 1
               UNTIL CLT-IDX > CLEARED-COUNT
           EXIT.
      ******************************************************************
       4100-LIST-UNMATCHED-ENTRY.
           IF  CLT-MATCHED(CLT-IDX) = 'N'
               ADD 1 TO CLEARED-UNMATCHED-COUNT
               DISPLAY 'CLEARED CHECK MATCHES NO OUTSTANDING REFUND: '
                  CLT-ACCT-ID(CLT-IDX) ' ' CLT-ISSUE-DATE(CLT-IDX)
           END-IF
           EXIT.
      ******************************************************************
      * STATE ORDER FOR THE ESCHEATMENT REPORT, ACCOUNT ORDER WITHIN
      * EACH STATE.
      ******************************************************************
       8190-SORT-ESCHEAT-RECORDS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ADDR-STATE
               ON ASCENDING KEY SRT-ACCT-ID
               ON ASCENDING KEY SRT-ISSUE-DATE
               USING ESCHWORK-FILE
               OUTPUT PROCEDURE IS 8200-PRINT-ESCHEAT-REPORT
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING ESCHEATMENT RECORDS, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       8200-PRINT-ESCHEAT-REPORT.
           MOVE ZERO       TO ESCHRPT-PAGE-COUNT
           MOVE 99         TO ESCHRPT-LINE-COUNT
           MOVE LOW-VALUES TO CURRENT-STATE
           MOVE 'N'        TO SORT-RETURN-EOF
           PERFORM 8210-RETURN-SORTED-RECORD
               UNTIL SORT-RETURN-EOF = 'Y'
           IF  CURRENT-STATE NOT = LOW-VALUES
               PERFORM 8230-PRINT-STATE-TOTAL
           END-IF
      *********************************************************
      * AN EMPTY REPORT STILL GETS ITS HEADINGS SO COMPLIANCE
      * SEES A DATED, ZERO-COUNT PAGE RATHER THAN AN EMPTY FILE.
      *********************************************************
           IF  ESCHRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               MOVE SPACES TO CURRENT-STATE
               PERFORM 8240-WRITE-ESCHEAT-HEADINGS
           END-IF
           MOVE SPACES TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           MOVE 'TOTAL ALL STATES'   TO ESCT-LABEL
           MOVE SPACES               TO ESCT-STATE
           MOVE ESCHEAT-COUNT        TO ESCT-COUNT
           MOVE TOTAL-ESCHEAT-AMOUNT TO ESCT-AMOUNT
           MOVE ESCHRPT-TOTAL-LINE   TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       8210-RETURN-SORTED-RECORD.
           RETURN SORT-FILE INTO REFUND-RECORD
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 8220-PRINT-ESCHEAT-DETAIL
           END-RETURN
           EXIT.
      ******************************************************************
      * A STATE CHANGE CLOSES THE PREVIOUS STATE WITH ITS TOTAL AND
      * STARTS THE NEW STATE ON ITS OWN PAGE, SO EACH STATE'S FILING
      * CAN BE PULLED APART; A FULL PAGE WITHIN A STATE REPRINTS THE
      * SAME STATE HEADING.
      ******************************************************************
       8220-PRINT-ESCHEAT-DETAIL.
           IF  RFD-ADDR-STATE NOT = CURRENT-STATE
               IF  CURRENT-STATE NOT = LOW-VALUES
                   PERFORM 8230-PRINT-STATE-TOTAL
               END-IF
               MOVE RFD-ADDR-STATE TO CURRENT-STATE
               MOVE ZERO           TO STATE-ITEM-COUNT
               MOVE ZERO           TO STATE-AMOUNT
               PERFORM 8240-WRITE-ESCHEAT-HEADINGS
           ELSE
               IF  ESCHRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
                   PERFORM 8240-WRITE-ESCHEAT-HEADINGS
               END-IF
           END-IF
           MOVE RFD-ACCT-ID          TO ESCD-ACCT-ID
           MOVE RFD-LAST-NAME        TO ESCD-LAST-NAME
           MOVE RFD-FIRST-NAME       TO ESCD-FIRST-NAME
           MOVE RFD-ADDR-LINE-1      TO ESCD-ADDR-LINE-1
           MOVE RFD-ADDR-CITY        TO ESCD-ADDR-CITY
           MOVE RFD-ADDR-ZIP         TO ESCD-ADDR-ZIP
           MOVE RFD-ISSUE-DATE       TO ESCD-ISSUE-DATE
           MOVE RFD-AMOUNT           TO ESCD-AMOUNT
           MOVE ESCHRPT-DETAIL-LINE  TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           ADD 1          TO STATE-ITEM-COUNT
           ADD RFD-AMOUNT TO STATE-AMOUNT
           EXIT.
      ******************************************************************
       8230-PRINT-STATE-TOTAL.
           IF  ESCHRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-ESCHEAT-HEADINGS
           END-IF
           MOVE SPACES TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           MOVE 'TOTAL FOR STATE'    TO ESCT-LABEL
           MOVE CURRENT-STATE        TO ESCT-STATE
           MOVE STATE-ITEM-COUNT     TO ESCT-COUNT
           MOVE STATE-AMOUNT         TO ESCT-AMOUNT
           MOVE ESCHRPT-TOTAL-LINE   TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       8240-WRITE-ESCHEAT-HEADINGS.
           ADD 1 TO ESCHRPT-PAGE-COUNT
           MOVE ESCHRPT-PAGE-COUNT   TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           MOVE CURRENT-STATE        TO HDG2-STATE
           WRITE ESCHRPT-PRINT-LINE FROM ESCHRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  ESCHRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESCHEATMENT REPORT FILE'
               MOVE ESCHRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE ESCHRPT-HEADING-2    TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           MOVE ESCHRPT-COLUMN-LINE  TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           MOVE SPACES               TO ESCHRPT-PRINT-LINE
           PERFORM 8250-WRITE-ESCHRPT-ADVANCE-1
           MOVE 4 TO ESCHRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       8250-WRITE-ESCHRPT-ADVANCE-1.
           WRITE ESCHRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  ESCHRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESCHEATMENT REPORT FILE'
               MOVE ESCHRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO ESCHRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 4000-LIST-UNMATCHED-CLEARED
           CLOSE ESCHWORK-FILE
           PERFORM 8190-SORT-ESCHEAT-RECORDS
           DISPLAY '==================================================='
           DISPLAY 'WBREFUND CONTROL TOTALS'
           DISPLAY 'ACCOUNTS READ           :' ACCT-READ-COUNT
           DISPLAY 'CREDIT-BALANCE ACCOUNTS :' CREDIT-BAL-COUNT
           DISPLAY 'CLOSED ACCOUNTS REFUNDED:' CLOSED-REFUND-COUNT
           DISPLAY 'OPEN ACCOUNTS REFUNDED  :' OPEN-REFUND-COUNT
           DISPLAY 'TOTAL REFUNDED          :' TOTAL-REFUND-AMOUNT
           DISPLAY 'NOT REFUNDED - NO CUST  :' NO-CUSTOMER-COUNT
           DISPLAY 'CUT BY OPEN DISPUTES    :' DISPUTE-REDUCED-COUNT
           DISPLAY 'NOT REFUNDED - DISPUTES :' DISPUTE-HELD-COUNT
           DISPLAY 'PROVISIONAL CREDIT HELD :' TOTAL-PROVISIONAL-HELD
           DISPLAY 'HOLDS STARTED           :' HOLD-NEW-COUNT
           DISPLAY 'HOLDS CARRIED FORWARD   :' HOLD-CARRIED-COUNT
           DISPLAY 'HOLDS RELEASED          :' HOLD-RELEASED-COUNT
           DISPLAY 'HOLDS NOT ON MASTER     :' HOLD-STALE-COUNT
           DISPLAY 'CLEARED CHECKS READ     :' CLEARED-READ-COUNT
           DISPLAY 'CLEARED CHECKS INVALID  :' CLEARED-REJECT-COUNT
           DISPLAY 'CLEARED CHECKS UNMATCHED:' CLEARED-UNMATCHED-COUNT
           DISPLAY 'OUTSTANDING REFUNDS READ:' OUTST-READ-COUNT
           DISPLAY 'REFUNDS CLAIMED         :' OUTST-CLAIMED-COUNT
           DISPLAY 'AMOUNT CLAIMED          :' TOTAL-CLAIMED-AMOUNT
           DISPLAY 'REFUNDS ESCHEATED       :' ESCHEAT-COUNT
           DISPLAY 'AMOUNT ESCHEATED        :' TOTAL-ESCHEAT-AMOUNT
           DISPLAY 'OUTSTANDING CARRIED FWD :' OUTST-CARRIED-COUNT
           DISPLAY '==================================================='
           CLOSE OUTSTIN-FILE
           CLOSE HOLDIN-FILE
           CLOSE ACCTFILE-FILE
           CLOSE CUSTFILE-FILE
           CLOSE XREF-FILE
           CLOSE DSP-FILE
           CLOSE OUTSTOUT-FILE
           CLOSE HOLDOUT-FILE
           CLOSE DISB-FILE
           CLOSE TRAN-FILE
           CLOSE REFUND-REG-FILE
           CLOSE ESCHRPT-FILE
           IF  NO-CUSTOMER-COUNT       > ZERO
           OR  CLEARED-REJECT-COUNT    > ZERO
           OR  CLEARED-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS ACCOUNTS READ, OUT IS
      * REFUNDS ISSUED (CLOSED PLUS OPEN ACCOUNTS), REJECTS ARE
      * CREDITS NOT REFUNDED FOR WANT OF A CUSTOMER RECORD. THE
      * CALL RESETS RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK
      * IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBREFUND'             TO STS-PROGRAM-ID
           MOVE 'CREDIT BALANCE REFUND' TO STS-STEP-LABEL
           MOVE ACCT-READ-COUNT        TO STS-RECORDS-IN
           COMPUTE STS-RECORDS-OUT = CLOSED-REFUND-COUNT
                                   + OPEN-REFUND-COUNT
           MOVE NO-CUSTOMER-COUNT      TO STS-REJECTS
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
