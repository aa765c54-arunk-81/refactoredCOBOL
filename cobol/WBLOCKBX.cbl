      ******************************************************************
      * WBLOCKBX - LOCKBOX / ACH REMITTANCE INTAKE
      *
      * RUNS EACH NIGHT AHEAD OF WBTXNPST. THE BANK'S PAYMENT FILE
      * (BANKPAY) CARRIES ONE OR MORE DEPOSIT BATCHES, EACH AN H
      * BATCH HEADER, ITS D PAYMENT DETAILS AND A T DEPOSIT TRAILER
      * WITH THE BANK'S ITEM COUNT AND DEPOSIT TOTAL. THE DETAILS OF
      * A BATCH ARE HELD IN STORAGE UNTIL ITS TRAILER ARRIVES AND
      * NOTHING IN THE BATCH IS RELEASED UNTIL THE COUNTED ITEMS AND
      * SUMMED AMOUNTS TIE TO THE TRAILER:
      *   - A BALANCED BATCH: EACH PAYMENT IS LOOKED UP ON THE
      *     ACCOUNT MASTER. A PAYMENT FOR AN OPEN ACCOUNT IS WRITTEN
      *     TO PAYTXN AS A TXN-TYPE C RECORD IN THE CVTXN01Y LAYOUT
      *     FOR WBTXNPST TO POST TO THE CYCLE CREDIT BUCKET.
      *   - A PAYMENT FOR AN ACCT-ID NOT ON THE MASTER, FOR AN
      *     ACCOUNT PURGED BY WBARCHIV (FOUND ON THE ARCHIVE
      *     GENERATIONS), FOR A CLOSED ACCOUNT, OR WITH AN UNUSABLE
      *     ACCT-ID OR AMOUNT GOES TO THE UNAPPLIED-CASH SUSPENSE
      *     FILE (SUSPENSE) WITH A REASON INSTEAD OF BEING REJECTED
      *     AND LOST IN WBTXNPST. THE MONEY IS IN THE BANK EITHER
      *     WAY - TREASURY WORKS THE SUSPENSE REPORT.
      *   - A BATCH THAT DOES NOT TIE TO ITS TRAILER (OR HAS NO
      *     TRAILER, OR WHOSE TRAILER CARRIES ANOTHER BATCH-ID) IS
      *     HELD WHOLE IN SUSPENSE - NO PART OF IT IS POSTED - AND
      *     THE RUN ENDS RC=4 SO OPERATIONS SEES IT.
      * THE REMITTANCE REPORT (SUSRPT) SHOWS EVERY BATCH WITH THE
      * BANK'S AND THE COUNTED TOTALS, EVERY SUSPENDED ITEM WITH ITS
      * REASON, AND THE APPLIED / SUSPENDED TOTALS THAT TOGETHER
      * ACCOUNT FOR EVERY DOLLAR ON THE BANK FILE.
      *
      * THE TRANSACTION REFERENCE IS THE BANK'S ITEM REFERENCE (CHECK
      * SEQUENCE OR ACH TRACE NUMBER); AN ITEM THE BANK SENT WITHOUT
      * ONE IS GIVEN THE BATCH-ID FOLLOWED BY ITS ITEM NUMBER IN THE
      * BATCH, SO EVERY POSTED PAYMENT CAN BE TRACED BACK TO THE
      * DEPOSIT IT CAME IN.
      *
      * CONTROL CARD: NONE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBLOCKBX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT BANKPAY-FILE ASSIGN TO BANKPAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BANKPAY-STATUS.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT ARCHF-FILE ASSIGN TO ARCHF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ARCHF-STATUS.
      ******************************************************************
           SELECT PAYTXN-FILE ASSIGN TO PAYTXN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PAYTXN-STATUS.
      ******************************************************************
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SUSPENSE-STATUS.
      ******************************************************************
           SELECT SUSRPT-FILE ASSIGN TO SUSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SUSRPT-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * BANK PAYMENT FILE - LOCKBOX AND ACH DEPOSITS. BP-RECORD-TYPE
      * IS H FOR A BATCH HEADER, D FOR A PAYMENT DETAIL AND T FOR
      * THE DEPOSIT TRAILER THAT CLOSES THE BATCH. AMOUNTS ARE
      * UNSIGNED - THE BANK SENDS ONLY MONEY RECEIVED.
      ******************************************************************
       FD  BANKPAY-FILE.

       01  FD-BANKPAY-RECORD.
           05 BP-RECORD-TYPE                    PIC X(01).
              88 BP-BATCH-HEADER                VALUE 'H'.
              88 BP-PAYMENT-DETAIL              VALUE 'D'.
              88 BP-DEPOSIT-TRAILER             VALUE 'T'.
           05 BP-HEADER-DATA.
              10 BPH-BATCH-ID                   PIC X(10).
              10 BPH-SOURCE                     PIC X(01).
                 88 BPH-SOURCE-LOCKBOX          VALUE 'L'.
                 88 BPH-SOURCE-ACH              VALUE 'A'.
              10 BPH-DEPOSIT-DATE               PIC X(10).
              10 FILLER                         PIC X(58).
           05 BP-DETAIL-DATA REDEFINES BP-HEADER-DATA.
              10 BPD-ACCT-ID                    PIC X(11).
              10 BPD-AMOUNT                     PIC 9(10)V99.
              10 BPD-PAY-DATE                   PIC X(10).
              10 BPD-ITEM-REF                   PIC X(16).
              10 BPD-REMITTER-NAME              PIC X(25).
              10 FILLER                         PIC X(05).
           05 BP-TRAILER-DATA REDEFINES BP-HEADER-DATA.
              10 BPT-BATCH-ID                   PIC X(10).
              10 BPT-ITEM-COUNT                 PIC 9(07).
              10 BPT-DEPOSIT-TOTAL              PIC 9(11)V99.
              10 FILLER                         PIC X(49).
      ******************************************************************
      * ACCOUNT MASTER - READ ONLY, RANDOM BY THE PAYMENT'S ACCT-ID.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * WBARCHIV ARCHIVE GENERATIONS, ALL OF THEM CONCATENATED - THE
      * SHARED CVARC01Y LAYOUT. ONLY THE D DETAILS ARE USED, TO TELL
      * A PURGED ACCOUNT FROM ONE THAT NEVER EXISTED.
      ******************************************************************
       FD  ARCHF-FILE.

       COPY CVARC01Y.
      ******************************************************************
      * MATCHED PAYMENTS FOR WBTXNPST - THE SHARED CVTXN01Y LAYOUT.
      ******************************************************************
       FD  PAYTXN-FILE.

       COPY CVTXN01Y.
      ******************************************************************
      * UNAPPLIED CASH: REASON, THE BATCH IT CAME IN, AND THE BANK'S
      * PAYMENT DETAIL AS RECEIVED.
      ******************************************************************
       FD  SUSPENSE-FILE.

       01  FD-SUSPENSE-RECORD.
           05 SUS-REASON                        PIC X(40).
           05 SUS-BATCH-ID                      PIC X(10).
           05 SUS-DEPOSIT-DATE                  PIC X(10).
           05 SUS-PAYMENT-IMAGE                 PIC X(80).
      ******************************************************************
      * REMITTANCE AND SUSPENSE REPORT PRINT LINES.
      ******************************************************************
       FD  SUSRPT-FILE.

       01  SUSRPT-PRINT-LINE                    PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       01  BANKPAY-STATUS.
           05  BANKPAY-STAT1       PIC X.
           05  BANKPAY-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  ARCHF-STATUS.
           05  ARCHF-STAT1         PIC X.
           05  ARCHF-STAT2         PIC X.
       01  PAYTXN-STATUS.
           05  PAYTXN-STAT1        PIC X.
           05  PAYTXN-STAT2        PIC X.
       01  SUSPENSE-STATUS.
           05  SUSPENSE-STAT1      PIC X.
           05  SUSPENSE-STAT2      PIC X.
       01  SUSRPT-STATUS.
           05  SUSRPT-STAT1        PIC X.
           05  SUSRPT-STAT2        PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ARCHF-END-OF-FILE       PIC X(01)    VALUE 'N'.
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
      * ACCOUNTS PURGED BY WBARCHIV, LOADED FROM THE ARCHIVE
      * GENERATIONS AT START-UP. CONSULTED ONLY FOR A PAYMENT WHOSE
      * ACCOUNT IS NOT ON THE MASTER; AN ACCOUNT BEYOND THE TABLE'S
      * CAPACITY IS STILL SUSPENDED, JUST AS NOT ON MASTER.
      ******************************************************************
       01  PURGED-ACCT-COUNT         PIC 9(5)  COMP VALUE ZERO.
       01  PURGED-ACCT-TABLE.
           05  PURGED-ACCT-ENTRY OCCURS 1 TO 25000 TIMES
                   DEPENDING ON PURGED-ACCT-COUNT
                   INDEXED BY PRG-IDX.
               10  PRG-ACCT-ID        PIC 9(11).
               10  PRG-ARCHIVE-DATE   PIC X(08).
       01  PURGED-TABLE-FULL-SWITCH  PIC X(01)  VALUE 'N'.
           88  PURGED-TABLE-FULL                VALUE 'Y'.
      ******************************************************************
      * THE BATCH BEING RECEIVED. ITS PAYMENT DETAILS ARE HELD HERE
      * UNTIL THE DEPOSIT TRAILER SAYS WHETHER THE BATCH BALANCES.
      ******************************************************************
       01  BATCH-OPEN-SWITCH         PIC X(01)  VALUE 'N'.
           88  BATCH-OPEN                       VALUE 'Y'.
           88  BATCH-NOT-OPEN                   VALUE 'N'.
       01  BATCH-BALANCE-SWITCH      PIC X(01)  VALUE 'N'.
           88  BATCH-BALANCED                   VALUE 'Y'.
           88  BATCH-OUT-OF-BALANCE             VALUE 'N'.
       01  CURRENT-BATCH.
           05  CUR-BATCH-ID           PIC X(10).
           05  CUR-SOURCE             PIC X(01).
               88  CUR-SOURCE-LOCKBOX           VALUE 'L'.
               88  CUR-SOURCE-ACH               VALUE 'A'.
           05  CUR-DEPOSIT-DATE       PIC X(10).
           05  CUR-BANK-ITEM-COUNT    PIC 9(07).
           05  CUR-BANK-TOTAL         PIC S9(11)V99.
           05  CUR-COUNTED-TOTAL      PIC S9(11)V99.
           05  CUR-BATCH-STATUS       PIC X(20).
       01  BATCH-ITEM-COUNT          PIC 9(5)  COMP VALUE ZERO.
       01  BATCH-ITEM-TABLE.
           05  BATCH-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON BATCH-ITEM-COUNT
                   INDEXED BY BIT-IDX.
               10  BIT-PAYMENT-IMAGE  PIC X(80).
      ******************************************************************
      * ONE HELD PAYMENT DETAIL, BACK IN THE BANK'S D LAYOUT, WHILE
      * IT IS SETTLED.
      ******************************************************************
       01  PAYMENT-ITEM-WORK.
           05  PIT-RECORD-TYPE        PIC X(01).
           05  PIT-ACCT-ID            PIC X(11).
           05  PIT-ACCT-ID-N REDEFINES PIT-ACCT-ID
                                      PIC 9(11).
           05  PIT-AMOUNT             PIC 9(10)V99.
           05  PIT-AMOUNT-X REDEFINES PIT-AMOUNT
                                      PIC X(12).
           05  PIT-PAY-DATE           PIC X(10).
           05  PIT-ITEM-REF           PIC X(16).
           05  PIT-REMITTER-NAME      PIC X(25).
           05  FILLER                 PIC X(05).
       01  ITEM-SEQUENCE             PIC 9(06)  VALUE ZERO.
       01  ITEM-REFERENCE            PIC X(16)  VALUE SPACES.
       01  SUSPEND-REASON            PIC X(40)  VALUE SPACES.
       01  MASTER-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
           88  MASTER-FOUND                     VALUE 'Y'.
           88  MASTER-NOT-FOUND                 VALUE 'N'.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER AND REPORT FOOTER. EVERY
      * DOLLAR COUNTED ON THE BANK FILE ENDS UP EITHER APPLIED OR
      * SUSPENDED.
      ******************************************************************
       01  REMIT-CONTROL-TOTALS.
           05  BANK-RECORDS-READ      PIC 9(9)  COMP VALUE ZERO.
           05  ARCHIVE-RECORDS-READ   PIC 9(9)  COMP VALUE ZERO.
           05  BATCHES-READ           PIC 9(7)  COMP VALUE ZERO.
           05  BATCHES-BALANCED       PIC 9(7)  COMP VALUE ZERO.
           05  BATCHES-OUT-OF-BAL     PIC 9(7)  COMP VALUE ZERO.
           05  PAYMENTS-READ          PIC 9(7)  COMP VALUE ZERO.
           05  PAYMENTS-APPLIED       PIC 9(7)  COMP VALUE ZERO.
           05  PAYMENTS-SUSPENDED     PIC 9(7)  COMP VALUE ZERO.
           05  PAYMENTS-UNBATCHED     PIC 9(7)  COMP VALUE ZERO.
           05  BANK-DEPOSIT-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05  PAYMENTS-READ-AMT      PIC S9(13)V99 VALUE ZERO.
           05  APPLIED-AMT            PIC S9(13)V99 VALUE ZERO.
           05  SUSPENDED-AMT          PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE OVRRPT DATASET.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  SUSRPT-PAGE-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  SUSRPT-LINE-COUNT       PIC 9(03)  COMP VALUE 99.
       01  HELD-PRINT-LINE         PIC X(132) VALUE SPACES.
       01  SUSRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBLOCKBX'.
           05  FILLER                PIC X(30)  VALUE
               'REMITTANCE INTAKE AND SUSPENSE'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  SUSRPT-COLUMN-LINE.
           05  FILLER                PIC X(12)  VALUE 'BATCH-ID'.
           05  FILLER                PIC X(13)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(18)  VALUE 'REFERENCE'.
           05  FILLER                PIC X(16)  VALUE
               '        AMOUNT'.
           05  FILLER                PIC X(40)  VALUE
               'SUSPENSE REASON'.
           05  FILLER                PIC X(33)  VALUE SPACES.
       01  BATCH-SUMMARY-LINE.
           05  FILLER                PIC X(07)  VALUE 'BATCH: '.
           05  BSL-BATCH-ID          PIC X(10).
           05  FILLER                PIC X(06)  VALUE ' SRC: '.
           05  BSL-SOURCE            PIC X(01).
           05  FILLER                PIC X(09)  VALUE '  ITEMS: '.
           05  BSL-ITEM-COUNT        PIC ZZZZZZ9.
           05  FILLER                PIC X(11)  VALUE '  DEPOSIT: '.
           05  BSL-BANK-TOTAL        PIC -(12)9.99.
           05  FILLER                PIC X(12)  VALUE '  COUNTED: '.
           05  BSL-COUNTED-TOTAL     PIC -(12)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BSL-BATCH-STATUS      PIC X(20).
           05  FILLER                PIC X(15)  VALUE SPACES.
       01  SUSPENSE-DETAIL-LINE.
           05  SDL-BATCH-ID          PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-ACCT-ID           PIC X(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-REFERENCE         PIC X(16).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-AMOUNT            PIC -(10)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-REASON            PIC X(40).
           05  FILLER                PIC X(33)  VALUE SPACES.
       01  SUSRPT-FOOTER-LINE.
           05  FTR-CAPTION           PIC X(25).
           05  FTR-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(11)  VALUE '  AMOUNT : '.
           05  FTR-AMOUNT            PIC -(13)9.99.
           05  FILLER                PIC X(72)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBLOCKBX'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-BANKPAY-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBLOCKBX'
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
           PERFORM 0150-LOAD-PURGED-ACCOUNTS
           OPEN INPUT  BANKPAY-FILE
           IF  BANKPAY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BANK PAYMENT FILE'
               MOVE BANKPAY-STATUS TO IO-STATUS
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
           OPEN OUTPUT PAYTXN-FILE
           IF  PAYTXN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYMENT TRANSACTION FILE'
               MOVE PAYTXN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF  SUSPENSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUSPENSE FILE'
               MOVE SUSPENSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT SUSRPT-FILE
           IF  SUSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUSPENSE REPORT FILE'
               MOVE SUSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE CURRENT-BATCH
           SET BATCH-NOT-OPEN TO TRUE
           EXIT.
      ******************************************************************
      * EVERY ARCHIVE GENERATION IS READ END TO END AND ITS ACCT-IDS
      * KEPT. THE TRAILERS ARE SKIPPED - WBARCRST REVERIFIES THEM
      * WHEN AN ACCOUNT IS ACTUALLY RESTORED; HERE THE ARCHIVE ONLY
      * NAMES THE SUSPENSE REASON.
      ******************************************************************
       0150-LOAD-PURGED-ACCOUNTS.
           OPEN INPUT  ARCHF-FILE
           IF  ARCHF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARCHIVE FILE'
               MOVE ARCHF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0160-ARCHF-GET-NEXT UNTIL ARCHF-END-OF-FILE = 'Y'
           CLOSE ARCHF-FILE
           DISPLAY 'PURGED ACCOUNTS LOADED  :' PURGED-ACCT-COUNT
           EXIT.
      ******************************************************************
       0160-ARCHF-GET-NEXT.
           READ ARCHF-FILE
           IF  ARCHF-STATUS = '00'
               ADD 1 TO ARCHIVE-RECORDS-READ
               IF  ARC-RECORD-TYPE = 'D'
                   PERFORM 0170-ADD-PURGED-ACCOUNT
               END-IF
           ELSE
               IF  ARCHF-STATUS = '10'
                   MOVE 'Y' TO ARCHF-END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ARCHIVE FILE'
                   MOVE ARCHF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0170-ADD-PURGED-ACCOUNT.
           IF  PURGED-ACCT-COUNT < 25000
               ADD 1 TO PURGED-ACCT-COUNT
               SET PRG-IDX TO PURGED-ACCT-COUNT
               MOVE ARC-ACCT-ID      TO PRG-ACCT-ID(PRG-IDX)
               MOVE ARC-ARCHIVE-DATE TO PRG-ARCHIVE-DATE(PRG-IDX)
           ELSE
               IF  NOT PURGED-TABLE-FULL
                   DISPLAY 'PURGED ACCOUNT TABLE FULL, LATER '
                           'ARCHIVED ACCOUNTS NOT TRACKED'
                   SET PURGED-TABLE-FULL TO TRUE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1000-BANKPAY-GET-NEXT.
           READ BANKPAY-FILE
           IF  BANKPAY-STATUS = '00'
               ADD 1 TO BANK-RECORDS-READ
               EVALUATE TRUE
                   WHEN BP-BATCH-HEADER
                       PERFORM 1100-START-BATCH
                   WHEN BP-PAYMENT-DETAIL
                       PERFORM 1200-HOLD-PAYMENT
                   WHEN BP-DEPOSIT-TRAILER
                       PERFORM 1300-CLOSE-BATCH
                   WHEN OTHER
                       DISPLAY 'UNRECOGNIZED BANK RECORD TYPE: '
                               BP-RECORD-TYPE
                               ' AT RECORD ' BANK-RECORDS-READ
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           ELSE
               IF  BANKPAY-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING BANK PAYMENT FILE'
                   MOVE BANKPAY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A HEADER ARRIVING WHILE A BATCH IS STILL OPEN MEANS THE BANK
      * NEVER SENT THAT BATCH'S TRAILER; THE OPEN BATCH IS HELD IN
      * SUSPENSE BEFORE THE NEW ONE STARTS.
      ******************************************************************
       1100-START-BATCH.
           IF  BATCH-OPEN
               MOVE 'NO DEPOSIT TRAILER' TO CUR-BATCH-STATUS
               SET BATCH-OUT-OF-BALANCE TO TRUE
               PERFORM 1400-SETTLE-BATCH
           END-IF
           INITIALIZE CURRENT-BATCH
           MOVE BPH-BATCH-ID     TO CUR-BATCH-ID
           MOVE BPH-SOURCE       TO CUR-SOURCE
           MOVE BPH-DEPOSIT-DATE TO CUR-DEPOSIT-DATE
           MOVE ZERO             TO BATCH-ITEM-COUNT
           SET BATCH-OPEN TO TRUE
           EXIT.
      ******************************************************************
      * A DETAIL IS HELD UNTIL ITS BATCH'S TRAILER IS READ. ONE THAT
      * ARRIVES OUTSIDE ANY BATCH HAS NO DEPOSIT TO BALANCE AGAINST
      * AND GOES STRAIGHT TO SUSPENSE.
      ******************************************************************
       1200-HOLD-PAYMENT.
           ADD 1 TO PAYMENTS-READ
           IF  BPD-AMOUNT NUMERIC
               ADD BPD-AMOUNT TO PAYMENTS-READ-AMT
           END-IF
           IF  BATCH-NOT-OPEN
               MOVE FD-BANKPAY-RECORD TO PAYMENT-ITEM-WORK
               MOVE PAYMENTS-READ     TO ITEM-SEQUENCE
               MOVE 'PAYMENT OUTSIDE ANY DEPOSIT BATCH'
                                      TO SUSPEND-REASON
               ADD 1 TO PAYMENTS-UNBATCHED
               PERFORM 3000-SUSPEND-PAYMENT
           ELSE
               IF  BATCH-ITEM-COUNT < 5000
                   ADD 1 TO BATCH-ITEM-COUNT
                   MOVE FD-BANKPAY-RECORD
                       TO BIT-PAYMENT-IMAGE(BATCH-ITEM-COUNT)
                   IF  BPD-AMOUNT NUMERIC
                       ADD BPD-AMOUNT TO CUR-COUNTED-TOTAL
                   END-IF
               ELSE
                   DISPLAY 'DEPOSIT BATCH EXCEEDS 5000 ITEMS: '
                           CUR-BATCH-ID
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE BANK'S TRAILER IS COMPARED WITH WHAT WAS COUNTED. A
      * TRAILER WITH NO OPEN BATCH IS REPORTED AS A BATCH OF ITS OWN
      * WITH NO ITEMS, SO ITS DEPOSIT TOTAL STILL SHOWS ON THE REPORT.
      ******************************************************************
       1300-CLOSE-BATCH.
           IF  BATCH-NOT-OPEN
               INITIALIZE CURRENT-BATCH
               MOVE BPT-BATCH-ID TO CUR-BATCH-ID
               MOVE 'NO BATCH HEADER' TO CUR-BATCH-STATUS
               MOVE ZERO         TO BATCH-ITEM-COUNT
               SET BATCH-OPEN TO TRUE
           END-IF
           IF  BPT-ITEM-COUNT NUMERIC
               MOVE BPT-ITEM-COUNT    TO CUR-BANK-ITEM-COUNT
           END-IF
           IF  BPT-DEPOSIT-TOTAL NUMERIC
               MOVE BPT-DEPOSIT-TOTAL TO CUR-BANK-TOTAL
           END-IF
           SET BATCH-OUT-OF-BALANCE TO TRUE
           EVALUATE TRUE
               WHEN CUR-BATCH-STATUS NOT = SPACES
                   CONTINUE
               WHEN BPT-ITEM-COUNT NOT NUMERIC
               OR   BPT-DEPOSIT-TOTAL NOT NUMERIC
                   MOVE 'TRAILER NOT NUMERIC'  TO CUR-BATCH-STATUS
               WHEN BPT-BATCH-ID NOT = CUR-BATCH-ID
                   MOVE 'TRAILER BATCH DIFFERS' TO CUR-BATCH-STATUS
               WHEN BPT-ITEM-COUNT NOT = BATCH-ITEM-COUNT
                   MOVE 'ITEM COUNT DIFFERS'   TO CUR-BATCH-STATUS
               WHEN BPT-DEPOSIT-TOTAL NOT = CUR-COUNTED-TOTAL
                   MOVE 'DEPOSIT TOTAL DIFFERS' TO CUR-BATCH-STATUS
               WHEN OTHER
                   MOVE 'BALANCED'             TO CUR-BATCH-STATUS
                   SET BATCH-BALANCED TO TRUE
           END-EVALUATE
           PERFORM 1400-SETTLE-BATCH
           EXIT.
      ******************************************************************
      * ONE SUMMARY LINE FOR THE BATCH, THEN EVERY HELD PAYMENT IS
      * APPLIED OR SUSPENDED. AN UNBALANCED BATCH IS SUSPENDED WHOLE.
      * THE BATCH IS CLEARED AFTERWARDS SO A PAYMENT OUTSIDE ANY
      * BATCH IS NOT SUSPENDED UNDER THIS BATCH'S ID AND DATE.
      ******************************************************************
       1400-SETTLE-BATCH.
           ADD 1 TO BATCHES-READ
           IF  BATCH-BALANCED
               ADD 1 TO BATCHES-BALANCED
           ELSE
               ADD 1 TO BATCHES-OUT-OF-BAL
               DISPLAY 'DEPOSIT BATCH HELD IN SUSPENSE: '
                       CUR-BATCH-ID ' - ' CUR-BATCH-STATUS
           END-IF
           ADD CUR-BANK-TOTAL TO BANK-DEPOSIT-TOTAL
           MOVE CUR-BATCH-ID      TO BSL-BATCH-ID
           MOVE CUR-SOURCE        TO BSL-SOURCE
           MOVE BATCH-ITEM-COUNT  TO BSL-ITEM-COUNT
           MOVE CUR-BANK-TOTAL    TO BSL-BANK-TOTAL
           MOVE CUR-COUNTED-TOTAL TO BSL-COUNTED-TOTAL
           MOVE CUR-BATCH-STATUS  TO BSL-BATCH-STATUS
           MOVE BATCH-SUMMARY-LINE TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           PERFORM 1500-SETTLE-PAYMENT
               VARYING BIT-IDX FROM 1 BY 1
               UNTIL BIT-IDX > BATCH-ITEM-COUNT
           MOVE SPACES TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           MOVE ZERO TO BATCH-ITEM-COUNT
           INITIALIZE CURRENT-BATCH
           SET BATCH-NOT-OPEN TO TRUE
           EXIT.
      ******************************************************************
       1500-SETTLE-PAYMENT.
           MOVE BIT-PAYMENT-IMAGE(BIT-IDX) TO PAYMENT-ITEM-WORK
           SET ITEM-SEQUENCE TO BIT-IDX
           IF  BATCH-OUT-OF-BALANCE
               MOVE 'BATCH OUT OF BALANCE WITH DEPOSIT'
                                      TO SUSPEND-REASON
               PERFORM 3000-SUSPEND-PAYMENT
           ELSE
               PERFORM 1600-MATCH-PAYMENT
           END-IF
           EXIT.
      ******************************************************************
      * ONLY A USABLE PAYMENT FOR AN OPEN ACCOUNT ON THE MASTER IS
      * APPLIED; WBTXNPST WOULD REJECT ANYTHING ELSE, AND A REJECTED
      * PAYMENT IS CASH NOBODY IS LOOKING FOR.
      ******************************************************************
       1600-MATCH-PAYMENT.
           EVALUATE TRUE
               WHEN PIT-ACCT-ID-N NOT NUMERIC
                   MOVE 'ACCT-ID NOT NUMERIC' TO SUSPEND-REASON
                   PERFORM 3000-SUSPEND-PAYMENT
               WHEN PIT-AMOUNT NOT NUMERIC
               OR   PIT-AMOUNT = ZERO
                   MOVE 'PAYMENT AMOUNT NOT VALID' TO SUSPEND-REASON
                   PERFORM 3000-SUSPEND-PAYMENT
               WHEN OTHER
                   PERFORM 1700-READ-MASTER-BY-KEY
                   IF  MASTER-NOT-FOUND
                       PERFORM 1650-CHECK-PURGED
                       PERFORM 3000-SUSPEND-PAYMENT
                   ELSE
                       IF  ACCT-ACTIVE-STATUS = 'N'
                           MOVE 'ACCOUNT IS CLOSED' TO SUSPEND-REASON
                           PERFORM 3000-SUSPEND-PAYMENT
                       ELSE
                           PERFORM 2000-WRITE-PAYMENT-TXN
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.
      ******************************************************************
      * AN ACCT-ID MISSING FROM THE MASTER IS EITHER AN ACCOUNT
      * WBARCHIV PURGED (THE REASON CARRIES THE ARCHIVE DATE, SO
      * TREASURY KNOWS WHICH GENERATION WBARCRST WOULD RESTORE FROM)
      * OR ONE THAT NEVER EXISTED.
      ******************************************************************
       1650-CHECK-PURGED.
           MOVE 'ACCT-ID NOT ON MASTER' TO SUSPEND-REASON
           IF  PURGED-ACCT-COUNT > ZERO
               SET PRG-IDX TO 1
               SEARCH PURGED-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PRG-ACCT-ID(PRG-IDX) = PIT-ACCT-ID-N
                       MOVE SPACES TO SUSPEND-REASON
                       STRING 'ACCOUNT PURGED BY WBARCHIV ON '
                                               DELIMITED BY SIZE
                              PRG-ARCHIVE-DATE(PRG-IDX)
                                               DELIMITED BY SIZE
                                 INTO SUSPEND-REASON
                       END-STRING
               END-SEARCH
           END-IF
           EXIT.
      ******************************************************************
       1700-READ-MASTER-BY-KEY.
           MOVE PIT-ACCT-ID-N TO FD-ACCT-ID
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
      * THE PAYMENT AS A CYCLE CREDIT FOR WBTXNPST. A DETAIL WITHOUT
      * ITS OWN PAYMENT DATE TAKES THE DEPOSIT DATE.
      ******************************************************************
       2000-WRITE-PAYMENT-TXN.
           MOVE PIT-ACCT-ID-N TO TXN-ACCT-ID
           SET TXN-TYPE-CREDIT TO TRUE
           MOVE PIT-AMOUNT    TO TXN-AMOUNT
           IF  PIT-PAY-DATE = SPACES
               MOVE CUR-DEPOSIT-DATE TO TXN-DATE
           ELSE
               MOVE PIT-PAY-DATE     TO TXN-DATE
           END-IF
           MOVE SPACES TO TXN-MERCHANT-NAME
           EVALUATE TRUE
               WHEN CUR-SOURCE-LOCKBOX
                   STRING 'LOCKBOX PAYMENT '  DELIMITED BY SIZE
                          CUR-BATCH-ID        DELIMITED BY SIZE
                             INTO TXN-MERCHANT-NAME
                   END-STRING
               WHEN CUR-SOURCE-ACH
                   STRING 'ACH PAYMENT '      DELIMITED BY SIZE
                          CUR-BATCH-ID        DELIMITED BY SIZE
                             INTO TXN-MERCHANT-NAME
                   END-STRING
               WHEN OTHER
                   STRING 'BANK PAYMENT '     DELIMITED BY SIZE
                          CUR-BATCH-ID        DELIMITED BY SIZE
                             INTO TXN-MERCHANT-NAME
                   END-STRING
           END-EVALUATE
           PERFORM 2100-SET-ITEM-REFERENCE
           MOVE ITEM-REFERENCE TO TXN-REFERENCE
           WRITE FD-TXN-RECORD
           IF  PAYTXN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PAYMENT TRANSACTION FILE'
               MOVE PAYTXN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1          TO PAYMENTS-APPLIED
           ADD PIT-AMOUNT TO APPLIED-AMT
           EXIT.
      ******************************************************************
      * THE BANK'S OWN ITEM REFERENCE WHEN IT SENT ONE, OTHERWISE
      * THE BATCH-ID AND THE ITEM'S POSITION IN THE BATCH.
      ******************************************************************
       2100-SET-ITEM-REFERENCE.
           IF  PIT-ITEM-REF NOT = SPACES
               MOVE PIT-ITEM-REF TO ITEM-REFERENCE
           ELSE
               MOVE SPACES TO ITEM-REFERENCE
               STRING CUR-BATCH-ID            DELIMITED BY SPACE
                      ITEM-SEQUENCE           DELIMITED BY SIZE
                         INTO ITEM-REFERENCE
               END-STRING
           END-IF
           EXIT.
      ******************************************************************
      * UNAPPLIED CASH: THE SUSPENSE RECORD AND ITS REPORT LINE. AN
      * UNREADABLE AMOUNT IS CARRIED AS RECEIVED ON THE SUSPENSE
      * RECORD BUT COUNTS AS ZERO IN THE TOTALS.
      ******************************************************************
       3000-SUSPEND-PAYMENT.
           MOVE SUSPEND-REASON    TO SUS-REASON
           MOVE CUR-BATCH-ID      TO SUS-BATCH-ID
           MOVE CUR-DEPOSIT-DATE  TO SUS-DEPOSIT-DATE
           MOVE PAYMENT-ITEM-WORK TO SUS-PAYMENT-IMAGE
           WRITE FD-SUSPENSE-RECORD
           IF  SUSPENSE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSPENSE FILE'
               MOVE SUSPENSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO PAYMENTS-SUSPENDED
           PERFORM 2100-SET-ITEM-REFERENCE
           MOVE CUR-BATCH-ID      TO SDL-BATCH-ID
           MOVE PIT-ACCT-ID       TO SDL-ACCT-ID
           MOVE ITEM-REFERENCE    TO SDL-REFERENCE
           IF  PIT-AMOUNT NUMERIC
               ADD  PIT-AMOUNT    TO SUSPENDED-AMT
               MOVE PIT-AMOUNT    TO SDL-AMOUNT
           ELSE
               MOVE ZERO          TO SDL-AMOUNT
           END-IF
           MOVE SUSPEND-REASON    TO SDL-REASON
           MOVE SUSPENSE-DETAIL-LINE TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           EXIT.
      ******************************************************************
      * A BATCH LEFT OPEN AT END OF FILE NEVER GOT ITS TRAILER AND IS
      * HELD LIKE ANY OTHER UNBALANCED BATCH. THE FOOTER ACCOUNTS FOR
      * EVERY PAYMENT DOLLAR READ AS APPLIED OR SUSPENDED; ANY BATCH
      * OR PAYMENT HELD FOR BALANCING ENDS THE RUN RC=4.
      ******************************************************************
       9000-TERMINATE.
           IF  BATCH-OPEN
               MOVE 'NO DEPOSIT TRAILER' TO CUR-BATCH-STATUS
               SET BATCH-OUT-OF-BALANCE TO TRUE
               PERFORM 1400-SETTLE-BATCH
           END-IF
           MOVE 'DEPOSIT BATCHES         :' TO FTR-CAPTION
           MOVE BATCHES-READ       TO FTR-COUNT
           MOVE BANK-DEPOSIT-TOTAL TO FTR-AMOUNT
           MOVE SUSRPT-FOOTER-LINE TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           MOVE 'PAYMENTS RECEIVED       :' TO FTR-CAPTION
           MOVE PAYMENTS-READ      TO FTR-COUNT
           MOVE PAYMENTS-READ-AMT  TO FTR-AMOUNT
           MOVE SUSRPT-FOOTER-LINE TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           MOVE 'PAYMENTS APPLIED        :' TO FTR-CAPTION
           MOVE PAYMENTS-APPLIED   TO FTR-COUNT
           MOVE APPLIED-AMT        TO FTR-AMOUNT
           MOVE SUSRPT-FOOTER-LINE TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           MOVE 'PAYMENTS SUSPENDED      :' TO FTR-CAPTION
           MOVE PAYMENTS-SUSPENDED TO FTR-COUNT
           MOVE SUSPENDED-AMT      TO FTR-AMOUNT
           MOVE SUSRPT-FOOTER-LINE TO SUSRPT-PRINT-LINE
           PERFORM 8200-PRINT-SUSRPT-LINE
           DISPLAY '==================================================='
           DISPLAY 'WBLOCKBX CONTROL TOTALS'
           DISPLAY 'BANK RECORDS READ       :' BANK-RECORDS-READ
           DISPLAY 'ARCHIVE RECORDS READ    :' ARCHIVE-RECORDS-READ
           DISPLAY 'DEPOSIT BATCHES         :' BATCHES-READ
           DISPLAY 'BATCHES BALANCED        :' BATCHES-BALANCED
           DISPLAY 'BATCHES OUT OF BALANCE  :' BATCHES-OUT-OF-BAL
           DISPLAY 'BANK DEPOSIT TOTAL      :' BANK-DEPOSIT-TOTAL
           DISPLAY 'PAYMENTS RECEIVED       :' PAYMENTS-READ
           DISPLAY 'PAYMENTS OUTSIDE BATCH  :' PAYMENTS-UNBATCHED
           DISPLAY 'PAYMENTS APPLIED        :' PAYMENTS-APPLIED
           DISPLAY 'PAYMENTS SUSPENDED      :' PAYMENTS-SUSPENDED
           DISPLAY 'AMOUNT RECEIVED         :' PAYMENTS-READ-AMT
           DISPLAY 'AMOUNT APPLIED          :' APPLIED-AMT
           DISPLAY 'AMOUNT SUSPENDED        :' SUSPENDED-AMT
           DISPLAY '==================================================='
           CLOSE BANKPAY-FILE
           CLOSE ACCTFILE-FILE
           CLOSE PAYTXN-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SUSRPT-FILE
           IF  BATCHES-OUT-OF-BAL > ZERO
           OR  PAYMENTS-UNBATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
       8200-PRINT-SUSRPT-LINE.
           IF  SUSRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-SUSRPT-HEADINGS
           END-IF
           PERFORM 8250-WRITE-SUSRPT-ADVANCE-1
           EXIT.
      ******************************************************************
      * THE HEADINGS OVERWRITE SUSRPT-PRINT-LINE, SO THE LINE WAITING
      * TO BE PRINTED IS PARKED AND PUT BACK AFTERWARDS.
      ******************************************************************
       8240-WRITE-SUSRPT-HEADINGS.
           MOVE SUSRPT-PRINT-LINE    TO HELD-PRINT-LINE
           ADD 1 TO SUSRPT-PAGE-COUNT
           MOVE SUSRPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           WRITE SUSRPT-PRINT-LINE FROM SUSRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  SUSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSPENSE REPORT FILE'
               MOVE SUSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES               TO SUSRPT-PRINT-LINE
           PERFORM 8250-WRITE-SUSRPT-ADVANCE-1
           MOVE SUSRPT-COLUMN-LINE   TO SUSRPT-PRINT-LINE
           PERFORM 8250-WRITE-SUSRPT-ADVANCE-1
           MOVE SPACES               TO SUSRPT-PRINT-LINE
           PERFORM 8250-WRITE-SUSRPT-ADVANCE-1
           MOVE 4 TO SUSRPT-LINE-COUNT
           MOVE HELD-PRINT-LINE      TO SUSRPT-PRINT-LINE
           EXIT.
      ******************************************************************
       8250-WRITE-SUSRPT-ADVANCE-1.
           WRITE SUSRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  SUSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSPENSE REPORT FILE'
               MOVE SUSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO SUSRPT-LINE-COUNT
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS PAYMENTS RECEIVED, OUT
      * IS PAYMENTS APPLIED, REJECTS ARE PAYMENTS SUSPENDED; ANY
      * DEPOSIT BATCH OUT OF BALANCE FLAGS THE STEP OUT OF
      * BALANCE. THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED
      * IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBLOCKBX'             TO STS-PROGRAM-ID
           MOVE 'LOCKBOX PAYMENTS'     TO STS-STEP-LABEL
           MOVE PAYMENTS-READ          TO STS-RECORDS-IN
           MOVE PAYMENTS-APPLIED       TO STS-RECORDS-OUT
           MOVE PAYMENTS-SUSPENDED     TO STS-REJECTS
           IF  BATCHES-OUT-OF-BAL > ZERO
               SET STS-OUT-OF-BALANCE  TO TRUE
           ELSE
               SET STS-IN-BALANCE      TO TRUE
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
