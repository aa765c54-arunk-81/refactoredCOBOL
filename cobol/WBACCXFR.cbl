      ******************************************************************
      * WBACCXFR - LOST/STOLEN CARD ACCOUNT TRANSFER
      *
      * REPLACES THE HAND-KEYED WBACTUPD CLOSE / ADD PAIR AND THE
      * WBCUSUPD RE-ADD THAT USED TO MOVE A CUSTOMER TO A NEW ACCOUNT
      * NUMBER WHEN A CARD WAS REPORTED LOST OR STOLEN. DRIVEN BY A
      * CARD FILE OF OLD ACCT-ID / NEW ACCT-ID PAIRS. FOR EACH PAIR:
      *   - THE NEW ACCOUNT IS ADDED AS A COPY OF THE OLD ONE - THE
      *     BALANCE AND BOTH CYCLE BUCKETS MOVE, AND THE LIMITS,
      *     GROUP, ZIP, DATES AND DELINQUENCY STATE ARE CARRIED, SO
      *     THE NEW ACCOUNT CYCLES, AGES AND BILLS EXACTLY AS THE OLD
      *     ONE WOULD HAVE.
      *   - THE CVCUS01Y CUSTOMER RECORD IS COPIED TO THE NEW ACCT-ID.
      *     THE OLD CUSTOMER RECORD STAYS UNTIL WBARCHIV PURGES THE
      *     OLD ACCOUNT WITH IT.
      *   - THE OLD ACCOUNT IS CLOSED WITH THE BALANCE, BOTH CYCLE
      *     BUCKETS AND THE AMOUNTS DUE AT ZERO, SO NO MONEY IS LEFT
      *     ON IT AND WBARCHIV PURGES IT IN DUE COURSE.
      *   - BOTH ACCOUNT CHANGES ARE JOURNALED ON AUDITF AND THE
      *     CUSTOMER ADD ON CAUDITF, IN THE WBACTUPD AND WBCUSUPD
      *     BEFORE/AFTER LAYOUTS WITH ACTION CODE T (TRANSFER).
      *   - AN OLD-TO-NEW RECORD (CVXRF01Y) IS ADDED TO THE PERMANENT
      *     CROSS-REFERENCE KSDS (XREFFILE), KEYED ON THE NEW ACCT-ID.
      *   - EVERY OPEN CASE ON THE DISPUTE MASTER (CVDSP01Y) UNDER THE
      *     OLD ACCT-ID IS MOVED TO THE NEW ACCT-ID - DELETED AND
      *     WRITTEN BACK UNDER THE NEW KEY - SO INTEREST EXCLUSION,
      *     REFUNDS AND THE DISPUTE DESK'S CARDS FIND IT ON THE
      *     ACCOUNT NOW CARRYING THE BALANCE. RESOLVED CASES STAY
      *     WHERE THEY ARE.
      * A PAIR THAT CANNOT BE TRANSFERRED - A BAD KEY, AN OLD ACCOUNT
      * THAT IS MISSING OR ALREADY CLOSED, A NEW ACCT-ID ALREADY IN
      * USE OR ALREADY ON THE CROSS-REFERENCE, OR NO CUSTOMER RECORD
      * TO COPY - GOES TO ERRFILE WITH A REASON AND TOUCHES NOTHING.
      * ANY REJECT ENDS THE STEP RC=4.
      *
      * CONTROL CARD: NONE. TRANSFER CARD (XFRCARD): OLD ACCT-ID IN
      * COLS 1-11, NEW ACCT-ID IN COLS 13-23.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBACCXFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT XFRCARD-FILE ASSIGN TO XFRCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS XFRCARD-STATUS.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ACCT-ID
                  FILE STATUS  IS CUSTFILE-STATUS.
      ******************************************************************
           SELECT AUDIT-FILE ASSIGN TO AUDITF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUDITF-STATUS.
      ******************************************************************
           SELECT CUST-AUDIT-FILE ASSIGN TO CAUDITF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CAUDITF-STATUS.
      ******************************************************************
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-NEW-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.
      ******************************************************************
      * DISPUTE MASTER, BROWSED FROM THE OLD ACCT-ID FOR ITS CASES.
           SELECT DSP-FILE ASSIGN TO DSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DSP-KEY
                  FILE STATUS  IS DSPFILE-STATUS.
      ******************************************************************
           SELECT ERROR-FILE ASSIGN TO ERRFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ERRFILE-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE TRANSFER PER CARD, FROM THE CARD-SERVICES TEAM.
      ******************************************************************
       FD  XFRCARD-FILE.

       01  FD-XFRCARD-RECORD.
           05 XFR-OLD-ACCT-ID                   PIC X(11).
           05 XFR-OLD-ACCT-ID-N REDEFINES XFR-OLD-ACCT-ID
                                                PIC 9(11).
           05 FILLER                            PIC X(01).
           05 XFR-NEW-ACCT-ID                   PIC X(11).
           05 XFR-NEW-ACCT-ID-N REDEFINES XFR-NEW-ACCT-ID
                                                PIC 9(11).
           05 FILLER                            PIC X(57).
      ******************************************************************
      * ACCOUNT MASTER - OPENED I-O AND ACCESSED RANDOMLY BY KEY.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * CUSTOMER MASTER - OPENED I-O AND ACCESSED RANDOMLY BY KEY.
      ******************************************************************
       FD  CUSTFILE-FILE.

       01  FD-CUSTFILE-REC.
           05 FD-CUST-ACCT-ID                   PIC 9(11).
           05 FD-CUST-DATA                      PIC X(289).
      ******************************************************************
      * ACCOUNT AUDIT JOURNAL - THE SHARED CVAUD01Y LAYOUT, ACTION
      * CODE T. TWO RECORDS PER TRANSFER: THE OLD ACCOUNT CLOSED AT
      * ZERO AND THE NEW ACCOUNT ADDED (BEFORE IMAGE SPACES).
      ******************************************************************
       FD  AUDIT-FILE.

       COPY CVAUD01Y.
      ******************************************************************
      * CUSTOMER AUDIT JOURNAL - THE SAME LAYOUT, ACTION CODE T, ONE
      * RECORD PER TRANSFER FOR THE COPIED CUSTOMER.
      ******************************************************************
       FD  CUST-AUDIT-FILE.

       COPY CVAUD01Y REPLACING ==FD-AUDIT-RECORD==
                            BY ==FD-CUST-AUDIT-RECORD==
                       LEADING ==AUD-== BY ==CAU-==.
      ******************************************************************
      * PERMANENT OLD-TO-NEW CROSS-REFERENCE - SHARED LAYOUT, KEYED
      * ON THE NEW ACCT-ID.
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
      * REJECTED TRANSFER CARDS WITH THE REASON.
      ******************************************************************
       FD  ERROR-FILE.

       01  FD-ERROR-RECORD.
           05 ERR-REASON                        PIC X(40).
           05 ERR-CARD-IMAGE                    PIC X(80).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
       COPY CVDSP01Y.
      ******************************************************************
       01  XFRCARD-STATUS.
           05  XFRCARD-STAT1       PIC X.
           05  XFRCARD-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       01  AUDITF-STATUS.
           05  AUDITF-STAT1        PIC X.
           05  AUDITF-STAT2        PIC X.
       01  CAUDITF-STATUS.
           05  CAUDITF-STAT1       PIC X.
           05  CAUDITF-STAT2       PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  DSPFILE-STATUS.
           05  DSPFILE-STAT1       PIC X.
           05  DSPFILE-STAT2       PIC X.
       01  ERRFILE-STATUS.
           05  ERRFILE-STAT1       PIC X.
           05  ERRFILE-STAT2       PIC X.
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
      * LOOKUP RESULTS FOR THE CURRENT CARD.
      ******************************************************************
       01  MASTER-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
           88  MASTER-FOUND                   VALUE 'Y'.
           88  MASTER-NOT-FOUND               VALUE 'N'.
       01  CUSTOMER-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
           88  CUSTOMER-FOUND                 VALUE 'Y'.
           88  CUSTOMER-NOT-FOUND             VALUE 'N'.
       01  XREF-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
           88  XREF-FOUND                     VALUE 'Y'.
           88  XREF-NOT-FOUND                 VALUE 'N'.
       01  REJECT-REASON           PIC X(40)  VALUE SPACES.
      ******************************************************************
      * BROWSE OF THE OLD ACCOUNT'S DISPUTE CASES. THE BROWSE IS
      * RESTARTED PAST EACH CASE MOVED, FROM THE REFERENCE SAVED HERE.
      ******************************************************************
       01  DISPUTE-BROWSE-SWITCH   PIC X(01)  VALUE 'N'.
           88  DISPUTE-BROWSE-END             VALUE 'Y'.
       01  LAST-DSP-REFERENCE      PIC X(16)  VALUE SPACES.
      ******************************************************************
      * THE OLD ACCOUNT AND ITS CUSTOMER AS READ, KEPT WHILE THE NEW
      * ACCT-ID IS CHECKED AND THE NEW RECORDS ARE BUILT.
      ******************************************************************
       01  OLD-ACCOUNT-SAVE        PIC X(300) VALUE SPACES.
       01  OLD-CUSTOMER-SAVE       PIC X(300) VALUE SPACES.
       01  NEW-ACCOUNT-SAVE        PIC X(300) VALUE SPACES.
       01  TRANSFER-TIMESTAMP      PIC X(14)  VALUE SPACES.
       01  TODAY-DASHED-DATE       PIC X(10)  VALUE SPACES.
       01  XFER-RUN-LABEL          PIC X(24)  VALUE
           'LOST/STOLEN TRANSFER'.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER.
      ******************************************************************
       01  TRANSFER-CONTROL-TOTALS.
           05  CARD-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  TRANSFER-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  REJECT-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  DISPUTES-MOVED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  BAL-MOVED-TOTAL          PIC S9(13)V99 VALUE ZERO.
           05  CYC-CREDIT-MOVED-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05  CYC-DEBIT-MOVED-TOTAL    PIC S9(13)V99 VALUE ZERO.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBACCXFR'
           PERFORM 0100-INITIALIZE
           PERFORM 1000-XFRCARD-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBACCXFR'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE SPACES TO TODAY-DASHED-DATE
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO TODAY-DASHED-DATE
           END-STRING
           OPEN INPUT  XFRCARD-FILE
           IF  XFRCARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSFER CARD FILE'
               MOVE XFRCARD-STATUS TO IO-STATUS
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
           OPEN I-O    CUSTFILE-FILE
           IF  CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF  AUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE'
               MOVE AUDITF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT CUST-AUDIT-FILE
           IF  CAUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER AUDIT FILE'
               MOVE CAUDITF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN I-O    XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN I-O    DSP-FILE
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ERROR-FILE
           IF  ERRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERROR FILE'
               MOVE ERRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       1000-XFRCARD-GET-NEXT.
           READ XFRCARD-FILE
           IF  XFRCARD-STATUS = '00'
               ADD 1 TO CARD-READ-COUNT
               PERFORM 1100-EDIT-TRANSFER-CARD
           ELSE
               IF  XFRCARD-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSFER CARD FILE'
                   MOVE XFRCARD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * EVERY CHECK IS MADE BEFORE ANYTHING IS WRITTEN, SO A REJECTED
      * CARD LEAVES BOTH MASTERS EXACTLY AS THEY WERE.
      ******************************************************************
       1100-EDIT-TRANSFER-CARD.
           IF  XFR-OLD-ACCT-ID-N NOT NUMERIC
           OR  XFR-NEW-ACCT-ID-N NOT NUMERIC
           OR  XFR-OLD-ACCT-ID-N = ZERO
           OR  XFR-NEW-ACCT-ID-N = ZERO
               MOVE 'OLD OR NEW ACCT-ID NOT NUMERIC' TO REJECT-REASON
               PERFORM 3000-WRITE-REJECT-RECORD
           ELSE
               IF  XFR-OLD-ACCT-ID-N = XFR-NEW-ACCT-ID-N
                   MOVE 'OLD AND NEW ACCT-ID ARE THE SAME'
                                                  TO REJECT-REASON
                   PERFORM 3000-WRITE-REJECT-RECORD
               ELSE
                   PERFORM 1200-EDIT-OLD-ACCOUNT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-EDIT-OLD-ACCOUNT.
           MOVE XFR-OLD-ACCT-ID-N TO FD-ACCT-ID
           PERFORM 1500-READ-MASTER-BY-KEY
           IF  MASTER-NOT-FOUND
               MOVE 'OLD ACCT-ID NOT ON MASTER' TO REJECT-REASON
               PERFORM 3000-WRITE-REJECT-RECORD
           ELSE
               IF  ACCT-ACTIVE-STATUS = 'N'
                   MOVE 'OLD ACCOUNT ALREADY CLOSED' TO REJECT-REASON
                   PERFORM 3000-WRITE-REJECT-RECORD
               ELSE
                   MOVE ACCOUNT-RECORD TO OLD-ACCOUNT-SAVE
                   PERFORM 1300-EDIT-NEW-ACCOUNT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1300-EDIT-NEW-ACCOUNT.
           MOVE XFR-NEW-ACCT-ID-N TO FD-ACCT-ID
           PERFORM 1500-READ-MASTER-BY-KEY
           IF  MASTER-FOUND
               MOVE 'NEW ACCT-ID ALREADY ON MASTER' TO REJECT-REASON
               PERFORM 3000-WRITE-REJECT-RECORD
           ELSE
               PERFORM 1350-EDIT-CROSS-REFERENCE
           END-IF
           EXIT.
      ******************************************************************
      * THE CROSS-REFERENCE IS KEYED ON THE NEW ACCT-ID, SO A NUMBER
      * ONCE OPENED BY A TRANSFER - EVEN IF THE ACCOUNT HAS SINCE BEEN
      * PURGED - CANNOT BE OPENED BY ANOTHER.
      ******************************************************************
       1350-EDIT-CROSS-REFERENCE.
           MOVE XFR-NEW-ACCT-ID-N TO XRF-NEW-ACCT-ID
           READ XREF-FILE
           EVALUATE XREFFILE-STATUS
               WHEN '00'
                   SET XREF-FOUND TO TRUE
               WHEN '23'
                   SET XREF-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CROSS-REFERENCE FILE'
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           IF  XREF-FOUND
               MOVE 'NEW ACCT-ID ALREADY ON CROSS-REFERENCE'
                                                  TO REJECT-REASON
               PERFORM 3000-WRITE-REJECT-RECORD
           ELSE
               PERFORM 1400-EDIT-CUSTOMERS
           END-IF
           EXIT.
      ******************************************************************
       1400-EDIT-CUSTOMERS.
           MOVE XFR-OLD-ACCT-ID-N TO FD-CUST-ACCT-ID
           PERFORM 1600-READ-CUSTOMER-BY-KEY
           IF  CUSTOMER-NOT-FOUND
               MOVE 'NO CUSTOMER RECORD FOR OLD ACCT-ID'
                                                  TO REJECT-REASON
               PERFORM 3000-WRITE-REJECT-RECORD
           ELSE
               MOVE CUSTOMER-RECORD TO OLD-CUSTOMER-SAVE
               MOVE XFR-NEW-ACCT-ID-N TO FD-CUST-ACCT-ID
               PERFORM 1600-READ-CUSTOMER-BY-KEY
               IF  CUSTOMER-FOUND
                   MOVE 'NEW ACCT-ID ALREADY ON CUSTOMER FILE'
                                                  TO REJECT-REASON
                   PERFORM 3000-WRITE-REJECT-RECORD
               ELSE
                   PERFORM 2000-APPLY-TRANSFER
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1500-READ-MASTER-BY-KEY.
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
       1600-READ-CUSTOMER-BY-KEY.
           READ CUSTFILE-FILE INTO CUSTOMER-RECORD
           EVALUATE CUSTFILE-STATUS
               WHEN '00'
                   SET CUSTOMER-FOUND TO TRUE
               WHEN '23'
                   SET CUSTOMER-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CUSTOMER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * THE NEW ACCOUNT AND CUSTOMER ARE WRITTEN BEFORE THE OLD
      * ACCOUNT IS ZEROED, SO AN ABEND PART WAY THROUGH CAN NEVER
      * LOSE THE BALANCE - AT WORST IT IS ON BOTH ACCOUNTS AND THE
      * AUDIT JOURNAL SHOWS WHICH HALF IS MISSING.
      ******************************************************************
       2000-APPLY-TRANSFER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANSFER-TIMESTAMP
           PERFORM 2100-ADD-NEW-ACCOUNT
           PERFORM 2200-ADD-NEW-CUSTOMER
           PERFORM 2300-CLOSE-OLD-ACCOUNT
           PERFORM 2400-WRITE-XREF-RECORD
           PERFORM 2500-MOVE-OPEN-DISPUTES
           ADD 1 TO TRANSFER-COUNT
           EXIT.
      ******************************************************************
       2100-ADD-NEW-ACCOUNT.
           MOVE OLD-ACCOUNT-SAVE  TO ACCOUNT-RECORD
           MOVE XFR-NEW-ACCT-ID-N TO ACCT-ID
           MOVE ACCOUNT-RECORD    TO NEW-ACCOUNT-SAVE
           MOVE ACCOUNT-RECORD    TO FD-ACCTFILE-REC
           WRITE FD-ACCTFILE-REC
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES            TO FD-AUDIT-RECORD
           MOVE ACCT-ID           TO AUD-ACCT-ID
           MOVE SPACES            TO AUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD    TO AUD-AFTER-IMAGE
           PERFORM 3100-WRITE-AUDIT-RECORD
           EXIT.
      ******************************************************************
       2200-ADD-NEW-CUSTOMER.
           MOVE OLD-CUSTOMER-SAVE TO CUSTOMER-RECORD
           MOVE XFR-NEW-ACCT-ID-N TO CUST-ACCT-ID
           MOVE CUSTOMER-RECORD   TO FD-CUSTFILE-REC
           WRITE FD-CUSTFILE-REC
           IF  CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES             TO FD-CUST-AUDIT-RECORD
           MOVE TRANSFER-TIMESTAMP TO CAU-TIMESTAMP
           MOVE 'T'                TO CAU-ACTION
           MOVE CUST-ACCT-ID       TO CAU-ACCT-ID
           MOVE SPACES             TO CAU-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD    TO CAU-AFTER-IMAGE
           MOVE 'WBACCXFR'         TO CAU-SOURCE-PROGRAM
           SET CAU-CUSTOMER-IMAGE  TO TRUE
           MOVE XFER-RUN-LABEL     TO CAU-RUN-LABEL
           WRITE FD-CUST-AUDIT-RECORD
           IF  CAUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CUSTOMER AUDIT FILE'
               MOVE CAUDITF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * THE OLD ACCOUNT IS CLOSED WITH NOTHING LEFT ON IT - BALANCE,
      * BOTH CYCLE BUCKETS AND THE AMOUNTS DUE ALL ZERO - WHICH IS
      * WHAT WBARCHIV NEEDS TO SEE BEFORE IT WILL EVER PURGE IT.
      ******************************************************************
       2300-CLOSE-OLD-ACCOUNT.
           MOVE OLD-ACCOUNT-SAVE  TO ACCOUNT-RECORD
           MOVE 'N'               TO ACCT-ACTIVE-STATUS
           MOVE ZERO              TO ACCT-CURR-BAL
           MOVE ZERO              TO ACCT-CURR-CYC-CREDIT
           MOVE ZERO              TO ACCT-CURR-CYC-DEBIT
           MOVE ZERO              TO ACCT-MIN-PAYMENT-DUE
           MOVE ZERO              TO ACCT-PAST-DUE-AMOUNT
           MOVE '0'               TO ACCT-DELINQ-BUCKET
           MOVE ACCOUNT-RECORD    TO FD-ACCTFILE-REC
           REWRITE FD-ACCTFILE-REC
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES            TO FD-AUDIT-RECORD
           MOVE ACCT-ID           TO AUD-ACCT-ID
           MOVE OLD-ACCOUNT-SAVE  TO AUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD    TO AUD-AFTER-IMAGE
           PERFORM 3100-WRITE-AUDIT-RECORD
           EXIT.
      ******************************************************************
       2400-WRITE-XREF-RECORD.
           MOVE NEW-ACCOUNT-SAVE   TO ACCOUNT-RECORD
           MOVE SPACES             TO FD-XREF-RECORD
           MOVE XFR-OLD-ACCT-ID-N  TO XRF-OLD-ACCT-ID
           MOVE XFR-NEW-ACCT-ID-N  TO XRF-NEW-ACCT-ID
           MOVE TODAY-DASHED-DATE  TO XRF-TRANSFER-DATE
           MOVE TRANSFER-TIMESTAMP TO XRF-TIMESTAMP
           MOVE ACCT-CURR-BAL        TO XRF-BAL-MOVED
           MOVE ACCT-CURR-CYC-CREDIT TO XRF-CYC-CREDIT-MOVED
           MOVE ACCT-CURR-CYC-DEBIT  TO XRF-CYC-DEBIT-MOVED
           WRITE FD-XREF-RECORD
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD ACCT-CURR-BAL        TO BAL-MOVED-TOTAL
           ADD ACCT-CURR-CYC-CREDIT TO CYC-CREDIT-MOVED-TOTAL
           ADD ACCT-CURR-CYC-DEBIT  TO CYC-DEBIT-MOVED-TOTAL
           EXIT.
      ******************************************************************
      * EVERY OPEN DISPUTE CASE UNDER THE OLD ACCT-ID FOLLOWS THE
      * BALANCE TO THE NEW ONE. THE CASES ARE BROWSED IN KEY ORDER
      * FROM THE OLD ACCT-ID; EACH OPEN CASE IS DELETED AND WRITTEN
      * BACK UNDER THE NEW ACCT-ID WITH ITS REFERENCE UNCHANGED, AND
      * THE BROWSE IS RESTARTED PAST IT. DSP-HIST-ACCT-ID STILL SHOWS
      * WHERE THE DISPUTED ITEM POSTED.
      ******************************************************************
       2500-MOVE-OPEN-DISPUTES.
           MOVE 'N'               TO DISPUTE-BROWSE-SWITCH
           MOVE XFR-OLD-ACCT-ID-N TO FD-DSP-ACCT-ID
           MOVE LOW-VALUES        TO FD-DSP-TXN-REFERENCE
           START DSP-FILE KEY IS NOT LESS THAN FD-DSP-KEY
           PERFORM 2510-CHECK-DISPUTE-START
           PERFORM 2520-DISPUTE-GET-NEXT UNTIL DISPUTE-BROWSE-END
           EXIT.
      ******************************************************************
       2510-CHECK-DISPUTE-START.
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
           EXIT.
      ******************************************************************
       2520-DISPUTE-GET-NEXT.
           READ DSP-FILE NEXT RECORD INTO DISPUTE-RECORD
           EVALUATE DSPFILE-STATUS
               WHEN '00'
                   IF  DSP-ACCT-ID NOT = XFR-OLD-ACCT-ID-N
                       SET DISPUTE-BROWSE-END TO TRUE
                   ELSE
                       IF  DSP-CASE-OPEN
                           PERFORM 2530-MOVE-DISPUTE-CASE
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
       2530-MOVE-DISPUTE-CASE.
           MOVE DSP-TXN-REFERENCE TO LAST-DSP-REFERENCE
           DELETE DSP-FILE RECORD
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING DISPUTE MASTER RECORD'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE XFR-NEW-ACCT-ID-N TO DSP-ACCT-ID
           MOVE DISPUTE-RECORD    TO FD-DSPFILE-REC
           WRITE FD-DSPFILE-REC
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY 'DISPUTE CASE ' DSP-CASE-NUMBER
                   ' MOVED FROM ACCT-ID ' XFR-OLD-ACCT-ID-N
                   ' TO ' XFR-NEW-ACCT-ID-N
           ADD 1 TO DISPUTES-MOVED-COUNT
           MOVE XFR-OLD-ACCT-ID-N  TO FD-DSP-ACCT-ID
           MOVE LAST-DSP-REFERENCE TO FD-DSP-TXN-REFERENCE
           START DSP-FILE KEY IS GREATER THAN FD-DSP-KEY
           PERFORM 2510-CHECK-DISPUTE-START
           EXIT.
      ******************************************************************
       3000-WRITE-REJECT-RECORD.
           MOVE REJECT-REASON     TO ERR-REASON
           MOVE FD-XFRCARD-RECORD TO ERR-CARD-IMAGE
           WRITE FD-ERROR-RECORD
           IF  ERRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ERROR FILE'
               MOVE ERRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO REJECT-COUNT
           EXIT.
      ******************************************************************
      * THE CALLER HAS CLEARED THE RECORD AND SET THE ACCT-ID AND
      * BOTH IMAGES.
      ******************************************************************
       3100-WRITE-AUDIT-RECORD.
           MOVE TRANSFER-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'T'                TO AUD-ACTION
           MOVE 'WBACCXFR'         TO AUD-SOURCE-PROGRAM
           SET AUD-ACCOUNT-IMAGE   TO TRUE
           MOVE XFER-RUN-LABEL     TO AUD-RUN-LABEL
           WRITE FD-AUDIT-RECORD
           IF  AUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT FILE'
               MOVE AUDITF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'WBACCXFR CONTROL TOTALS'
           DISPLAY 'TRANSFER CARDS READ     :' CARD-READ-COUNT
           DISPLAY 'ACCOUNTS TRANSFERRED    :' TRANSFER-COUNT
           DISPLAY 'CARDS REJECTED          :' REJECT-COUNT
           DISPLAY 'BALANCE MOVED           :' BAL-MOVED-TOTAL
           DISPLAY 'CYCLE CREDITS MOVED     :' CYC-CREDIT-MOVED-TOTAL
           DISPLAY 'CYCLE DEBITS MOVED      :' CYC-DEBIT-MOVED-TOTAL
           DISPLAY 'OPEN DISPUTES MOVED     :' DISPUTES-MOVED-COUNT
           DISPLAY '==================================================='
           CLOSE XFRCARD-FILE
           CLOSE ACCTFILE-FILE
           CLOSE CUSTFILE-FILE
           CLOSE AUDIT-FILE
           CLOSE CUST-AUDIT-FILE
           CLOSE XREF-FILE
           CLOSE DSP-FILE
           CLOSE ERROR-FILE
           IF  REJECT-COUNT > ZERO
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
