       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TONIGHT'S SCREENED ITEMS - THE CLEANTXN OUTPUT OF WBTXNSCR:
      * THE CLEAN AND RELEASED ITEMS OF THE CARD PROCESSOR'S DAILY
      * FILE, THE BANK PAYMENTS FROM THE WBLOCKBX REMITTANCE INTAKE
      * AND THE DISPUTE CREDITS AND REVERSALS FROM WBDSPUPD. ONE
      * FIXED-LENGTH RECORD PER ITEM, IN THE ORDER THEY ARRIVED. THE
      * LAYOUT IS CARRIED IN CVTXN01Y SO EVERY WRITER OF THE FEED
      * SHARES THIS DEFINITION.
      ******************************************************************
       FD  TXN-FILE.

       COPY CVTXN01Y.
      ******************************************************************
      * ACCOUNT MASTER - SAME PHYSICAL RECORD AS WBEXPORT READS,
      * OPENED I-O AND ACCESSED RANDOMLY BY KEY HERE SO TRANSACTIONS
       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       01  TXNFILE-STATUS.
           05  TXNFILE-STAT1       PIC X.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBTXNPST'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-TXNFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           CLOSE TXNHIST-FILE
           CLOSE ERROR-FILE
           CLOSE CHECKPOINT-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS TRANSACTIONS READ, OUT
      * IS DEBITS PLUS CREDITS APPLIED, REJECTS ARE THE ERRFILE
      * REJECTS. THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED
      * IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBTXNPST'             TO STS-PROGRAM-ID
           MOVE 'DAILY TRANSACTION POST' TO STS-STEP-LABEL
           MOVE TXN-READ-COUNT         TO STS-RECORDS-IN
           COMPUTE STS-RECORDS-OUT = TXN-DEBIT-COUNT
                                   + TXN-CREDIT-COUNT
           MOVE TXN-REJECT-COUNT       TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
