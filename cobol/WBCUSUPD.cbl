      * Y, SO AN ADDRESS-CHANGE FEED CAN CARRY JUST THE NEW ADDRESS
      * WITHOUT RESTATING THE NAME. A DELETE IGNORES THE FLAGS AND
      * FIELD VALUES AND REMOVES THE RECORD.
      *
      * CONTROL CARD (SYSIN, COLS 1-24): THE RUN LABEL - THE FEED
      * NAME - STAMPED ON EVERY AUDIT RECORD OF THE RUN SO WBAUDINQ
      * CAN LIST ONE FEED'S CHANGES TOGETHER. BLANK DEFAULTS TO
      * CUST MAINT.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * THE FULL BEFORE AND AFTER MASTER IMAGES. THE BEFORE IMAGE IS
      * SPACES FOR AN ADD (THERE WAS NO PRIOR RECORD); THE AFTER
      * IMAGE IS SPACES FOR A DELETE (THERE IS NO RECORD LEFT).
      * SHARED CVAUD01Y LAYOUT; AUD-ACCT-ID CARRIES THE CUST-ACCT-ID.
      ******************************************************************
       FD  AUDIT-FILE.

       COPY CVAUD01Y.
      ******************************************************************
      * REJECTED TRANSACTIONS, EACH WITH THE REASON AND THE FULL
      * TRANSACTION IMAGE SO THE ORIGINATING TEAM CAN CORRECT AND
       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVCUS01Y.
       COPY CVSTP01Y.
      ******************************************************************
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRAN-DELETE-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  TRAN-REJECT-COUNT            PIC 9(7)  COMP VALUE ZERO.
      ******************************************************************
      * CONTROL CARD FROM SYSIN: THE RUN LABEL FOR THE AUDIT RECORDS.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-RUN-LABEL        PIC X(24)  VALUE SPACES.
           05  FILLER                PIC X(56).
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBCUSUPD'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-TRANFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           ACCEPT PARM-CARD FROM SYSIN
           IF  PARM-RUN-LABEL = SPACES
               MOVE 'CUST MAINT' TO PARM-RUN-LABEL
           END-IF
           OPEN INPUT  TRAN-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
      * (SPACES ON THE SIDE WHERE NO RECORD EXISTED).
      ******************************************************************
       3100-WRITE-AUDIT-RECORD.
           MOVE SPACES            TO FD-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
           MOVE TRN-ACTION        TO AUD-ACTION
           MOVE TRN-CUST-ACCT-ID  TO AUD-ACCT-ID
           MOVE BEFORE-IMAGE-SAVE TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE-SAVE  TO AUD-AFTER-IMAGE
           MOVE 'WBCUSUPD'        TO AUD-SOURCE-PROGRAM
           SET AUD-CUSTOMER-IMAGE TO TRUE
           MOVE PARM-RUN-LABEL    TO AUD-RUN-LABEL
           WRITE FD-AUDIT-RECORD
           IF  AUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT FILE'
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'WBCUSUPD CONTROL TOTALS'
           DISPLAY 'RUN LABEL               :' PARM-RUN-LABEL
           DISPLAY 'TRANSACTIONS READ       :' TRAN-READ-COUNT
           DISPLAY 'ADDS APPLIED            :' TRAN-ADD-COUNT
           DISPLAY 'UPDATES APPLIED         :' TRAN-UPDATE-COUNT
           CLOSE CUSTFILE-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. THE STEP IS ALWAYS LABELLED CUST
      * MAINT, WHATEVER FEED THE RUN LABEL NAMES, SO EVERY FEED
      * MATCHES THE ONE STEPLIST ENTRY AND TRENDS AS ONE STEP. IN IS
      * TRANSACTIONS READ, OUT IS ADDS, UPDATES
      * AND DELETES APPLIED, REJECTS ARE THE ERRFILE REJECTS. THE
      * CALL RESETS RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK
      * IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBCUSUPD'             TO STS-PROGRAM-ID
           MOVE 'CUST MAINT'           TO STS-STEP-LABEL
           MOVE TRAN-READ-COUNT        TO STS-RECORDS-IN
           COMPUTE STS-RECORDS-OUT = TRAN-ADD-COUNT
                                   + TRAN-UPDATE-COUNT
                                   + TRAN-DELETE-COUNT
           MOVE TRAN-REJECT-COUNT      TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
