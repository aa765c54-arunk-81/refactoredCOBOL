      * CONTROL CARD: CUTOFF DAYS (3 DIGITS, COLS 1-3, BLANK
      * DEFAULTS TO 030), CONFIRM FLAG (COL 5, Y/N, BLANK DEFAULTS
      * TO N), NEW TERM MONTHS (3 DIGITS, COLS 7-9, BLANK DEFAULTS
      * TO 036), RUN LABEL STAMPED ON THE AUDIT RECORDS (COLS 11-34,
      * BLANK DEFAULTS TO CARD REISSUE).
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 CRD-NEW-EXPIRE-DATE               PIC X(10).
      ******************************************************************
      * AUDIT JOURNAL FOR THE CONFIRMED RUN - SAME BEFORE/AFTER
      * LAYOUT AS WBACTUPD'S (CVAUD01Y), ACTION CODE R FOR REISSUE.
      * EMPTY ON A REPORT-ONLY RUN.
      ******************************************************************
       FD  AUDIT-FILE.

       COPY CVAUD01Y.
      ******************************************************************
      * EXPIRING ACCOUNTS THAT COULD NOT BE FULFILLED, WITH THE
      * REASON AND THE FULL ACCOUNT IMAGE.
       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
               88  CONFIRMED-RUN                VALUE 'Y'.
           05  FILLER                PIC X(01).
           05  PARM-TERM-MONTHS      PIC 9(03)  VALUE 36.
           05  FILLER                PIC X(01).
           05  PARM-RUN-LABEL        PIC X(24).
           05  FILLER                PIC X(46).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  PARM-CUTOFF-DAYS-X    PIC X(03).
           05  FILLER                PIC X(02).
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBREISSU'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-ACCTFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-RUN-LABEL = SPACES
               MOVE 'CARD REISSUE' TO PARM-RUN-LABEL
           END-IF
           EXIT.
      ******************************************************************
      * ESTABLISHES THE EXPIRING WINDOW (TODAY THROUGH TODAY PLUS
           EXIT.
      ******************************************************************
       3100-WRITE-AUDIT-RECORD.
           MOVE SPACES            TO FD-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
           MOVE 'R'               TO AUD-ACTION
           MOVE ACCT-ID           TO AUD-ACCT-ID
           MOVE BEFORE-IMAGE-SAVE TO AUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD    TO AUD-AFTER-IMAGE
           MOVE 'WBREISSU'        TO AUD-SOURCE-PROGRAM
           SET AUD-ACCOUNT-IMAGE  TO TRUE
           MOVE PARM-RUN-LABEL    TO AUD-RUN-LABEL
           WRITE FD-AUDIT-RECORD
           IF  AUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT FILE'
           DISPLAY '==================================================='
           DISPLAY 'WBREISSU CONTROL TOTALS'
           DISPLAY 'CONFIRM FLAG            :' PARM-CONFIRM-FLAG
           DISPLAY 'RUN LABEL               :' PARM-RUN-LABEL
           DISPLAY 'ACCOUNTS READ           :' ACCT-READ-COUNT
           DISPLAY 'EXPIRING IN WINDOW      :' EXPIRING-FOUND-COUNT
           DISPLAY 'VENDOR RECORDS WRITTEN  :' CARDPROD-WRITTEN-COUNT
           CLOSE CARDPROD-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. THE STEP IS ALWAYS LABELLED CARD
      * REISSUE, WHATEVER THE RUN LABEL, SO IT MATCHES ITS STEPLIST
      * ENTRY. IN IS ACCOUNTS READ, OUT IS VENDOR RECORDS
      * WRITTEN, REJECTS ARE THE UNFULFILLABLE ACCOUNTS ON
      * ERRFILE. THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED
      * IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBREISSU'             TO STS-PROGRAM-ID
           MOVE 'CARD REISSUE'         TO STS-STEP-LABEL
           MOVE ACCT-READ-COUNT        TO STS-RECORDS-IN
           MOVE CARDPROD-WRITTEN-COUNT TO STS-RECORDS-OUT
           MOVE REJECT-COUNT           TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
