       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBOVRLMT'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-ACCTFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           CLOSE ACCTFILE-FILE
           CLOSE CUSTFILE-FILE
           CLOSE OVRRPT-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS ACCOUNTS READ, OUT IS
      * THE WORKLIST SIZE (LIMIT PLUS TOTAL-LINE BREACHES),
      * REJECTS ARE BREACHES WITHOUT A CUSTOMER. THE CALL RESETS
      * RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK IS PUT BACK
      * AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBOVRLMT'             TO STS-PROGRAM-ID
           MOVE 'OVER-LIMIT WORKLIST'  TO STS-STEP-LABEL
           MOVE ACCT-READ-COUNT        TO STS-RECORDS-IN
           COMPUTE STS-RECORDS-OUT = LIMIT-BREACH-COUNT
                                   + TOTAL-BREACH-COUNT
           MOVE ORPHAN-BREACH-COUNT    TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
