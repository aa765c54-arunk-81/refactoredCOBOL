       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBXCHECK'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-MATCH-MERGE-PASS
               UNTIL ACCT-FILE-ENDED AND CUST-FILE-ENDED
           CLOSE CUSTFILE-FILE
           CLOSE WORKLIST-FILE
           CLOSE XCKRPT-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
       8240-WRITE-REPORT-HEADINGS.
           END-IF
           ADD 1 TO XCKRPT-LINE-COUNT
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS ACCOUNT RECORDS READ,
      * OUT IS MATCHED PAIRS, REJECTS ARE THE WORKLIST ENTRIES
      * (ORPHANS BOTH WAYS). THE CALL RESETS RETURN-CODE, SO THE
      * CODE CARRIED IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBXCHECK'             TO STS-PROGRAM-ID
           MOVE 'ACCT/CUST CROSS-CHECK' TO STS-STEP-LABEL
           MOVE ACCT-READ-COUNT        TO STS-RECORDS-IN
           MOVE MATCHED-PAIR-COUNT     TO STS-RECORDS-OUT
           COMPUTE STS-REJECTS = ORPHAN-ACCT-COUNT
                               + ORPHAN-CUST-COUNT
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
