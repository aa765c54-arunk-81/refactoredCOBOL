      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVSTP01Y.
      ******************************************************************
       01  EXPCURR-STATUS.
           05  EXPCURR-STAT1       PIC X.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBDELTA'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-MATCH-MERGE-PASS
               UNTIL CURRENT-FILE-ENDED AND PRIOR-FILE-ENDED
           MOVE 'END'    TO CYC-PARM-FUNCTION
           MOVE 'DELTA'  TO CYC-PARM-STEP-NAME
           CALL 'WBCYCCHK' USING CYC-CHECK-PARMS
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS CURRENT EXPORT RECORDS,
      * OUT IS DELTA ADDS, CHANGES AND DELETES WRITTEN. NOTHING IS
      * REJECTED. THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED
      * IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBDELTA'              TO STS-PROGRAM-ID
           MOVE 'EXPORT DELTA'         TO STS-STEP-LABEL
           MOVE CURRENT-RECORD-COUNT   TO STS-RECORDS-IN
           COMPUTE STS-RECORDS-OUT = DELTA-ADD-COUNT
                                   + DELTA-CHANGE-COUNT
                                   + DELTA-DELETE-COUNT
           MOVE ZERO                   TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
