       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBEXCRPR'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-EXCEPTION-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           CLOSE EXPORT-FILE
           CLOSE CARRYOUT-FILE
           CLOSE CHRONRPT-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * APPENDS THIS STEP'S REPAIRED-RECORD TOTALS BEHIND THE
           END-IF
           CLOSE BALANCE-FILE
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS EXCEPTIONS READ, OUT IS
      * RECORDS REPAIRED TO THE EXPORT, REJECTS ARE THE EXCEPTIONS
      * CARRIED FORWARD ON CARRYOUT. THE CALL RESETS RETURN-CODE,
      * SO THE CODE CARRIED IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBEXCRPR'             TO STS-PROGRAM-ID
           MOVE 'EXCEPTION REPAIR'     TO STS-STEP-LABEL
           MOVE EXCEPTION-READ-COUNT   TO STS-RECORDS-IN
           MOVE REPAIRED-RECORD-COUNT  TO STS-RECORDS-OUT
           MOVE CARRIED-FORWARD-COUNT  TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
