      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVSTP01Y.
      ******************************************************************
       01  BALFILE-STATUS.
           05  BALFILE-STAT1       PIC X.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBRECON'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-SUM-BALANCE-FILE   UNTIL BALFILE-EOF  = 'Y'
           PERFORM 2000-RECOUNT-EXPORT     UNTIL EXPORTF-EOF  = 'Y'
           CLOSE BALANCE-FILE
           CLOSE EXPORT-FILE
           CLOSE LOADCNTS-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS THE EXTRACT'S CLAIMED
      * COUNT, OUT IS THE EXPORT RECOUNT; ANY MISMATCH BETWEEN THE
      * VIEWS FLAGS THE STEP OUT OF BALANCE. THE CALL RESETS
      * RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK IS PUT BACK
      * AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBRECON'              TO STS-PROGRAM-ID
           MOVE 'EXPORT RECONCILIATION' TO STS-STEP-LABEL
           MOVE EXT-RECORD-COUNT       TO STS-RECORDS-IN
           MOVE RCT-RECORD-COUNT       TO STS-RECORDS-OUT
           MOVE MISMATCH-COUNT         TO STS-REJECTS
           IF  MISMATCH-COUNT = ZERO
               SET STS-IN-BALANCE      TO TRUE
           ELSE
               SET STS-OUT-OF-BALANCE  TO TRUE
           END-IF
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
