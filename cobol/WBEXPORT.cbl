       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      * PATH : .../Cobol Include/CVACT01Y.CPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  ACCOUNT-RECORD.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBEXPORT'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-ACCTFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
      * OVERRIDE) BEFORE ANYTHING ELSE CAN RUN.
      *********************************************************
           PERFORM 8350-STAMP-CYCLE-COMPLETE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
       8350-STAMP-CYCLE-COMPLETE.
           CALL 'WBCYCCHK' USING CYC-CHECK-PARMS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. THE STEP IS LABELLED WITH THE
      * RUN MODE. IN IS ACCOUNTS READ; A POSTING RUN COUNTS
      * ACCOUNTS POSTED OUT, ANY OTHER MODE COUNTS RECORDS
      * EXPORTED OUT AND THE EXCPTF EXCEPTIONS AS REJECTS. THE
      * CALL RESETS RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK
      * IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBEXPORT'             TO STS-PROGRAM-ID
           MOVE PARM-RUN-MODE          TO STS-STEP-LABEL
           MOVE RECORDS-READ-COUNT     TO STS-RECORDS-IN
           IF  RUN-MODE-POSTING
               MOVE POST-RECORD-COUNT  TO STS-RECORDS-OUT
               MOVE ZERO               TO STS-REJECTS
           ELSE
               MOVE TOTAL-RECORD-COUNT TO STS-RECORDS-OUT
               MOVE RECORDS-REJECTED-COUNT
                                       TO STS-REJECTS
           END-IF
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:CBACT01C
      * PROGRAM PATH : .../zOS Cobol/CBACT01C.cbl
      * STMT START LINE NUMBER : 169
