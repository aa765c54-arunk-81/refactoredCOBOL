      * ENTIRELY, FOR AUXILIARY APPLIES THAT RUN UNDER THEIR OWN
      * JOB'S EXCLUSIVE ACCTFILE ALLOCATION AT ANOTHER POINT OF THE
      * CYCLE (THE WBASSESS CHARGE APPLY RUNS BETWEEN MAINT AND
      * POSTING) AND MUST NOT CLAIM OR BLOCK THE MAINT SLOT. COLS
      * 10-33 CARRY THE RUN LABEL - THE FEED OR CAMPAIGN NAME - THAT
      * IS STAMPED ON EVERY AUDIT RECORD OF THE RUN SO ITS CHANGES
      * CAN BE LISTED TOGETHER BY WBAUDINQ; BLANK TAKES THE MODE.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
      * AUDIT JOURNAL - ONE RECORD PER APPLIED TRANSACTION CARRYING
      * THE FULL BEFORE AND AFTER MASTER IMAGES. THE BEFORE IMAGE IS
      * SPACES FOR AN ADD (THERE WAS NO PRIOR RECORD). SHARED
      * CVAUD01Y LAYOUT.
      ******************************************************************
       FD  AUDIT-FILE.

       COPY CVAUD01Y.
      ******************************************************************
      * REJECTED TRANSACTIONS, EACH WITH THE REASON AND THE FULL
      * TRANSACTION IMAGE SO THE ORIGINATING TEAM CAN CORRECT AND
       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
      * CONTROL CARD FROM SYSIN: THE INTERLOCK MODE. A BLANK CARD
      * (OR A CARD OF SPACES) TAKES THE MAINT DEFAULT SO THE
      * NIGHTLY JOB NEEDS NO THOUGHT; BYPASS IS FOR THE AUXILIARY
      * APPLIES DOCUMENTED IN THE PROGRAM HEADER. A BLANK RUN
      * LABEL TAKES THE INTERLOCK MODE.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-INTERLOCK-MODE   PIC X(08)  VALUE 'MAINT'.
               88  INTERLOCK-MAINT              VALUE 'MAINT'.
               88  INTERLOCK-BYPASS             VALUE 'BYPASS'.
           05  FILLER                PIC X(01).
           05  PARM-RUN-LABEL        PIC X(24).
           05  FILLER                PIC X(47).
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBACTUPD'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-TRANFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  PARM-RUN-LABEL = SPACES
               MOVE PARM-INTERLOCK-MODE TO PARM-RUN-LABEL
           END-IF
           IF  INTERLOCK-MAINT
               PERFORM 0050-CHECK-CYCLE-CONTROL
           END-IF
      * THE AFTER IMAGE IS THE ACCOUNT-RECORD AS JUST WRITTEN.
      ******************************************************************
       3100-WRITE-AUDIT-RECORD.
           MOVE SPACES            TO FD-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
           MOVE TRN-ACTION        TO AUD-ACTION
           MOVE TRN-ACCT-ID       TO AUD-ACCT-ID
           MOVE BEFORE-IMAGE-SAVE TO AUD-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD    TO AUD-AFTER-IMAGE
           MOVE 'WBACTUPD'        TO AUD-SOURCE-PROGRAM
           SET AUD-ACCOUNT-IMAGE  TO TRUE
           MOVE PARM-RUN-LABEL    TO AUD-RUN-LABEL
           WRITE FD-AUDIT-RECORD
           IF  AUDITF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT FILE'
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'WBACTUPD CONTROL TOTALS'
           DISPLAY 'RUN LABEL               :' PARM-RUN-LABEL
           DISPLAY 'TRANSACTIONS READ       :' TRAN-READ-COUNT
           DISPLAY 'ADDS APPLIED            :' TRAN-ADD-COUNT
           DISPLAY 'UPDATES APPLIED         :' TRAN-UPDATE-COUNT
               MOVE 'MAINT'  TO CYC-PARM-STEP-NAME
               CALL 'WBCYCCHK' USING CYC-CHECK-PARMS
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. THE NIGHTLY MAINT RUN IS ALWAYS
      * LABELLED NIGHTLY MAINT, WHATEVER FEED OR CAMPAIGN THE RUN
      * LABEL NAMES, SO IT MATCHES ITS STEPLIST ENTRY. A BYPASS
      * APPLY IS LABELLED WITH THE RUN LABEL FIXED IN ITS OWN JOB,
      * SO EACH APPLY JOB TRENDS SEPARATELY. IN IS
      * TRANSACTIONS READ, OUT IS ADDS, UPDATES AND CLOSURES
      * APPLIED, REJECTS ARE THE ERRFILE REJECTS. THE CALL RESETS
      * RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK IS PUT BACK
      * AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBACTUPD'             TO STS-PROGRAM-ID
           IF  INTERLOCK-MAINT
               MOVE 'NIGHTLY MAINT'    TO STS-STEP-LABEL
           ELSE
               MOVE PARM-RUN-LABEL     TO STS-STEP-LABEL
           END-IF
           MOVE TRAN-READ-COUNT        TO STS-RECORDS-IN
           COMPUTE STS-RECORDS-OUT = TRAN-ADD-COUNT
                                   + TRAN-UPDATE-COUNT
                                   + TRAN-CLOSE-COUNT
           MOVE TRAN-REJECT-COUNT      TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
