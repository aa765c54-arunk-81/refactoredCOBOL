      * TOTALS, CLOSING BALANCE, CREDIT LIMIT, AND AVAILABLE CREDIT -
      * IN THE SAME FBA CARRIAGE-CONTROL STYLE AS THE EXPRPT/GRPRPT
      * DATASETS, SO THE PRINT SHOP PICKS THE DATASET UP FROM THE
      * DISTRIBUTION SYSTEM. THE PAYMENT SECTION - AMOUNT PAST DUE,
      * MINIMUM PAYMENT DUE, AND PAYMENT DUE DATE - COMES FROM THE
      * DELINQUENCY FIELDS THE WBDELINQ AGING STEP SET ON THE
      * ACCOUNT MASTER FOR THIS CYCLE; AN ACCOUNT NOT YET AGED
      * PRINTS ZERO DUE WITH NO DUE DATE.
      *
      * AN ACCOUNT WITH NO CUSTOMER RECORD STILL GETS ITS STATEMENT
      * PAGE, FLAGGED HOLD FOR RESEARCH IN PLACE OF THE ADDRESS
      * JOURNAL'S DETAIL COUNT. THE JOURNAL TRAILER IS REVERIFIED
      * AGAINST THIS RUN'S OWN ACCUMULATION - A JOURNAL THAT DOES
      * NOT TIE IS NOT PRINTED FROM.
      *
      * AN ACCOUNT OPENED BY A WBACCXFR LOST/STOLEN TRANSFER PRINTS
      * THE ACCOUNT NUMBER IT REPLACED UNDER ITS OWN, TAKEN FROM THE
      * PERMANENT TRANSFER CROSS-REFERENCE (CVXRF01Y), SO THE
      * CUSTOMER CAN TIE THE OPENING BALANCE BACK TO THE OLD CARD.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
      * TRANSFER CROSS-REFERENCE, READ RANDOMLY BY THE NEW ACCT-ID.
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-NEW-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.
      ******************************************************************
           SELECT STMT-FILE ASSIGN TO STMTF
                  ORGANIZATION IS SEQUENTIAL
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * PERMANENT TRANSFER CROSS-REFERENCE WRITTEN BY WBACCXFR.
      ******************************************************************
       FD  XREF-FILE.

       COPY CVXRF01Y.
      ******************************************************************
      * STATEMENT PRINT LINES - ONE PAGE PER ACCOUNT.
      ******************************************************************
       FD  STMT-FILE.
       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVCUS01Y.
      ******************************************************************
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  STMTF-STATUS.
           05  STMTF-STAT1         PIC X.
           05  STMTF-STAT2         PIC X.
       01  TRAILER-SEEN-SWITCH     PIC X(01)  VALUE 'N'.
           88  TRAILER-SEEN                   VALUE 'Y'.
       01  AVAILABLE-CREDIT-WORK   PIC S9(10)V99 VALUE ZERO.
       01  MIN-PAYMENT-DUE-WORK    PIC S9(10)V99 VALUE ZERO.
       01  PAST-DUE-AMOUNT-WORK    PIC S9(10)V99 VALUE ZERO.
       01  PRIOR-ACCT-SWITCH       PIC X(01)  VALUE 'N'.
           88  PRIOR-ACCT-FOUND               VALUE 'Y'.
           88  PRIOR-ACCT-NOT-FOUND           VALUE 'N'.
      ******************************************************************
      * REVERIFICATION ACCUMULATORS - THE JOURNAL TRAILER MUST TIE
      * TO THESE BEFORE THE STATEMENT DATASET IS TRUSTED.
           05  STATEMENT-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  HOLD-RESEARCH-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  MISSING-MASTER-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  TRANSFERRED-STMT-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  ACCUM-CYC-CREDIT             PIC S9(13)V99 VALUE ZERO.
           05  ACCUM-CYC-DEBIT              PIC S9(13)V99 VALUE ZERO.
           05  ACCUM-NEW-BAL                PIC S9(13)V99 VALUE ZERO.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  STM-ACCT-ID           PIC 9(11).
           05  FILLER                PIC X(104) VALUE SPACES.
       01  STMT-PRIOR-ACCT-LINE.
           05  FILLER                PIC X(16)  VALUE
               'REPLACES ACCT  :'.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  STM-PRIOR-ACCT-ID     PIC 9(11).
           05  FILLER                PIC X(104) VALUE SPACES.
       01  STMT-NAME-LINE.
           05  STM-NAME              PIC X(52).
           05  FILLER                PIC X(80)  VALUE SPACES.
           05  STM-AMT-CAPTION       PIC X(24).
           05  STM-AMT-VALUE         PIC -(10)9.99.
           05  FILLER                PIC X(94)  VALUE SPACES.
       01  STMT-DATE-LINE.
           05  STM-DATE-CAPTION      PIC X(24).
           05  FILLER                PIC X(04)  VALUE SPACES.
           05  STM-DATE-VALUE        PIC X(10).
           05  FILLER                PIC X(94)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBSTMT'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-POSTJRNL-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT STMT-FILE
           IF  STMTF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STATEMENT FILE'
           END-EVALUATE
           EXIT.
      ******************************************************************
      * WAS THIS ACCOUNT OPENED BY A LOST/STOLEN TRANSFER.
      ******************************************************************
       2300-LOOKUP-PRIOR-ACCOUNT.
           MOVE PJ-ACCT-ID TO XRF-NEW-ACCT-ID
           READ XREF-FILE
           EVALUATE XREFFILE-STATUS
               WHEN '00'
                   SET PRIOR-ACCT-FOUND TO TRUE
                   MOVE XRF-OLD-ACCT-ID TO STM-PRIOR-ACCT-ID
               WHEN '23'
                   SET PRIOR-ACCT-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CROSS-REFERENCE FILE'
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * ONE STATEMENT PAGE PER JOURNAL DETAIL: ADDRESS BLOCK (OR THE
      * HOLD-FOR-RESEARCH FLAG), THEN THE BALANCE SECTION. AVAILABLE
      * CREDIT IS THE LIMIT LESS THE CLOSING BALANCE, FLOORED AT
           MOVE PJ-ACCT-ID        TO STM-ACCT-ID
           MOVE STMT-ACCT-LINE    TO STMT-PRINT-LINE
           PERFORM 8250-WRITE-STMT-ADVANCE-1
           PERFORM 2300-LOOKUP-PRIOR-ACCOUNT
           IF  PRIOR-ACCT-FOUND
               MOVE STMT-PRIOR-ACCT-LINE TO STMT-PRINT-LINE
               PERFORM 8250-WRITE-STMT-ADVANCE-1
               ADD 1 TO TRANSFERRED-STMT-COUNT
           END-IF
           MOVE SPACES TO STMT-PRINT-LINE
           PERFORM 8250-WRITE-STMT-ADVANCE-1
           MOVE 'OPENING BALANCE       :' TO STM-AMT-CAPTION
           MOVE 'AVAILABLE CREDIT      :' TO STM-AMT-CAPTION
           MOVE AVAILABLE-CREDIT-WORK     TO STM-AMT-VALUE
           PERFORM 2500-WRITE-AMOUNT-LINE
           PERFORM 2400-WRITE-PAYMENT-SECTION
           ADD 1 TO STATEMENT-COUNT
           EXIT.
      ******************************************************************
      * THE PAYMENT SECTION. THE DELINQUENCY FIELDS ARE SPACES ON A
      * MASTER THE AGING STEP HAS NEVER TOUCHED (AND ON A MISSING
      * MASTER), WHICH PRINTS AS NOTHING DUE RATHER THAN AS GARBAGE.
      ******************************************************************
       2400-WRITE-PAYMENT-SECTION.
           IF  ACCT-MIN-PAYMENT-DUE NUMERIC
               MOVE ACCT-MIN-PAYMENT-DUE TO MIN-PAYMENT-DUE-WORK
           ELSE
               MOVE ZERO TO MIN-PAYMENT-DUE-WORK
           END-IF
           IF  ACCT-PAST-DUE-AMOUNT NUMERIC
               MOVE ACCT-PAST-DUE-AMOUNT TO PAST-DUE-AMOUNT-WORK
           ELSE
               MOVE ZERO TO PAST-DUE-AMOUNT-WORK
           END-IF
           MOVE SPACES TO STMT-PRINT-LINE
           PERFORM 8250-WRITE-STMT-ADVANCE-1
           IF  PAST-DUE-AMOUNT-WORK > ZERO
               MOVE 'AMOUNT PAST DUE       :' TO STM-AMT-CAPTION
               MOVE PAST-DUE-AMOUNT-WORK      TO STM-AMT-VALUE
               PERFORM 2500-WRITE-AMOUNT-LINE
           END-IF
           MOVE 'MINIMUM PAYMENT DUE   :' TO STM-AMT-CAPTION
           MOVE MIN-PAYMENT-DUE-WORK      TO STM-AMT-VALUE
           PERFORM 2500-WRITE-AMOUNT-LINE
           IF  MIN-PAYMENT-DUE-WORK > ZERO
               MOVE 'PAYMENT DUE DATE      :' TO STM-DATE-CAPTION
               MOVE ACCT-PAYMENT-DUE-DATE     TO STM-DATE-VALUE
               MOVE STMT-DATE-LINE            TO STMT-PRINT-LINE
               PERFORM 8250-WRITE-STMT-ADVANCE-1
           END-IF
           EXIT.
      ******************************************************************
       2500-WRITE-AMOUNT-LINE.
           MOVE STMT-AMOUNT-LINE TO STMT-PRINT-LINE
           DISPLAY 'STATEMENTS PRODUCED     :' STATEMENT-COUNT
           DISPLAY 'HELD FOR RESEARCH       :' HOLD-RESEARCH-COUNT
           DISPLAY 'DETAILS WITHOUT MASTER  :' MISSING-MASTER-COUNT
           DISPLAY 'REPLACEMENT ACCOUNTS    :' TRANSFERRED-STMT-COUNT
           DISPLAY 'TOTAL CYCLE CREDITS     :' ACCUM-CYC-CREDIT
           DISPLAY 'TOTAL CYCLE DEBITS      :' ACCUM-CYC-DEBIT
           DISPLAY 'TOTAL CLOSING BALANCE   :' ACCUM-NEW-BAL
           CLOSE POSTJRNL-FILE
           CLOSE CUSTFILE-FILE
           CLOSE ACCTFILE-FILE
           CLOSE XREF-FILE
           CLOSE STMT-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS JOURNAL DETAILS READ,
      * OUT IS STATEMENTS PRODUCED, REJECTS ARE THE STATEMENTS
      * HELD FOR RESEARCH. THE CALL RESETS RETURN-CODE, SO THE
      * CODE CARRIED IN THE BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBSTMT'               TO STS-PROGRAM-ID
           MOVE 'CYCLE STATEMENTS'     TO STS-STEP-LABEL
           MOVE DETAIL-READ-COUNT      TO STS-RECORDS-IN
           MOVE STATEMENT-COUNT        TO STS-RECORDS-OUT
           MOVE HOLD-RESEARCH-COUNT    TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
