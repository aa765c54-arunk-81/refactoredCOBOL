      * SO THE WBACTUPD JOB THAT APPLIES THIS FILE MUST RUN BEFORE
      * ANY OTHER STEP TOUCHES THE CYCLE BUCKETS (IN PARTICULAR
      * BEFORE THE NEXT WBTXNPST DAILY POSTING).
      *
      * EVERY CHARGED ACCOUNT ALSO GETS A CHARGE REGISTER RECORD
      * (CVASR01Y) SPLITTING ITS CHARGE INTO INTEREST, SERVICE FEE AND
      * OVER-LIMIT FEE BY ACCT-GROUP-ID, FOR THE WBGLFEED INCOME
      * ENTRIES.
      *
      * AN ITEM THE CARDHOLDER HAS DISPUTED DOES NOT EARN INTEREST
      * WHILE THE CASE IS OPEN. THE DISPUTE MASTER (DSPFILE, CVDSP01Y,
      * MAINTAINED BY WBDSPUPD) IS READ ALONGSIDE THE ACCOUNT MASTER -
      * BOTH ARE IN ACCT-ID ORDER - AND FOR EACH OPEN CASE THE PART OF
      * THE DISPUTED AMOUNT CARRIED IN ACCT-CURR-BAL AND NOT OFFSET
      * THERE BY A PROVISIONAL CREDIT IS TAKEN OFF THE BALANCE
      * INTEREST IS CHARGED ON. THIS STEP RUNS BEFORE WBPOSTNG FOLDS
      * THE CYCLE BUCKETS INTO THE BALANCE, SO ONLY A DISPUTED ITEM OR
      * A CREDIT POSTED ON OR BEFORE THE LAST CYCLE CLOSE (THE DATE
      * WBDELINQ STAMPED IN ACCT-LAST-AGED-DATE) IS IN ACCT-CURR-BAL;
      * ONE POSTED SINCE IS STILL IN A BUCKET AND IS LEFT ALONE. THE
      * SERVICE AND OVER-LIMIT FEES ARE NOT AFFECTED.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.
      ******************************************************************
           SELECT ASSESS-REG-FILE ASSIGN TO ASSESREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ASSESREG-STATUS.
      ******************************************************************
           SELECT DSP-FILE ASSIGN TO DSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-DSP-KEY
                  FILE STATUS  IS DSPFILE-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       COPY CVTRN01Y.
      ******************************************************************
      * CHARGE REGISTER - THE SAME CHARGES SPLIT BY KIND, FOR THE
      * GENERAL-LEDGER FEED. LAYOUT SHARED WITH WBGLFEED IN CVASR01Y.
      ******************************************************************
       FD  ASSESS-REG-FILE.

       COPY CVASR01Y.
      ******************************************************************
      * DISPUTE MASTER (CVDSP01Y) - READ ONLY, IN KEY ORDER.
      ******************************************************************
       FD  DSP-FILE.

       01  FD-DSPFILE-REC.
           05 FD-DSP-KEY.
              10 FD-DSP-ACCT-ID                 PIC 9(11).
              10 FD-DSP-TXN-REFERENCE           PIC X(16).
           05 FD-DSP-DATA                       PIC X(223).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVDSP01Y.
      ******************************************************************
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  ASSESREG-STATUS.
           05  ASSESREG-STAT1      PIC X.
           05  ASSESREG-STAT2      PIC X.
       01  DSPFILE-STATUS.
           05  DSPFILE-STAT1       PIC X.
           05  DSPFILE-STAT2       PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  DSPFILE-EOF             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  IO-STATUS.
      ******************************************************************
       01  INTEREST-CHARGE-WORK    PIC S9(10)V99 VALUE ZERO.
       01  FEE-CHARGE-WORK         PIC S9(10)V99 VALUE ZERO.
       01  SERVICE-CHARGE-WORK     PIC S9(10)V99 VALUE ZERO.
       01  OVERLIMIT-CHARGE-WORK   PIC S9(10)V99 VALUE ZERO.
       01  TOTAL-CHARGE-WORK       PIC S9(10)V99 VALUE ZERO.
      ******************************************************************
      * THE ACCOUNT'S OPEN DISPUTED AMOUNT AND THE BALANCE LEFT TO
      * CHARGE INTEREST ON. DISPUTES-POSITIONED STOPS THE DISPUTE
      * MASTER AT THE FIRST CASE NOT BEHIND THE CURRENT ACCOUNT.
      ******************************************************************
       01  DISPUTE-EXCLUDED-WORK   PIC S9(10)V99 VALUE ZERO.
       01  CASE-UNCREDITED-WORK    PIC S9(10)V99 VALUE ZERO.
       01  INTEREST-BASE-WORK      PIC S9(10)V99 VALUE ZERO.
       01  DISPUTE-POSITION-SWITCH PIC X(01)  VALUE 'N'.
           88  DISPUTES-POSITIONED            VALUE 'Y'.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER - THE CHARGE REGISTER THE
      * GL BALANCES THE APPLIED WBACTUPD RUN AGAINST.
      ******************************************************************
           05  TOTAL-SERVICE-FEES           PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-OVERLIMIT-FEES         PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-CHARGES-EMITTED        PIC S9(13)V99 VALUE ZERO.
           05  ACCT-DISPUTED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  TOTAL-DISPUTE-EXCLUDED       PIC S9(13)V99 VALUE ZERO.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBASSESS'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 1000-ACCTFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ASSESS-REG-FILE
           IF  ASSESREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHARGE REGISTER FILE'
               MOVE ASSESREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  DSP-FILE
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 2060-DSPFILE-GET-NEXT
           EXIT.
      ******************************************************************
      * READS AND VALIDATES THE SINGLE CONTROL RECORD BEFORE THE
           EXIT.
      ******************************************************************
      * ONE MONTH'S INTEREST ON A POSITIVE BALANCE (A CREDIT BALANCE
      * EARNS NOTHING AND COSTS NOTHING) LESS ANY AMOUNT STILL IN
      * DISPUTE, THE SERVICE FEE FOR EVERY OPEN ACCOUNT, AND THE
      * OVER-LIMIT FEE WHERE THE BALANCE HAS PASSED THE CREDIT LIMIT.
      * AN ACCOUNT WHOSE CHARGES COME TO ZERO EMITS NO TRANSACTION AT
      * ALL.
      ******************************************************************
       2000-ASSESS-ACCOUNT.
           MOVE ZERO TO INTEREST-CHARGE-WORK
           MOVE ZERO TO FEE-CHARGE-WORK
           MOVE ZERO TO SERVICE-CHARGE-WORK
           MOVE ZERO TO OVERLIMIT-CHARGE-WORK
           PERFORM 2050-SUM-OPEN-DISPUTES
           COMPUTE INTEREST-BASE-WORK =
               ACCT-CURR-BAL - DISPUTE-EXCLUDED-WORK
           IF  INTEREST-BASE-WORK > ZERO
               COMPUTE INTEREST-CHARGE-WORK ROUNDED =
                   INTEREST-BASE-WORK * ANNUAL-RATE-PCT / 1200
           END-IF
           IF  SERVICE-FEE-AMOUNT > ZERO
               ADD SERVICE-FEE-AMOUNT TO FEE-CHARGE-WORK
               MOVE SERVICE-FEE-AMOUNT TO SERVICE-CHARGE-WORK
               ADD SERVICE-FEE-AMOUNT TO TOTAL-SERVICE-FEES
           END-IF
           IF  OVERLIMIT-FEE-AMOUNT > ZERO
           AND ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
               ADD OVERLIMIT-FEE-AMOUNT TO FEE-CHARGE-WORK
               MOVE OVERLIMIT-FEE-AMOUNT TO OVERLIMIT-CHARGE-WORK
               ADD OVERLIMIT-FEE-AMOUNT TO TOTAL-OVERLIMIT-FEES
           END-IF
           COMPUTE TOTAL-CHARGE-WORK =
               ADD TOTAL-CHARGE-WORK    TO TOTAL-CHARGES-EMITTED
               ADD 1                    TO ACCT-ASSESSED-COUNT
               PERFORM 2100-WRITE-CHARGE-TRANSACTION
               PERFORM 2200-WRITE-CHARGE-REGISTER
           END-IF
           EXIT.
      ******************************************************************
      * ADDS UP THE ACCOUNT'S OPEN CASES: FOR EACH, THE PART OF THE
      * DISPUTED AMOUNT THAT HAS ROLLED INTO ACCT-CURR-BAL AND IS NOT
      * OFFSET THERE BY A PROVISIONAL CREDIT (SEE 2080). CASES FOR
      * CLOSED ACCOUNTS, RESOLVED CASES AND THE FILE'S CONTROL RECORD
      * ARE PASSED OVER. THE EXCLUSION NEVER TAKES MORE THAN THE
      * POSITIVE BALANCE.
      ******************************************************************
       2050-SUM-OPEN-DISPUTES.
           MOVE ZERO TO DISPUTE-EXCLUDED-WORK
           MOVE 'N'  TO DISPUTE-POSITION-SWITCH
           PERFORM 2070-CHECK-DISPUTE-KEY UNTIL DISPUTES-POSITIONED
           IF  DISPUTE-EXCLUDED-WORK > ZERO
               IF  ACCT-CURR-BAL < DISPUTE-EXCLUDED-WORK
                   IF  ACCT-CURR-BAL > ZERO
                       MOVE ACCT-CURR-BAL TO DISPUTE-EXCLUDED-WORK
                   ELSE
                       MOVE ZERO TO DISPUTE-EXCLUDED-WORK
                   END-IF
               END-IF
               ADD 1 TO ACCT-DISPUTED-COUNT
               ADD DISPUTE-EXCLUDED-WORK TO TOTAL-DISPUTE-EXCLUDED
           END-IF
           EXIT.
      ******************************************************************
       2060-DSPFILE-GET-NEXT.
           READ DSP-FILE INTO DISPUTE-RECORD
           EVALUATE DSPFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO DSPFILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING DISPUTE MASTER FILE'
                   MOVE DSPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
       2070-CHECK-DISPUTE-KEY.
           EVALUATE TRUE
               WHEN DSPFILE-EOF = 'Y'
                   SET DISPUTES-POSITIONED TO TRUE
               WHEN DSP-ACCT-ID < ACCT-ID
                   PERFORM 2060-DSPFILE-GET-NEXT
               WHEN DSP-ACCT-ID = ACCT-ID
                   IF  DSP-CASE-OPEN
                       PERFORM 2080-ADD-ROLLED-DISPUTE
                   END-IF
                   PERFORM 2060-DSPFILE-GET-NEXT
               WHEN OTHER
                   SET DISPUTES-POSITIONED TO TRUE
           END-EVALUATE
           EXIT.
      ******************************************************************
      * ONE OPEN CASE. THE DISPUTED ITEM IS IN ACCT-CURR-BAL IF IT
      * POSTED (DSP-POST-TIMESTAMP) NO LATER THAN THE LAST CYCLE CLOSE,
      * AND SO IS THE PROVISIONAL CREDIT IF IT WAS GIVEN
      * (DSP-PROVISIONAL-DATE) NO LATER THAN THAT. A CREDIT GIVEN OR
      * CHANGED SINCE IS STILL IN THE CYCLE CREDIT OR DEBIT BUCKET,
      * AND AN ACCOUNT NEVER YET AGED HAS NOTHING ROLLED.
      ******************************************************************
       2080-ADD-ROLLED-DISPUTE.
           MOVE ZERO TO CASE-UNCREDITED-WORK
           IF  ACCT-LAST-AGED-DATE NOT = SPACES
           AND DSP-POST-TIMESTAMP(1:8) NOT > ACCT-LAST-AGED-DATE
               MOVE DSP-DISPUTED-AMOUNT TO CASE-UNCREDITED-WORK
               IF  DSP-PROVISIONAL-AMOUNT > ZERO
               AND DSP-PROVISIONAL-DATE NOT > ACCT-LAST-AGED-DATE
                   SUBTRACT DSP-PROVISIONAL-AMOUNT
                                           FROM CASE-UNCREDITED-WORK
               END-IF
           END-IF
           IF  CASE-UNCREDITED-WORK > ZERO
               ADD CASE-UNCREDITED-WORK TO DISPUTE-EXCLUDED-WORK
           END-IF
           EXIT.
      ******************************************************************
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * THE SAME CHARGE, SPLIT BY KIND AND TAGGED WITH THE GROUP.
      ******************************************************************
       2200-WRITE-CHARGE-REGISTER.
           MOVE SPACES                TO FD-ASSESS-REG-RECORD
           MOVE ACCT-ID               TO ASR-ACCT-ID
           MOVE ACCT-GROUP-ID         TO ASR-GROUP-ID
           MOVE INTEREST-CHARGE-WORK  TO ASR-INTEREST
           MOVE SERVICE-CHARGE-WORK   TO ASR-SERVICE-FEE
           MOVE OVERLIMIT-CHARGE-WORK TO ASR-OVERLIMIT-FEE
           WRITE FD-ASSESS-REG-RECORD
           IF  ASSESREG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHARGE REGISTER FILE'
               MOVE ASSESREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'TOTAL SERVICE FEES      :' TOTAL-SERVICE-FEES
           DISPLAY 'TOTAL OVER-LIMIT FEES   :' TOTAL-OVERLIMIT-FEES
           DISPLAY 'TOTAL CHARGES EMITTED   :' TOTAL-CHARGES-EMITTED
           DISPLAY 'ACCOUNTS WITH DISPUTES  :' ACCT-DISPUTED-COUNT
           DISPLAY 'DISPUTED AMT EXCLUDED   :' TOTAL-DISPUTE-EXCLUDED
           DISPLAY '==================================================='
           CLOSE ACCTFILE-FILE
           CLOSE TRAN-FILE
           CLOSE ASSESS-REG-FILE
           CLOSE DSP-FILE
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS ACCOUNTS READ, OUT IS
      * ACCOUNTS ASSESSED. NOTHING IS REJECTED. THE CALL RESETS
      * RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK IS PUT BACK
      * AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBASSESS'             TO STS-PROGRAM-ID
           MOVE 'CYCLE ASSESSMENT'     TO STS-STEP-LABEL
           MOVE ACCT-READ-COUNT        TO STS-RECORDS-IN
           MOVE ACCT-ASSESSED-COUNT    TO STS-RECORDS-OUT
           MOVE ZERO                   TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
