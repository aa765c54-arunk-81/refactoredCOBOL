      ******************************************************************
      * CREDIT-BALANCE REFUND REGISTER RECORD LAYOUT
      * ONE RECORD PER REFUND WBREFUND ISSUES, WITH THE ACCOUNT'S GROUP
      * SO THE REFUND CAN BE BOOKED BY GROUP. THE AMOUNT IS THE SAME
      * ONE ADDED TO ACCT-CURR-BAL BY THE REFUND'S WBACTUPD BALANCE
      * UPDATE, CARRIED POSITIVE WITH TWO ASSUMED DECIMALS. WRITTEN BY
      * WBREFUND AND READ BY THE WBGLFEED GENERAL-LEDGER FEED -
      * CARRIED HERE SO THE WRITER AND THE READER SHARE ONE DEFINITION
      * OF THE RECORD, THE SAME WAY CVASR01Y CARRIES THE CHARGE
      * REGISTER.
      ******************************************************************
       01  FD-REFUND-REG-RECORD.
           05 RRG-ACCT-ID                       PIC 9(11).
           05 RRG-GROUP-ID                      PIC X(10).
           05 RRG-ISSUE-DATE                    PIC X(08).
           05 RRG-REFUND-AMOUNT                 PIC S9(10)V99.
           05 FILLER                            PIC X(39).
