      ******************************************************************
      * ASSESSMENT CHARGE REGISTER RECORD LAYOUT
      * ONE RECORD PER ACCOUNT WBASSESS CHARGED, SPLITTING THE CHARGE
      * IT EMITTED INTO INTEREST, SERVICE FEE AND OVER-LIMIT FEE, WITH
      * THE ACCOUNT'S GROUP SO THE INCOME CAN BE BOOKED BY GROUP. THE
      * THREE AMOUNTS ADD UP TO THE CYCLE-DEBIT INCREASE ON THE
      * ACCOUNT'S WBACTUPD CHARGE TRANSACTION. WRITTEN BY WBASSESS AND
      * READ BY THE WBGLFEED GENERAL-LEDGER FEED - CARRIED HERE SO
      * THE WRITER AND THE READER SHARE ONE DEFINITION OF THE RECORD,
      * THE SAME WAY CVEXP01Y CARRIES THE EXPORT RECORD.
      ******************************************************************
       01  FD-ASSESS-REG-RECORD.
           05 ASR-ACCT-ID                       PIC 9(11).
           05 ASR-GROUP-ID                      PIC X(10).
           05 ASR-INTEREST                      PIC S9(10)V99.
           05 ASR-SERVICE-FEE                   PIC S9(10)V99.
           05 ASR-OVERLIMIT-FEE                 PIC S9(10)V99.
           05 FILLER                            PIC X(23).
