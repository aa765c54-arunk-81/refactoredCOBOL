      * THE TRANSACTION WBACTUPD APPLIES TO THE ACCOUNT MASTER:
      * TRN-ACTION IS A (ADD), U (UPDATE), OR C (CLOSE); AN UPDATE
      * APPLIES ONLY THE FIELDS WHOSE TRN-UPDATE-FLAGS BYTE IS Y.
      * WRITTEN BY THE CAMPAIGN AND DATA-QUALITY FEEDS, THE WBASSESS
      * INTEREST/FEE ASSESSMENT, THE WBCRLAPL CREDIT LINE REVIEW
      * APPLY AND THE WBREFUND CREDIT-BALANCE REFUND, AND READ BY
      * THE WBACTUPD APPLY STEP - CARRIED HERE SO THE WRITERS AND
      * THE READER SHARE ONE DEFINITION OF THE RECORD AND CANNOT
      * DRIFT APART, THE SAME WAY CVEXP01Y CARRIES THE EXPORT RECORD.
      ******************************************************************
       01  FD-TRAN-RECORD.
           05 TRN-ACTION                        PIC X(01).
