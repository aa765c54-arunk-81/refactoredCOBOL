      ******************************************************************
      * DAILY CARD-TRANSACTION RECORD LAYOUT
      * ONE FIXED-LENGTH 80-BYTE RECORD PER ITEM. TXN-TYPE IS D FOR A
      * PURCHASE / CASH ADVANCE (CYCLE DEBIT BUCKET) AND C FOR A
      * PAYMENT / REFUND (CYCLE CREDIT BUCKET); THE AMOUNT IS CARRIED
      * POSITIVE AND THE TYPE CODE DECIDES THE BUCKET. WRITTEN BY
      * THE CARD PROCESSOR, BY THE WBLOCKBX REMITTANCE INTAKE AND BY
      * THE WBDSPUPD DISPUTE MAINTENANCE (DISPUTE.POSTTXN), SCREENED
      * BY WBTXNSCR AND READ BY THE WBTXNPST DAILY POSTING - CARRIED
      * HERE SO THE WRITERS AND THE READERS SHARE ONE DEFINITION OF
      * THE RECORD, THE SAME WAY CVEXP01Y CARRIES THE EXPORT RECORD.
      ******************************************************************
       01  FD-TXN-RECORD.
           05 TXN-ACCT-ID                       PIC 9(11).
           05 TXN-TYPE                          PIC X(01).
              88 TXN-TYPE-DEBIT                 VALUE 'D'.
              88 TXN-TYPE-CREDIT                VALUE 'C'.
           05 TXN-AMOUNT                        PIC S9(10)V99.
           05 TXN-DATE                          PIC X(10).
           05 TXN-MERCHANT-NAME                 PIC X(30).
           05 TXN-REFERENCE                     PIC X(16).
