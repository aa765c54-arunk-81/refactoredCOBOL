      ******************************************************************
      * ACCOUNT TRANSFER CROSS-REFERENCE RECORD LAYOUT
      * ONE RECORD PER LOST/STOLEN TRANSFER, OLD ACCT-ID TO NEW
      * ACCT-ID, WITH THE DATE AND THE BALANCE AND CYCLE BUCKETS THAT
      * MOVED. THE FILE IS A PERMANENT KSDS KEYED ON XRF-NEW-ACCT-ID
      * (OFFSET 11, LENGTH 11) - AN ACCT-ID IS ONLY EVER OPENED BY ONE
      * TRANSFER - AND IS ONLY EVER ADDED TO, SO STATEMENTS AND
      * DISPUTE RESEARCH CAN FOLLOW A CUSTOMER ACROSS ANY NUMBER OF
      * ACCOUNT NUMBER CHANGES BY RANDOM READS: THE NEW ACCT-ID GIVES
      * THE ACCT-ID IT REPLACED, WHICH MAY ITSELF BE THE NEW ACCT-ID
      * OF AN EARLIER RECORD.
      * WRITTEN BY WBACCXFR - CARRIED HERE SO THE WRITER AND THE
      * READERS SHARE ONE DEFINITION OF THE RECORD, THE SAME WAY
      * CVEXP01Y CARRIES THE EXPORT RECORD.
      ******************************************************************
       01  FD-XREF-RECORD.
           05 XRF-OLD-ACCT-ID                   PIC 9(11).
           05 XRF-NEW-ACCT-ID                   PIC 9(11).
           05 XRF-TRANSFER-DATE                 PIC X(10).
           05 XRF-TIMESTAMP                     PIC X(14).
           05 XRF-BAL-MOVED                     PIC S9(10)V99.
           05 XRF-CYC-CREDIT-MOVED              PIC S9(10)V99.
           05 XRF-CYC-DEBIT-MOVED               PIC S9(10)V99.
           05 FILLER                            PIC X(18).
