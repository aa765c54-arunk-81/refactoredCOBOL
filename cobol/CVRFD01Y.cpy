      ******************************************************************
      * CREDIT-BALANCE REFUND RECORD LAYOUT
      * ONE RECORD PER REFUND WBREFUND ISSUES, KEYED BY RFD-ACCT-ID
      * AND RFD-ISSUE-DATE, CARRYING THE PAYEE NAME AND ADDRESS AS THE
      * CUSTOMER MASTER HELD THEM ON THE ISSUE DATE. THE SAME RECORD
      * IS THE DISBURSEMENT REQUEST ACCOUNTS PAYABLE CUTS THE CHECK
      * FROM AND THE OUTSTANDING-REFUND RECORD WBREFUND CARRIES
      * FORWARD UNTIL THE CHECK CLEARS OR THE REFUND IS REPORTED FOR
      * ESCHEATMENT - THE ADDRESS IS KEPT ON THE RECORD BECAUSE THE
      * CUSTOMER MAY BE ARCHIVED BEFORE THE DORMANCY PERIOD ENDS.
      * THE AMOUNT IS CARRIED POSITIVE WITH TWO ASSUMED DECIMALS.
      ******************************************************************
       01  REFUND-RECORD.
           05 RFD-ACCT-ID                       PIC 9(11).
           05 RFD-ISSUE-DATE                    PIC X(08).
           05 RFD-AMOUNT                        PIC S9(10)V99.
           05 RFD-ACCT-STATUS                   PIC X(01).
              88 RFD-ACCT-OPEN                  VALUE 'Y'.
              88 RFD-ACCT-CLOSED                VALUE 'N'.
           05 RFD-FIRST-NAME                    PIC X(25).
           05 RFD-LAST-NAME                     PIC X(25).
           05 RFD-ADDR-LINE-1                   PIC X(50).
           05 RFD-ADDR-CITY                     PIC X(25).
           05 RFD-ADDR-STATE                    PIC X(02).
           05 RFD-ADDR-ZIP                      PIC X(10).
           05 RFD-GROUP-ID                      PIC X(10).
           05 FILLER                            PIC X(21).
