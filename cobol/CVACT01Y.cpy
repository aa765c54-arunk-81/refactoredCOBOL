      ******************************************************************
      * PATH : .../Cobol Include/CVACT01Y.CPY
      * ACCOUNT RECORD LAYOUT
      *
      * THE DELINQUENCY FIELDS AT THE END OF THE RECORD ARE OWNED BY
      * THE CYCLE-CLOSE AGING STEP (WBDELINQ). A RECORD THAT HAS NOT
      * BEEN AGED YET CARRIES SPACES THERE, WHICH READS AS CURRENT
      * WITH NOTHING DUE. ACCT-DELINQ-BUCKET IS 0 CURRENT, 1 30 DAYS,
      * 2 60 DAYS, 3 90 DAYS, 4 120 DAYS OR MORE PAST DUE.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID                           PIC 9(11).
           05  ACCT-CURR-CYC-DEBIT               PIC S9(10)V99.
           05  ACCT-ADDR-ZIP                     PIC X(10).
           05  ACCT-GROUP-ID                     PIC X(10).
           05  ACCT-DELINQ-BUCKET                PIC X(01).
               88  ACCT-DELINQ-CURRENT           VALUE '0' ' '.
               88  ACCT-DELINQ-30-DAYS           VALUE '1'.
               88  ACCT-DELINQ-60-DAYS           VALUE '2'.
               88  ACCT-DELINQ-90-DAYS           VALUE '3'.
               88  ACCT-DELINQ-120-PLUS          VALUE '4'.
           05  ACCT-MIN-PAYMENT-DUE              PIC S9(10)V99.
           05  ACCT-PAST-DUE-AMOUNT              PIC S9(10)V99.
           05  ACCT-PAYMENT-DUE-DATE             PIC X(10).
           05  ACCT-LAST-AGED-DATE               PIC X(08).
           05  FILLER                            PIC X(135).
