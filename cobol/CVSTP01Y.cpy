      ******************************************************************
      * OVERNIGHT STEP STATISTICS RECORD / WBSTPLOG CALL PARAMETERS
      * ONE RECORD PER COMPLETED RUN OF AN OVERNIGHT PROGRAM, APPENDED
      * TO THE CUMULATIVE STEPSTAT DATASET BY THE WBSTPLOG SERVICE
      * ROUTINE AND READ BACK BY THE WBOPSSUM OPERATIONS DASHBOARD.
      * THE SAME LAYOUT IS THE CALL PARAMETER BLOCK, SO THE CALLERS,
      * THE ROUTINE AND THE DASHBOARD CANNOT DRIFT APART. THE CALLER
      * STAMPS THE START TIME WHEN IT BEGINS AND FILLS IN THE REST AT
      * TERMINATION; WBSTPLOG STAMPS THE END TIME AS IT WRITES.
      * TIMESTAMPS ARE YYYYMMDDHHMMSS. RECORDS IN / OUT / REJECTS ARE
      * THE PROGRAM'S OWN CONTROL-TOTAL COUNTS (SEE THE CALLER FOR
      * WHICH COUNTER FEEDS WHICH). THE BALANCE FLAG IS SET ONLY BY
      * A STEP THAT PROVES A BALANCE - SPACE MEANS NOT APPLICABLE.
      ******************************************************************
       01  STEP-STAT-RECORD.
           05  STS-PROGRAM-ID                    PIC X(08).
           05  STS-STEP-LABEL                    PIC X(24).
           05  STS-START-TS                      PIC X(14).
           05  STS-START-TS-PARTS REDEFINES STS-START-TS.
               10  STS-START-DATE                PIC X(08).
               10  STS-START-HH                  PIC 9(02).
               10  STS-START-MI                  PIC 9(02).
               10  STS-START-SS                  PIC 9(02).
           05  STS-END-TS                        PIC X(14).
           05  STS-END-TS-PARTS REDEFINES STS-END-TS.
               10  STS-END-DATE                  PIC X(08).
               10  STS-END-HH                    PIC 9(02).
               10  STS-END-MI                    PIC 9(02).
               10  STS-END-SS                    PIC 9(02).
           05  STS-RECORDS-IN                    PIC 9(09).
           05  STS-RECORDS-OUT                   PIC 9(09).
           05  STS-REJECTS                       PIC 9(09).
           05  STS-RETURN-CODE                   PIC 9(04).
           05  STS-BALANCE-FLAG                  PIC X(01).
               88  STS-IN-BALANCE                VALUE 'Y'.
               88  STS-OUT-OF-BALANCE            VALUE 'N'.
               88  STS-BALANCE-NOT-PROVED        VALUE ' '.
           05  FILLER                            PIC X(08).
