      ******************************************************************
      * CREDIT LINE REVIEW PROPOSAL RECORD LAYOUT
      * ONE RECORD PER ACCOUNT THE PERIODIC REVIEW (WBCRLREV) PROPOSES
      * TO CHANGE, CARRYING THE CURRENT AND PROPOSED CREDIT AND CASH
      * CREDIT LIMITS AND THE HISTORY THE PROPOSAL WAS SCORED ON.
      * WRITTEN BY WBCRLREV AND READ BACK BY WBCRLAPL, WHICH TURNS
      * THE PROPOSALS CREDIT RISK APPROVED INTO WBACTUPD UPDATE
      * TRANSACTIONS. THE CURRENT LIMITS ARE CARRIED SO THE APPLY CAN
      * REFUSE A PROPOSAL WHOSE ACCOUNT WAS RE-LIMITED IN BETWEEN.
      * AMOUNTS ARE SIGNED WITH TWO ASSUMED DECIMALS; PERCENTAGES
      * ARE SIGNED WITH TWO ASSUMED DECIMALS.
      ******************************************************************
       01  FD-PROPOSAL-RECORD.
           05 CLR-ACCT-ID                       PIC 9(11).
           05 CLR-GROUP-ID                      PIC X(10).
           05 CLR-ACTION                        PIC X(01).
               88 CLR-INCREASE                  VALUE 'I'.
               88 CLR-DECREASE                  VALUE 'D'.
           05 CLR-CURR-CREDIT-LIMIT             PIC S9(10)V99.
           05 CLR-NEW-CREDIT-LIMIT              PIC S9(10)V99.
           05 CLR-CURR-CASH-LIMIT               PIC S9(10)V99.
           05 CLR-NEW-CASH-LIMIT                PIC S9(10)V99.
           05 CLR-CURR-BAL                      PIC S9(10)V99.
           05 CLR-SCORE                         PIC 9(03).
           05 CLR-AVG-UTIL-PCT                  PIC S9(03)V99.
           05 CLR-PEAK-UTIL-PCT                 PIC S9(03)V99.
           05 CLR-BREACH-NIGHTS                 PIC 9(05).
           05 CLR-TENURE-MONTHS                 PIC 9(05).
           05 CLR-REVIEW-DATE                   PIC X(08).
           05 FILLER                            PIC X(07).
