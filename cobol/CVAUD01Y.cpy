      ******************************************************************
      * MASTER-FILE CHANGE AUDIT RECORD LAYOUT
      * ONE BEFORE/AFTER RECORD PER CHANGE APPLIED TO THE ACCOUNT OR
      * CUSTOMER MASTER, WRITTEN TO AUDITF BY EVERY PROGRAM THAT
      * MAINTAINS EITHER MASTER (WBACTUPD, WBCUSUPD, WBREISSU,
      * WBACCXFR) AND READ BACK BY THE WBAUDINQ CHANGE-HISTORY
      * INQUIRY. THE IMAGES ARE THE FULL 300-BYTE MASTER RECORDS -
      * CVACT01Y WHEN AUD-IMAGE-TYPE IS A, CVCUS01Y WHEN IT IS C -
      * WITH A BEFORE IMAGE OF SPACES ON AN ADD. AUD-SOURCE-PROGRAM
      * AND AUD-RUN-LABEL SAY WHICH PROGRAM AND WHICH FEED OR RUN
      * (THE LABEL ON THAT RUN'S CONTROL CARD) MADE THE CHANGE, SO
      * ONE CAMPAIGN'S CHANGES CAN BE LISTED TOGETHER. THE FIRST 626
      * BYTES ARE THE ORIGINAL JOURNAL RECORD UNCHANGED; GENERATIONS
      * WRITTEN AT 626 BYTES ARE WIDENED ONCE BY THE WBAUDCNV JOB.
      ******************************************************************
       01  FD-AUDIT-RECORD.
           05 AUD-TIMESTAMP                     PIC X(14).
           05 AUD-ACTION                        PIC X(01).
           05 AUD-ACCT-ID                       PIC 9(11).
           05 AUD-BEFORE-IMAGE                  PIC X(300).
           05 AUD-AFTER-IMAGE                   PIC X(300).
           05 AUD-SOURCE-PROGRAM                PIC X(08).
           05 AUD-IMAGE-TYPE                    PIC X(01).
               88 AUD-ACCOUNT-IMAGE             VALUE 'A'.
               88 AUD-CUSTOMER-IMAGE            VALUE 'C'.
           05 AUD-RUN-LABEL                     PIC X(24).
           05 FILLER                            PIC X(21).
