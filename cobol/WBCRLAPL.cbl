      ******************************************************************
      * WBCRLAPL - CREDIT LINE REVIEW APPROVAL APPLY
      *
      * SECOND HALF OF THE PERIODIC CREDIT LINE REVIEW. READS THE
      * PROPOSAL FILE WBCRLREV WROTE (CVCLR01Y) AND THE DECISIONS
      * CREDIT RISK MADE ON IT (APRCARD), AND FOR EVERY APPROVED
      * PROPOSAL EMITS ONE WBACTUPD UPDATE TRANSACTION (CVTRN01Y)
      * WITH THE CREDIT-LIMIT FLAG - AND THE CASH-CREDIT-LIMIT FLAG
      * WHEN THE CASH LINE MOVES - SET, SO THE NEW LINES GO ON THE
      * MASTER THROUGH THE SAME BEFORE/AFTER AUDIT JOURNAL AND REJECT
      * HANDLING AS EVERY OTHER MAINTENANCE FEED. THE WBACTUPD APPLY
      * RUNS AS THE NEXT STEP OF THE SAME JOB.
      *
      * EACH APPROVED PROPOSAL IS RE-CHECKED AGAINST THE MASTER
      * FIRST: AN ACCOUNT THAT HAS SINCE CLOSED, DISAPPEARED, OR HAD
      * EITHER LINE CHANGED BY SOME OTHER FEED SINCE THE REVIEW RAN
      * IS NOT TOUCHED - THE PROPOSAL WAS SCORED ON A LINE THAT NO
      * LONGER EXISTS. EVERY PROPOSAL IS LISTED ON THE APPLY REPORT
      * WITH ITS DISPOSITION (APPROVED, DECLINED, NOT DECIDED, OR WHY
      * IT WAS SKIPPED), FOLLOWED BY ANY DECISION CARD THAT MATCHED
      * NO PROPOSAL. A SKIPPED APPROVAL OR AN UNMATCHED CARD ENDS
      * THE STEP RC=4; THE APPROVED TRANSACTIONS ARE STILL WRITTEN.
      *
      * DECISION CARD (APRCARD): COL 1 A (APPROVE) OR D (DECLINE),
      * ACCT-ID IN COLS 3-13 - OR ALL IN COLS 3-5 FOR EVERY PROPOSAL
      * NOT DECIDED BY ITS OWN CARD. A PROPOSAL WITH NO DECISION IS
      * NOT APPLIED. A MALFORMED, DUPLICATE, OR SECOND ALL CARD ENDS
      * THE RUN RC=12 BEFORE THE PROPOSAL FILE IS OPENED.
      *
      * CONTROL CARD: NONE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCRLAPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT APRCARD-FILE ASSIGN TO APRCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APRCARD-STATUS.
      ******************************************************************
           SELECT PROPOSAL-FILE ASSIGN TO PROPFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PROPFILE-STATUS.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT TRAN-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.
      ******************************************************************
           SELECT APLRPT-FILE ASSIGN TO APLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APLRPT-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE DECISION PER CARD, FROM CREDIT RISK.
      ******************************************************************
       FD  APRCARD-FILE.

       01  FD-APRCARD-RECORD.
           05 APC-DECISION                      PIC X(01).
           05 FILLER                            PIC X(01).
           05 APC-ACCT-ID                       PIC X(11).
           05 APC-ACCT-ID-N REDEFINES APC-ACCT-ID
                                                PIC 9(11).
           05 FILLER                            PIC X(67).
      ******************************************************************
      * THE REVIEW'S PROPOSALS - SHARED LAYOUT WITH WBCRLREV.
      ******************************************************************
       FD  PROPOSAL-FILE.

       COPY CVCLR01Y.
      ******************************************************************
      * ACCOUNT MASTER - READ ONLY, RANDOMLY BY KEY; THE NEW LINES
      * ARE APPLIED BY THE WBACTUPD STEP.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * APPROVED LINE CHANGES AS WBACTUPD MAINTENANCE TRANSACTIONS.
      ******************************************************************
       FD  TRAN-FILE.

       COPY CVTRN01Y.
      ******************************************************************
      * APPLY REPORT PRINT LINES.
      ******************************************************************
       FD  APLRPT-FILE.

       01  APLRPT-PRINT-LINE                    PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
      ******************************************************************
       01  APRCARD-STATUS.
           05  APRCARD-STAT1       PIC X.
           05  APRCARD-STAT2       PIC X.
       01  PROPFILE-STATUS.
           05  PROPFILE-STAT1      PIC X.
           05  PROPFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  APLRPT-STATUS.
           05  APLRPT-STAT1        PIC X.
           05  APLRPT-STAT2        PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.
      ******************************************************************
      * DECISION CARDS, LOADED BEFORE ANY PROPOSAL IS READ. THE ALL
      * CARD'S DECISION IS HELD APART AS THE DEFAULT; APR-MATCHED
      * MARKS A CARD THAT FOUND ITS PROPOSAL.
      ******************************************************************
       01  APPROVAL-COUNT          PIC 9(5)   COMP VALUE ZERO.
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON APPROVAL-COUNT
                   INDEXED BY APR-IDX.
               10  APR-ACCT-ID        PIC 9(11).
               10  APR-DECISION       PIC X(01).
               10  APR-MATCHED        PIC X(01).
       01  DEFAULT-DECISION        PIC X(01)  VALUE SPACE.
       01  CARD-REJECT-SWITCH      PIC X(01)  VALUE 'N'.
           88  CARDS-VALID                    VALUE 'N'.
           88  CARDS-INVALID                  VALUE 'Y'.
      ******************************************************************
      * THE CURRENT PROPOSAL'S DECISION AND WHAT BECAME OF IT.
      ******************************************************************
       01  PROPOSAL-DECISION       PIC X(01)  VALUE SPACE.
           88  DECISION-APPROVE               VALUE 'A'.
           88  DECISION-DECLINE               VALUE 'D'.
           88  DECISION-NONE                  VALUE SPACE.
       01  DISPOSITION-TEXT        PIC X(30)  VALUE SPACES.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER AND REPORT FOOTER.
      ******************************************************************
       01  CRLAPL-CONTROL-TOTALS.
           05  CARD-READ-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  PROPOSAL-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  APPROVED-COUNT               PIC 9(7)  COMP VALUE ZERO.
           05  DECLINED-COUNT               PIC 9(7)  COMP VALUE ZERO.
           05  UNDECIDED-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  SKIPPED-COUNT                PIC 9(7)  COMP VALUE ZERO.
           05  UNMATCHED-CARD-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  TOTAL-APPROVED-CHANGE        PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE CRLRPT PROPOSAL REPORT.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  APLRPT-PAGE-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  APLRPT-LINE-COUNT       PIC 9(03)  COMP VALUE 99.
       01  APLRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBCRLAPL'.
           05  FILLER                PIC X(30)  VALUE
               'CREDIT LINE REVIEW APPLY'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  APLRPT-COLUMN-LINE.
           05  FILLER                PIC X(13)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(10)  VALUE 'ACTION'.
           05  FILLER                PIC X(12)  VALUE '  CURR-LIMIT'.
           05  FILLER                PIC X(12)  VALUE '   NEW-LIMIT'.
           05  FILLER                PIC X(12)  VALUE '   CURR-CASH'.
           05  FILLER                PIC X(12)  VALUE '    NEW-CASH'.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  FILLER                PIC X(30)  VALUE 'DISPOSITION'.
           05  FILLER                PIC X(30)  VALUE SPACES.
       01  APLRPT-DETAIL-LINE.
           05  APLD-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  APLD-ACTION           PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  APLD-CURR-LIMIT       PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  APLD-NEW-LIMIT        PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  APLD-CURR-CASH        PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  APLD-NEW-CASH         PIC -(7)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  APLD-DISPOSITION      PIC X(30).
           05  FILLER                PIC X(30)  VALUE SPACES.
       01  APLRPT-UNMATCHED-LINE.
           05  APLU-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  APLU-DECISION         PIC X(01).
           05  FILLER                PIC X(58)  VALUE SPACES.
           05  FILLER                PIC X(30)  VALUE
               'CARD MATCHES NO PROPOSAL'.
           05  FILLER                PIC X(30)  VALUE SPACES.
       01  APLRPT-FOOTER-LINE.
           05  FTR-LABEL             PIC X(25).
           05  FTR-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(100) VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBCRLAPL'
           PERFORM 0100-INITIALIZE
           PERFORM 2000-PROPFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBCRLAPL'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE SPACES TO RPT-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO RPT-RUN-DATE
           END-STRING
           PERFORM 1000-LOAD-DECISION-CARDS
           OPEN INPUT  PROPOSAL-FILE
           IF  PROPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROPOSAL FILE'
               MOVE PROPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT  ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT TRAN-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT APLRPT-FILE
           IF  APLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPLY REPORT FILE'
               MOVE APLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * EVERY CARD IS EDITED AND ALL THE ERRORS LISTED BEFORE THE RUN
      * IS REFUSED, SO ONE RESUBMISSION FIXES THE WHOLE DECK. A
      * DECISION DECK WITH ANY BAD CARD IS NOT PARTIALLY ACTED ON.
      ******************************************************************
       1000-LOAD-DECISION-CARDS.
           OPEN INPUT APRCARD-FILE
           IF  APRCARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DECISION CARD FILE'
               MOVE APRCARD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           SET CARDS-VALID TO TRUE
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-APRCARD-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE APRCARD-FILE
           MOVE 'N' TO END-OF-FILE
           IF  CARDS-INVALID
               DISPLAY 'DECISION CARDS REJECTED - RUN TERMINATED '
                  'BEFORE THE PROPOSAL FILE WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ******************************************************************
       1100-APRCARD-GET-NEXT.
           READ APRCARD-FILE
           IF  APRCARD-STATUS = '00'
               ADD 1 TO CARD-READ-COUNT
               PERFORM 1200-EDIT-DECISION-CARD
           ELSE
               IF  APRCARD-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DECISION CARD FILE'
                   MOVE APRCARD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-EDIT-DECISION-CARD.
           IF  APC-DECISION NOT = 'A' AND APC-DECISION NOT = 'D'
               DISPLAY 'INVALID DECISION: ' APC-DECISION
                  ' (EXPECTED A OR D IN COL 1) CARD: '
                  FD-APRCARD-RECORD
               SET CARDS-INVALID TO TRUE
           ELSE
               IF  APC-ACCT-ID = 'ALL'
                   PERFORM 1300-SET-DEFAULT-DECISION
               ELSE
                   IF  APC-ACCT-ID NOT NUMERIC
                   OR  APC-ACCT-ID-N = ZERO
                       DISPLAY 'INVALID ACCT-ID: ' APC-ACCT-ID
                          ' (EXPECTED 11 DIGITS OR ALL IN COLS 3-13)'
                       SET CARDS-INVALID TO TRUE
                   ELSE
                       PERFORM 1400-ADD-DECISION-ENTRY
                   END-IF
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1300-SET-DEFAULT-DECISION.
           IF  DEFAULT-DECISION NOT = SPACE
               DISPLAY 'MORE THAN ONE ALL CARD - SECOND CARD: '
                  FD-APRCARD-RECORD
               SET CARDS-INVALID TO TRUE
           ELSE
               MOVE APC-DECISION TO DEFAULT-DECISION
           END-IF
           EXIT.
      ******************************************************************
       1400-ADD-DECISION-ENTRY.
           SET APR-IDX TO 1
           SEARCH APPROVAL-ENTRY
               AT END
                   IF  APPROVAL-COUNT < 10000
                       ADD 1 TO APPROVAL-COUNT
                       SET APR-IDX TO APPROVAL-COUNT
                       MOVE APC-ACCT-ID-N TO APR-ACCT-ID(APR-IDX)
                       MOVE APC-DECISION  TO APR-DECISION(APR-IDX)
                       MOVE 'N'           TO APR-MATCHED(APR-IDX)
                   ELSE
                       DISPLAY 'DECISION CARD TABLE FULL AT CARD: '
                          FD-APRCARD-RECORD
                       SET CARDS-INVALID TO TRUE
                   END-IF
               WHEN APR-ACCT-ID(APR-IDX) = APC-ACCT-ID-N
                   DISPLAY 'DUPLICATE DECISION FOR ACCT-ID: '
                      APC-ACCT-ID
                   SET CARDS-INVALID TO TRUE
           END-SEARCH
           EXIT.
      ******************************************************************
       2000-PROPFILE-GET-NEXT.
           READ PROPOSAL-FILE
           IF  PROPFILE-STATUS = '00'
               ADD 1 TO PROPOSAL-READ-COUNT
               PERFORM 2100-DISPOSE-PROPOSAL
           ELSE
               IF  PROPFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PROPOSAL FILE'
                   MOVE PROPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE PROPOSAL'S OWN CARD WINS OVER THE ALL CARD.
      ******************************************************************
       2100-DISPOSE-PROPOSAL.
           MOVE DEFAULT-DECISION TO PROPOSAL-DECISION
           SET APR-IDX TO 1
           SEARCH APPROVAL-ENTRY
               AT END
                   CONTINUE
               WHEN APR-ACCT-ID(APR-IDX) = CLR-ACCT-ID
                   MOVE APR-DECISION(APR-IDX) TO PROPOSAL-DECISION
                   MOVE 'Y' TO APR-MATCHED(APR-IDX)
           END-SEARCH
           EVALUATE TRUE
               WHEN DECISION-APPROVE
                   PERFORM 2200-APPLY-APPROVED-PROPOSAL
               WHEN DECISION-DECLINE
                   MOVE 'DECLINED' TO DISPOSITION-TEXT
                   ADD 1 TO DECLINED-COUNT
               WHEN OTHER
                   MOVE 'NOT DECIDED - NOT APPLIED' TO DISPOSITION-TEXT
                   ADD 1 TO UNDECIDED-COUNT
           END-EVALUATE
           PERFORM 8220-PRINT-DISPOSITION-DETAIL
           EXIT.
      ******************************************************************
      * THE MASTER MUST STILL CARRY THE LINES THE PROPOSAL WAS SCORED
      * ON; OTHERWISE THE APPROVAL IS SKIPPED AND THE ACCOUNT WAITS
      * FOR THE NEXT REVIEW.
      ******************************************************************
       2200-APPLY-APPROVED-PROPOSAL.
           MOVE CLR-ACCT-ID TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   IF  ACCT-ACTIVE-STATUS = 'N'
                       MOVE 'SKIPPED - ACCOUNT CLOSED'
                           TO DISPOSITION-TEXT
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       IF  ACCT-CREDIT-LIMIT NOT = CLR-CURR-CREDIT-LIMIT
                       OR  ACCT-CASH-CREDIT-LIMIT
                               NOT = CLR-CURR-CASH-LIMIT
                           MOVE 'SKIPPED - LINE CHANGED'
                               TO DISPOSITION-TEXT
                           ADD 1 TO SKIPPED-COUNT
                       ELSE
                           PERFORM 2300-WRITE-LIMIT-TRANSACTION
                           MOVE 'APPROVED' TO DISPOSITION-TEXT
                           ADD 1 TO APPROVED-COUNT
                           COMPUTE TOTAL-APPROVED-CHANGE =
                               TOTAL-APPROVED-CHANGE
                             + CLR-NEW-CREDIT-LIMIT
                             - CLR-CURR-CREDIT-LIMIT
                       END-IF
                   END-IF
               WHEN '23'
                   MOVE 'SKIPPED - NOT ON MASTER' TO DISPOSITION-TEXT
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * BUILDS THE WBACTUPD UPDATE: THE CREDIT-LIMIT FLAG IS Y, THE
      * CASH-CREDIT-LIMIT FLAG ONLY WHEN THE CASH LINE MOVES, SO THE
      * AUDIT JOURNAL SHOWS ONLY REAL CHANGES. THE UNFLAGGED AMOUNT
      * FIELDS ARE CARRIED AS ZEROS SO THE FILE STAYS CLEANLY
      * NUMERIC END TO END.
      ******************************************************************
       2300-WRITE-LIMIT-TRANSACTION.
           MOVE SPACES           TO FD-TRAN-RECORD
           MOVE 'U'              TO TRN-ACTION
           MOVE CLR-ACCT-ID      TO TRN-ACCT-ID
           MOVE ALL 'N'          TO TRN-UPDATE-FLAGS
           MOVE 'Y'              TO TRN-UPD-CREDIT-LIMIT
           IF  CLR-NEW-CASH-LIMIT NOT = CLR-CURR-CASH-LIMIT
               MOVE 'Y'          TO TRN-UPD-CASH-CREDIT-LIMIT
           END-IF
           MOVE SPACE            TO TRN-ACTIVE-STATUS
           MOVE ZERO             TO TRN-CURR-BAL
           MOVE CLR-NEW-CREDIT-LIMIT TO TRN-CREDIT-LIMIT
           MOVE CLR-NEW-CASH-LIMIT   TO TRN-CASH-CREDIT-LIMIT
           MOVE SPACES           TO TRN-OPEN-DATE
           MOVE SPACES           TO TRN-EXPIRAION-DATE
           MOVE SPACES           TO TRN-REISSUE-DATE
           MOVE ZERO             TO TRN-CURR-CYC-CREDIT
           MOVE ZERO             TO TRN-CURR-CYC-DEBIT
           MOVE SPACES           TO TRN-ADDR-ZIP
           MOVE SPACES           TO TRN-GROUP-ID
           WRITE FD-TRAN-RECORD
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       3000-LIST-UNMATCHED-CARDS.
           PERFORM 3100-LIST-UNMATCHED-CARD
               VARYING APR-IDX FROM 1 BY 1
               UNTIL APR-IDX > APPROVAL-COUNT
           EXIT.
      ******************************************************************
       3100-LIST-UNMATCHED-CARD.
           IF  APR-MATCHED(APR-IDX) = 'N'
               ADD 1 TO UNMATCHED-CARD-COUNT
               IF  APLRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
                   PERFORM 8240-WRITE-APPLY-HEADINGS
               END-IF
               MOVE APR-ACCT-ID(APR-IDX)  TO APLU-ACCT-ID
               MOVE APR-DECISION(APR-IDX) TO APLU-DECISION
               MOVE APLRPT-UNMATCHED-LINE TO APLRPT-PRINT-LINE
               PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           END-IF
           EXIT.
      ******************************************************************
       8220-PRINT-DISPOSITION-DETAIL.
           IF  APLRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-APPLY-HEADINGS
           END-IF
           MOVE CLR-ACCT-ID             TO APLD-ACCT-ID
           IF  CLR-INCREASE
               MOVE 'INCREASE'          TO APLD-ACTION
           ELSE
               MOVE 'DECREASE'          TO APLD-ACTION
           END-IF
           MOVE CLR-CURR-CREDIT-LIMIT   TO APLD-CURR-LIMIT
           MOVE CLR-NEW-CREDIT-LIMIT    TO APLD-NEW-LIMIT
           MOVE CLR-CURR-CASH-LIMIT     TO APLD-CURR-CASH
           MOVE CLR-NEW-CASH-LIMIT      TO APLD-NEW-CASH
           MOVE DISPOSITION-TEXT        TO APLD-DISPOSITION
           MOVE APLRPT-DETAIL-LINE      TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       8240-WRITE-APPLY-HEADINGS.
           ADD 1 TO APLRPT-PAGE-COUNT
           MOVE APLRPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           WRITE APLRPT-PRINT-LINE FROM APLRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  APLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPLY REPORT FILE'
               MOVE APLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE APLRPT-COLUMN-LINE   TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE SPACES               TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE 3 TO APLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       8250-WRITE-APLRPT-ADVANCE-1.
           WRITE APLRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  APLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPLY REPORT FILE'
               MOVE APLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO APLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
      * AN EMPTY REPORT STILL GETS ITS HEADINGS, THEN THE COUNTS.
      ******************************************************************
       8300-PRINT-REPORT-FOOTER.
           IF  APLRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-APPLY-HEADINGS
           END-IF
           MOVE SPACES TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE 'PROPOSALS APPROVED     :' TO FTR-LABEL
           MOVE APPROVED-COUNT             TO FTR-COUNT
           MOVE APLRPT-FOOTER-LINE         TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE 'PROPOSALS DECLINED     :' TO FTR-LABEL
           MOVE DECLINED-COUNT             TO FTR-COUNT
           MOVE APLRPT-FOOTER-LINE         TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE 'PROPOSALS NOT DECIDED  :' TO FTR-LABEL
           MOVE UNDECIDED-COUNT            TO FTR-COUNT
           MOVE APLRPT-FOOTER-LINE         TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE 'APPROVALS SKIPPED      :' TO FTR-LABEL
           MOVE SKIPPED-COUNT              TO FTR-COUNT
           MOVE APLRPT-FOOTER-LINE         TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           MOVE 'UNMATCHED CARDS        :' TO FTR-LABEL
           MOVE UNMATCHED-CARD-COUNT       TO FTR-COUNT
           MOVE APLRPT-FOOTER-LINE         TO APLRPT-PRINT-LINE
           PERFORM 8250-WRITE-APLRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 3000-LIST-UNMATCHED-CARDS
           PERFORM 8300-PRINT-REPORT-FOOTER
           DISPLAY '==================================================='
           DISPLAY 'WBCRLAPL CONTROL TOTALS'
           DISPLAY 'DECISION CARDS READ     :' CARD-READ-COUNT
           DISPLAY 'PROPOSALS READ          :' PROPOSAL-READ-COUNT
           DISPLAY 'PROPOSALS APPROVED      :' APPROVED-COUNT
           DISPLAY 'PROPOSALS DECLINED      :' DECLINED-COUNT
           DISPLAY 'PROPOSALS NOT DECIDED   :' UNDECIDED-COUNT
           DISPLAY 'APPROVALS SKIPPED       :' SKIPPED-COUNT
           DISPLAY 'UNMATCHED DECISION CARDS:' UNMATCHED-CARD-COUNT
           DISPLAY 'NET APPROVED LINE CHANGE:' TOTAL-APPROVED-CHANGE
           DISPLAY '==================================================='
           CLOSE PROPOSAL-FILE
           CLOSE ACCTFILE-FILE
           CLOSE TRAN-FILE
           CLOSE APLRPT-FILE
           IF  SKIPPED-COUNT > ZERO
           OR  UNMATCHED-CARD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
      ******************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD'.
      ******************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
      ******************************************************************
