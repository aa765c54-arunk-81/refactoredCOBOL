      ******************************************************************
      * WBDSPUPD - CARDHOLDER DISPUTE MAINTENANCE
      *
      * RUNS EACH NIGHT AHEAD OF WBTXNSCR. APPLIES THE DISPUTE DESK'S
      * CARDS TO THE DISPUTE MASTER KSDS (CVDSP01Y), ONE CASE PER
      * DISPUTED ITEM KEYED BY ACCT-ID AND TXN-REFERENCE:
      *   - I (INTAKE) OPENS A CASE. THE ITEM MUST BE A DEBIT ON THE
      *     TRANSACTION HISTORY (TXNHIST) UNDER THE CARD'S ACCOUNT OR
      *     ANY ACCOUNT IT REPLACED BY A LOST/STOLEN TRANSFER - THE
      *     PERMANENT TRANSFER CROSS-REFERENCE (CVXRF01Y) IS FOLLOWED
      *     BACK UP TO FIVE ACCOUNT NUMBERS. THE ITEM'S DATE, MERCHANT
      *     AND AMOUNT ARE COPIED ONTO THE CASE, WHICH TAKES THE NEXT
      *     CASE NUMBER. THE DISPUTED AMOUNT DEFAULTS TO THE WHOLE
      *     ITEM; A PARTIAL DISPUTE CARRIES ITS OWN AMOUNT.
      *   - U (UPDATE) CHANGES THE DISPUTED AMOUNT, REASON OR NOTE OF
      *     AN OPEN CASE, OR GIVES THE PROVISIONAL CREDIT LATE.
      *   - R (RESOLVE) CLOSES A CASE: C FOR THE CARDHOLDER (THE
      *     CREDIT STANDS, OR IS GIVEN NOW IF IT WAS NOT; AN AMOUNT ON
      *     THE CARD IS A PARTIAL AWARD), M FOR THE MERCHANT OR W
      *     WITHDRAWN BY THE CARDHOLDER (ANY PROVISIONAL CREDIT IS
      *     REVERSED).
      * WBACCXFR MOVES A TRANSFERRED ACCOUNT'S OPEN CASES TO THE NEW
      * ACCOUNT NUMBER. A CASE STILL CARRIED UNDER AN ACCOUNT THAT HAS
      * SINCE BEEN REPLACED IS FOUND THROUGH THE CROSS-REFERENCE WHEN
      * A CARD NAMES THE NEW ACCOUNT, AND IS MOVED TO THE NEW ACCOUNT
      * NUMBER ONLY WHEN THE CARD IS APPLIED. AN INTAKE IS REJECTED IF
      * THE ITEM ALREADY HAS A CASE UNDER ANY ACCOUNT IN THE CHAIN.
      *
      * EVERY CREDIT AND REVERSAL IS WRITTEN AS A CVTXN01Y ITEM TO
      * POSTTXN, WHICH IS CONCATENATED INTO TONIGHT'S WBTXNSCR FEED,
      * SO IT IS SCREENED, POSTED TO THE CYCLE BUCKETS BY WBTXNPST AND
      * RECORDED ON TXNHIST LIKE ANY OTHER ITEM. THE POSTING REFERENCE
      * IS 'DSP', THE CASE NUMBER, '-' AND THE CASE'S POSTING COUNT,
      * SO IT NEVER REPEATS. A CREDIT OR REVERSAL NEEDS AN OPEN
      * ACCOUNT ON THE MASTER, SINCE WBTXNPST REJECTS A CLOSED ONE.
      * OPEN CASES ARE LEFT OUT OF THE WBASSESS INTEREST CALCULATION
      * AND LISTED BY AGE BY WBDSPAGE.
      *
      * A CARD THAT CANNOT BE APPLIED GOES TO ERRFILE WITH A REASON
      * AND DOES NOT TOUCH THE MASTER; ANY REJECT ENDS THE STEP RC=4.
      * MORE CARDS THAN THE CARD TABLE HOLDS STOPS THE RUN RC=12
      * BEFORE THE DISPUTE MASTER IS OPENED.
      *
      * CONTROL CARD: NONE. DISPUTE CARD (DSPCARD): ACTION I, U OR R
      * IN COL 1, ACCT-ID COLS 3-13, TXN-REFERENCE COLS 15-30, AMOUNT
      * COLS 32-43 (V99 ASSUMED, BLANK = WHOLE ITEM / NO CHANGE),
      * REASON CODE COLS 45-48 (REQUIRED ON INTAKE), OPTION COL 50 (Y
      * = GIVE THE PROVISIONAL CREDIT ON I OR U; C, M OR W = THE
      * RESOLUTION ON R), NOTE COLS 52-80.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBDSPUPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DSPCARD-FILE ASSIGN TO DSPCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DSPCARD-STATUS.
      ******************************************************************
           SELECT TXNHIST-FILE ASSIGN TO TXNHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TXNHIST-STATUS.
      ******************************************************************
      * TRANSFER CROSS-REFERENCE, READ RANDOMLY BY THE NEW ACCT-ID.
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-NEW-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.
      ******************************************************************
      * ACCOUNT MASTER, READ RANDOMLY - A CREDIT OR REVERSAL IS ONLY
      * WRITTEN FOR AN ACCOUNT WBTXNPST WILL POST TO.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT DSP-FILE ASSIGN TO DSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DSP-KEY
                  FILE STATUS  IS DSPFILE-STATUS.
      ******************************************************************
           SELECT POSTTXN-FILE ASSIGN TO POSTTXN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS POSTTXN-STATUS.
      ******************************************************************
           SELECT ERROR-FILE ASSIGN TO ERRFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ERRFILE-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * THE DISPUTE DESK'S CARDS - LAYOUT IN DISPUTE-CARD BELOW.
      ******************************************************************
       FD  DSPCARD-FILE.

       01  FD-DSPCARD-RECORD                    PIC X(80).
      ******************************************************************
      * CUMULATIVE TRANSACTION HISTORY WRITTEN BY WBTXNPST.
      ******************************************************************
       FD  TXNHIST-FILE.

       01  FD-TXNHIST-RECORD.
           05 HST-POST-TIMESTAMP                PIC X(14).
           05 HST-ACCT-ID                       PIC 9(11).
           05 HST-TXN-TYPE                      PIC X(01).
           05 HST-TXN-AMOUNT                    PIC S9(10)V99.
           05 HST-TXN-DATE                      PIC X(10).
           05 HST-MERCHANT-NAME                 PIC X(30).
           05 HST-REFERENCE                     PIC X(16).
           05 HST-BUCKET-AFTER                  PIC S9(10)V99.
      ******************************************************************
      * PERMANENT TRANSFER CROSS-REFERENCE WRITTEN BY WBACCXFR.
      ******************************************************************
       FD  XREF-FILE.

       COPY CVXRF01Y.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * DISPUTE MASTER (CVDSP01Y) - ACCT-ID AND TXN-REFERENCE KEY.
      ******************************************************************
       FD  DSP-FILE.

       01  FD-DSPFILE-REC.
           05 FD-DSP-KEY.
              10 FD-DSP-ACCT-ID                 PIC 9(11).
              10 FD-DSP-TXN-REFERENCE           PIC X(16).
           05 FD-DSP-DATA                       PIC X(223).
      ******************************************************************
      * TONIGHT'S DISPUTE CREDITS AND REVERSALS FOR WBTXNSCR.
      ******************************************************************
       FD  POSTTXN-FILE.

       COPY CVTXN01Y.
      ******************************************************************
       FD  ERROR-FILE.

       01  FD-ERROR-RECORD.
           05 ERR-REASON                        PIC X(40).
           05 ERR-CARD-IMAGE                    PIC X(80).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVDSP01Y.
      ******************************************************************
       01  DSPCARD-STATUS.
           05  DSPCARD-STAT1       PIC X.
           05  DSPCARD-STAT2       PIC X.
       01  TXNHIST-STATUS.
           05  TXNHIST-STAT1       PIC X.
           05  TXNHIST-STAT2       PIC X.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  DSPFILE-STATUS.
           05  DSPFILE-STAT1       PIC X.
           05  DSPFILE-STAT2       PIC X.
       01  POSTTXN-STATUS.
           05  POSTTXN-STAT1       PIC X.
           05  POSTTXN-STAT2       PIC X.
       01  ERRFILE-STATUS.
           05  ERRFILE-STAT1       PIC X.
           05  ERRFILE-STAT2       PIC X.
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
      * THE DISPUTE CARD BEING APPLIED.
      ******************************************************************
       01  DISPUTE-CARD.
           05 DCD-ACTION                        PIC X(01).
              88 DCD-INTAKE                     VALUE 'I'.
              88 DCD-UPDATE                     VALUE 'U'.
              88 DCD-RESOLVE                    VALUE 'R'.
              88 DCD-ACTION-VALID               VALUE 'I' 'U' 'R'.
           05 FILLER                            PIC X(01).
           05 DCD-ACCT-ID                       PIC X(11).
           05 DCD-ACCT-ID-N REDEFINES DCD-ACCT-ID
                                                PIC 9(11).
           05 FILLER                            PIC X(01).
           05 DCD-TXN-REFERENCE                 PIC X(16).
           05 FILLER                            PIC X(01).
           05 DCD-AMOUNT                        PIC X(12).
           05 DCD-AMOUNT-N REDEFINES DCD-AMOUNT
                                                PIC 9(10)V99.
           05 FILLER                            PIC X(01).
           05 DCD-REASON-CODE                   PIC X(04).
           05 FILLER                            PIC X(01).
           05 DCD-OPTION                        PIC X(01).
           05 FILLER                            PIC X(01).
           05 DCD-NOTE                          PIC X(29).
      ******************************************************************
      * ALL OF TONIGHT'S CARDS, LOADED BEFORE THE HISTORY IS SEARCHED.
      * CDT-CHAIN-ACCT-ID IS THE CARD'S ACCOUNT FOLLOWED BY THE
      * ACCOUNTS IT REPLACED, NEWEST FIRST. CDT-HIST- IS THE TXNHIST
      * ITEM AN INTAKE CARD NAMES, WHEN IT WAS FOUND.
      ******************************************************************
       01  CARD-COUNT              PIC 9(4)   COMP VALUE ZERO.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CARD-COUNT
                   INDEXED BY CDT-IDX.
               10  CDT-CARD-IMAGE     PIC X(80).
               10  CDT-ACTION         PIC X(01).
               10  CDT-ACCT-ID        PIC 9(11).
               10  CDT-TXN-REFERENCE  PIC X(16).
               10  CDT-CHAIN-COUNT    PIC 9(01).
               10  CDT-CHAIN-ACCT-ID  PIC 9(11) OCCURS 6 TIMES
                                      INDEXED BY CHN-IDX.
               10  CDT-HIST-FOUND     PIC X(01).
               10  CDT-HIST-ACCT-ID   PIC 9(11).
               10  CDT-HIST-TYPE      PIC X(01).
               10  CDT-HIST-AMOUNT    PIC S9(10)V99.
               10  CDT-HIST-DATE      PIC X(10).
               10  CDT-HIST-MERCHANT  PIC X(30).
               10  CDT-HIST-TIMESTAMP PIC X(14).
       01  INTAKE-CARD-COUNT       PIC 9(4)   COMP VALUE ZERO.
      ******************************************************************
      * THE WALK BACK THROUGH THE TRANSFER CROSS-REFERENCE FOR ONE
      * CARD, ONE RANDOM READ PER ACCOUNT REPLACED.
      ******************************************************************
       01  CHAIN-END-SWITCH        PIC X(01)  VALUE 'N'.
           88  CHAIN-END                      VALUE 'Y'.
       01  CHAIN-ACCT-ID           PIC 9(11)  VALUE ZERO.
       01  CHAIN-COUNT-WORK        PIC 9(02)  COMP VALUE ZERO.
      ******************************************************************
      * LOOKUP KEYS AND RESULTS.
      ******************************************************************
       01  DISPUTE-KEY-WORK.
           05  DKW-ACCT-ID         PIC 9(11).
           05  DKW-TXN-REFERENCE   PIC X(16).
       01  DISPUTE-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
           88  DISPUTE-FOUND                  VALUE 'Y'.
           88  DISPUTE-NOT-FOUND              VALUE 'N'.
      * THE ACCOUNT 2550 FOUND THE CARD'S CASE UNDER.
       01  CASE-ACCT-ID            PIC 9(11)  VALUE ZERO.
       01  MASTER-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
           88  MASTER-FOUND                   VALUE 'Y'.
           88  MASTER-NOT-FOUND               VALUE 'N'.
       01  CONTROL-ON-FILE-SWITCH  PIC X(01)  VALUE 'N'.
           88  CONTROL-ON-FILE                VALUE 'Y'.
       01  LAST-CASE-NUMBER        PIC 9(08)  VALUE ZERO.
       01  REJECT-REASON           PIC X(40)  VALUE SPACES.
      ******************************************************************
      * AMOUNT WORK FIELDS. TARGET-PROVISIONAL IS THE CREDIT THE CASE
      * SHOULD STAND AT AFTER THE CARD; THE DIFFERENCE FROM THE CREDIT
      * ALREADY GIVEN IS POSTED AS A C (MORE) OR A D (LESS).
      ******************************************************************
       01  CARD-AMOUNT-SWITCH      PIC X(01)  VALUE 'N'.
           88  CARD-AMOUNT-GIVEN              VALUE 'Y'.
       01  CARD-AMOUNT             PIC S9(10)V99 VALUE ZERO.
       01  NEW-DISPUTED-AMOUNT     PIC S9(10)V99 VALUE ZERO.
       01  TARGET-PROVISIONAL      PIC S9(10)V99 VALUE ZERO.
       01  CREDIT-DELTA            PIC S9(10)V99 VALUE ZERO.
       01  CREDIT-DESCRIPTION      PIC X(30)  VALUE SPACES.
       01  DEBIT-DESCRIPTION       PIC X(30)  VALUE SPACES.
       01  POST-TYPE               PIC X(01)  VALUE SPACE.
       01  POST-AMOUNT             PIC S9(10)V99 VALUE ZERO.
       01  POST-DESCRIPTION        PIC X(30)  VALUE SPACES.
       01  POSTING-REFERENCE.
           05  PRF-PREFIX          PIC X(03)  VALUE 'DSP'.
           05  PRF-CASE-NUMBER     PIC 9(08).
           05  PRF-DASH            PIC X(01)  VALUE '-'.
           05  PRF-POSTING-COUNT   PIC 9(02).
           05  FILLER              PIC X(02)  VALUE SPACES.
      ******************************************************************
      * RUN DATE, YYYYMMDD FOR THE MASTER AND YYYY-MM-DD FOR POSTINGS.
      ******************************************************************
       01  TODAY-YYYYMMDD          PIC X(08)  VALUE SPACES.
       01  RUN-DATE-DASHED         PIC X(10)  VALUE SPACES.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER.
      ******************************************************************
       01  DISPUTE-CONTROL-TOTALS.
           05  CARDS-READ-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  CARDS-APPLIED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  CARDS-REJECTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  HIST-READ-COUNT              PIC 9(9)  COMP VALUE ZERO.
           05  CASES-OPENED-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05  CASES-UPDATED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  CASES-MOVED-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  RESOLVED-CARDHOLDER-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  RESOLVED-MERCHANT-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  WITHDRAWN-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  CREDIT-POST-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  DEBIT-POST-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  TOTAL-DISPUTED-OPENED        PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-CREDIT-POSTED          PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-DEBIT-POSTED           PIC S9(13)V99 VALUE ZERO.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBDSPUPD'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 2000-APPLY-DISPUTE-CARD
               VARYING CDT-IDX FROM 1 BY 1
               UNTIL CDT-IDX > CARD-COUNT
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBDSPUPD'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           MOVE SPACES TO RUN-DATE-DASHED
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO RUN-DATE-DASHED
           END-STRING
           PERFORM 0150-LOAD-DISPUTE-CARDS
           OPEN INPUT  XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0300-BUILD-ACCOUNT-CHAIN
               VARYING CDT-IDX FROM 1 BY 1
               UNTIL CDT-IDX > CARD-COUNT
           CLOSE XREF-FILE
           IF  INTAKE-CARD-COUNT > ZERO
               PERFORM 0400-RESEARCH-TXNHIST
           END-IF
           OPEN INPUT  ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN I-O    DSP-FILE
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT POSTTXN-FILE
           IF  POSTTXN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE POSTING FILE'
               MOVE POSTTXN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ERROR-FILE
           IF  ERRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERROR FILE'
               MOVE ERRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0500-READ-CONTROL-RECORD
           EXIT.
      ******************************************************************
      * EVERY CARD IS LOADED BEFORE ANY FILE IS UPDATED, SO THE
      * HISTORY NEED BE READ ONLY ONCE. MORE CARDS THAN THE TABLE
      * HOLDS STOPS THE RUN RC=12 WITH NOTHING APPLIED; THE CARDS ARE
      * SPLIT ACROSS TWO NIGHTS.
      ******************************************************************
       0150-LOAD-DISPUTE-CARDS.
           OPEN INPUT  DSPCARD-FILE
           IF  DSPCARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE CARD FILE'
               MOVE DSPCARD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 0160-DSPCARD-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE DSPCARD-FILE
           MOVE 'N' TO END-OF-FILE
           EXIT.
      ******************************************************************
       0160-DSPCARD-GET-NEXT.
           READ DSPCARD-FILE INTO DISPUTE-CARD
           IF  DSPCARD-STATUS = '00'
               ADD 1 TO CARDS-READ-COUNT
               PERFORM 0170-ADD-DISPUTE-CARD
           ELSE
               IF  DSPCARD-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DISPUTE CARD FILE'
                   MOVE DSPCARD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0170-ADD-DISPUTE-CARD.
           IF  CARD-COUNT < 1000
               ADD 1 TO CARD-COUNT
               SET CDT-IDX TO CARD-COUNT
               MOVE DISPUTE-CARD      TO CDT-CARD-IMAGE(CDT-IDX)
               MOVE DCD-ACTION        TO CDT-ACTION(CDT-IDX)
               MOVE DCD-TXN-REFERENCE TO CDT-TXN-REFERENCE(CDT-IDX)
               IF  DCD-ACCT-ID NUMERIC
                   MOVE DCD-ACCT-ID-N TO CDT-ACCT-ID(CDT-IDX)
               ELSE
                   MOVE ZERO          TO CDT-ACCT-ID(CDT-IDX)
               END-IF
               MOVE 'N'               TO CDT-HIST-FOUND(CDT-IDX)
               MOVE ZERO              TO CDT-HIST-ACCT-ID(CDT-IDX)
               MOVE SPACE             TO CDT-HIST-TYPE(CDT-IDX)
               MOVE ZERO              TO CDT-HIST-AMOUNT(CDT-IDX)
               MOVE SPACES            TO CDT-HIST-DATE(CDT-IDX)
               MOVE SPACES            TO CDT-HIST-MERCHANT(CDT-IDX)
               MOVE SPACES            TO CDT-HIST-TIMESTAMP(CDT-IDX)
               IF  DCD-INTAKE
                   ADD 1 TO INTAKE-CARD-COUNT
               END-IF
           ELSE
               DISPLAY 'DISPUTE CARD TABLE FULL AT 1000 - RUN '
                  'TERMINATED BEFORE THE DISPUTE MASTER WAS OPENED'
               MOVE 12 TO RETURN-CODE
               CLOSE DSPCARD-FILE
               STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      * THE CARD'S ACCOUNT AND, NEWEST FIRST, UP TO FIVE ACCOUNTS IT
      * REPLACED. THE LIMIT ALSO STOPS A LOOP IN A DAMAGED XREF.
      ******************************************************************
       0300-BUILD-ACCOUNT-CHAIN.
           MOVE 1 TO CDT-CHAIN-COUNT(CDT-IDX)
           MOVE 1 TO CHAIN-COUNT-WORK
           MOVE CDT-ACCT-ID(CDT-IDX) TO CDT-CHAIN-ACCT-ID(CDT-IDX, 1)
           MOVE CDT-ACCT-ID(CDT-IDX) TO CHAIN-ACCT-ID
           MOVE 'N' TO CHAIN-END-SWITCH
           PERFORM 0310-ADD-PREDECESSOR UNTIL CHAIN-END
           EXIT.
      ******************************************************************
       0310-ADD-PREDECESSOR.
           IF  CHAIN-COUNT-WORK NOT < 6
           OR  CHAIN-ACCT-ID = ZERO
               SET CHAIN-END TO TRUE
           ELSE
               MOVE CHAIN-ACCT-ID TO XRF-NEW-ACCT-ID
               READ XREF-FILE
               EVALUATE XREFFILE-STATUS
                   WHEN '00'
                       ADD 1 TO CHAIN-COUNT-WORK
                       MOVE CHAIN-COUNT-WORK
                                   TO CDT-CHAIN-COUNT(CDT-IDX)
                       MOVE XRF-OLD-ACCT-ID
                           TO CDT-CHAIN-ACCT-ID(CDT-IDX,
                                                CHAIN-COUNT-WORK)
                       MOVE XRF-OLD-ACCT-ID TO CHAIN-ACCT-ID
                   WHEN '23'
                       SET CHAIN-END TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING CROSS-REFERENCE FILE'
                       MOVE XREFFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF
           EXIT.
      ******************************************************************
      * ONE PASS OF THE HISTORY FINDS THE ITEM EVERY INTAKE CARD
      * NAMES: SAME TXN-REFERENCE, POSTED TO AN ACCOUNT IN THE CARD'S
      * CHAIN. THE FIRST MATCH STANDS.
      ******************************************************************
       0400-RESEARCH-TXNHIST.
           OPEN INPUT  TXNHIST-FILE
           IF  TXNHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE'
               MOVE TXNHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 0410-TXNHIST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE TXNHIST-FILE
           MOVE 'N' TO END-OF-FILE
           EXIT.
      ******************************************************************
       0410-TXNHIST-GET-NEXT.
           READ TXNHIST-FILE
           IF  TXNHIST-STATUS = '00'
               ADD 1 TO HIST-READ-COUNT
               IF  HST-REFERENCE NOT = SPACES
                   PERFORM 0420-MATCH-HISTORY-ITEM
                       VARYING CDT-IDX FROM 1 BY 1
                       UNTIL CDT-IDX > CARD-COUNT
               END-IF
           ELSE
               IF  TXNHIST-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION HISTORY FILE'
                   MOVE TXNHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0420-MATCH-HISTORY-ITEM.
           IF  CDT-ACTION(CDT-IDX)        = 'I'
           AND CDT-HIST-FOUND(CDT-IDX)    = 'N'
           AND CDT-TXN-REFERENCE(CDT-IDX) = HST-REFERENCE
               PERFORM 0430-CHECK-CHAIN-ACCOUNT
                   VARYING CHN-IDX FROM 1 BY 1
                   UNTIL CHN-IDX > CDT-CHAIN-COUNT(CDT-IDX)
           END-IF
           EXIT.
      ******************************************************************
       0430-CHECK-CHAIN-ACCOUNT.
           IF  CDT-HIST-FOUND(CDT-IDX) = 'N'
           AND CDT-CHAIN-ACCT-ID(CDT-IDX, CHN-IDX) = HST-ACCT-ID
               MOVE 'Y'                TO CDT-HIST-FOUND(CDT-IDX)
               MOVE HST-ACCT-ID        TO CDT-HIST-ACCT-ID(CDT-IDX)
               MOVE HST-TXN-TYPE       TO CDT-HIST-TYPE(CDT-IDX)
               MOVE HST-TXN-AMOUNT     TO CDT-HIST-AMOUNT(CDT-IDX)
               MOVE HST-TXN-DATE       TO CDT-HIST-DATE(CDT-IDX)
               MOVE HST-MERCHANT-NAME  TO CDT-HIST-MERCHANT(CDT-IDX)
               MOVE HST-POST-TIMESTAMP TO CDT-HIST-TIMESTAMP(CDT-IDX)
           END-IF
           EXIT.
      ******************************************************************
      * THE CONTROL RECORD CARRIES THE LAST CASE NUMBER ASSIGNED. ON
      * THE FIRST RUN AGAINST AN EMPTY MASTER IT IS NOT THERE YET;
      * NUMBERING STARTS AT 1 AND 9100 ADDS IT.
      ******************************************************************
       0500-READ-CONTROL-RECORD.
           MOVE ZERO   TO DKW-ACCT-ID
           MOVE SPACES TO DKW-TXN-REFERENCE
           PERFORM 2500-READ-DISPUTE-BY-KEY
           IF  DISPUTE-FOUND
               SET CONTROL-ON-FILE TO TRUE
               MOVE DSP-CASE-NUMBER TO LAST-CASE-NUMBER
           ELSE
               MOVE ZERO TO LAST-CASE-NUMBER
           END-IF
           DISPLAY 'LAST CASE NUMBER ON FILE:' LAST-CASE-NUMBER
           EXIT.
      ******************************************************************
      * ONE CARD. THE EDITS COMMON TO EVERY ACTION COME FIRST; EACH
      * ACTION THEN SETS REJECT-REASON IF THE CARD CANNOT BE APPLIED.
      ******************************************************************
       2000-APPLY-DISPUTE-CARD.
           MOVE CDT-CARD-IMAGE(CDT-IDX) TO DISPUTE-CARD
           MOVE SPACES TO REJECT-REASON
           PERFORM 2010-EDIT-CARD
           IF  REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN DCD-INTAKE
                       PERFORM 2100-APPLY-INTAKE
                   WHEN DCD-UPDATE
                       PERFORM 2200-APPLY-UPDATE
                   WHEN DCD-RESOLVE
                       PERFORM 2300-APPLY-RESOLVE
               END-EVALUATE
           END-IF
           IF  REJECT-REASON = SPACES
               ADD 1 TO CARDS-APPLIED-COUNT
           ELSE
               PERFORM 3000-WRITE-REJECT-RECORD
           END-IF
           EXIT.
      ******************************************************************
       2010-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT DCD-ACTION-VALID
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON
               WHEN DCD-ACCT-ID NOT NUMERIC
                   MOVE 'INVALID ACCT-ID' TO REJECT-REASON
               WHEN DCD-ACCT-ID-N = ZERO
                   MOVE 'INVALID ACCT-ID' TO REJECT-REASON
               WHEN DCD-TXN-REFERENCE = SPACES
                   MOVE 'TXN-REFERENCE MISSING' TO REJECT-REASON
               WHEN DCD-AMOUNT NOT = SPACES
                AND DCD-AMOUNT NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO REJECT-REASON
               WHEN DCD-AMOUNT NOT = SPACES
                AND DCD-AMOUNT-N = ZERO
                   MOVE 'AMOUNT MUST NOT BE ZERO' TO REJECT-REASON
           END-EVALUATE
           MOVE 'N'  TO CARD-AMOUNT-SWITCH
           MOVE ZERO TO CARD-AMOUNT
           IF  REJECT-REASON = SPACES
           AND DCD-AMOUNT NOT = SPACES
               SET CARD-AMOUNT-GIVEN TO TRUE
               MOVE DCD-AMOUNT-N TO CARD-AMOUNT
           END-IF
           EXIT.
      ******************************************************************
      * INTAKE: NO CASE YET FOR THE ITEM UNDER THE CARD'S ACCOUNT OR
      * ANY ACCOUNT IT REPLACED, THE ITEM FOUND ON THE HISTORY AS A
      * DEBIT, A REASON GIVEN, AND NO MORE DISPUTED THAN THE ITEM
      * CAME TO. THE ACCOUNT MUST BE ON THE MASTER, AND OPEN IF THE
      * PROVISIONAL CREDIT IS TO BE GIVEN.
      ******************************************************************
       2100-APPLY-INTAKE.
           PERFORM 2550-FIND-CASE
           EVALUATE TRUE
               WHEN DISPUTE-FOUND
                   MOVE 'DISPUTE ALREADY ON FILE FOR THIS ITEM'
                                           TO REJECT-REASON
               WHEN CDT-HIST-FOUND(CDT-IDX) NOT = 'Y'
                   MOVE 'ITEM NOT ON TRANSACTION HISTORY'
                                           TO REJECT-REASON
               WHEN CDT-HIST-TYPE(CDT-IDX) NOT = 'D'
                   MOVE 'ONLY A DEBIT ITEM CAN BE DISPUTED'
                                           TO REJECT-REASON
               WHEN DCD-REASON-CODE = SPACES
                   MOVE 'REASON CODE REQUIRED ON INTAKE'
                                           TO REJECT-REASON
               WHEN DCD-OPTION NOT = SPACE
                AND DCD-OPTION NOT = 'Y'
                   MOVE 'OPTION MUST BE Y OR BLANK ON INTAKE'
                                           TO REJECT-REASON
               WHEN CARD-AMOUNT-GIVEN
                AND CARD-AMOUNT > CDT-HIST-AMOUNT(CDT-IDX)
                   MOVE 'DISPUTED AMOUNT EXCEEDS THE ITEM'
                                           TO REJECT-REASON
           END-EVALUATE
           IF  REJECT-REASON = SPACES
               MOVE DCD-ACCT-ID-N TO FD-ACCT-ID
               PERFORM 2600-READ-ACCOUNT
               IF  MASTER-NOT-FOUND
                   MOVE 'ACCT-ID NOT ON MASTER' TO REJECT-REASON
               ELSE
                   IF  DCD-OPTION = 'Y'
                   AND ACCT-ACTIVE-STATUS = 'N'
                       MOVE 'ACCOUNT CLOSED - CREDIT CANNOT POST'
                                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  REJECT-REASON = SPACES
               PERFORM 2110-OPEN-CASE
           END-IF
           EXIT.
      ******************************************************************
       2110-OPEN-CASE.
           ADD 1 TO LAST-CASE-NUMBER
           MOVE SPACES                   TO DISPUTE-RECORD
           MOVE DCD-ACCT-ID-N            TO DSP-ACCT-ID
           MOVE DCD-TXN-REFERENCE        TO DSP-TXN-REFERENCE
           MOVE LAST-CASE-NUMBER         TO DSP-CASE-NUMBER
           SET DSP-CASE-OPEN             TO TRUE
           MOVE DCD-REASON-CODE          TO DSP-REASON-CODE
           MOVE TODAY-YYYYMMDD           TO DSP-OPEN-DATE
           MOVE TODAY-YYYYMMDD           TO DSP-LAST-ACTION-DATE
           MOVE CDT-HIST-ACCT-ID(CDT-IDX)   TO DSP-HIST-ACCT-ID
           MOVE CDT-HIST-DATE(CDT-IDX)      TO DSP-TXN-DATE
           MOVE CDT-HIST-MERCHANT(CDT-IDX)  TO DSP-MERCHANT-NAME
           MOVE CDT-HIST-TIMESTAMP(CDT-IDX) TO DSP-POST-TIMESTAMP
           MOVE CDT-HIST-AMOUNT(CDT-IDX)    TO DSP-TXN-AMOUNT
           IF  CARD-AMOUNT-GIVEN
               MOVE CARD-AMOUNT          TO DSP-DISPUTED-AMOUNT
           ELSE
               MOVE CDT-HIST-AMOUNT(CDT-IDX) TO DSP-DISPUTED-AMOUNT
           END-IF
           MOVE ZERO                     TO DSP-PROVISIONAL-AMOUNT
           MOVE ZERO                     TO DSP-POSTING-COUNT
           MOVE DCD-NOTE                 TO DSP-NOTE
           IF  DCD-OPTION = 'Y'
               MOVE DSP-DISPUTED-AMOUNT  TO TARGET-PROVISIONAL
               MOVE 'DISPUTE PROVISIONAL CREDIT'
                                         TO CREDIT-DESCRIPTION
               MOVE SPACES               TO DEBIT-DESCRIPTION
               PERFORM 2400-ADJUST-CREDIT
           END-IF
           MOVE DISPUTE-RECORD TO FD-DSPFILE-REC
           WRITE FD-DSPFILE-REC
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO CASES-OPENED-COUNT
           ADD DSP-DISPUTED-AMOUNT TO TOTAL-DISPUTED-OPENED
           EXIT.
      ******************************************************************
      * UPDATE: THE CASE MUST BE OPEN AND THE CARD MUST CHANGE
      * SOMETHING. ONCE A PROVISIONAL CREDIT STANDS IT FOLLOWS THE
      * DISPUTED AMOUNT, SO A CHANGED AMOUNT POSTS THE DIFFERENCE.
      ******************************************************************
       2200-APPLY-UPDATE.
           PERFORM 2550-FIND-CASE
           EVALUATE TRUE
               WHEN DISPUTE-NOT-FOUND
                   MOVE 'NO DISPUTE ON FILE FOR THIS ITEM'
                                           TO REJECT-REASON
               WHEN DSP-CASE-RESOLVED
                   MOVE 'DISPUTE ALREADY RESOLVED' TO REJECT-REASON
               WHEN DCD-OPTION NOT = SPACE
                AND DCD-OPTION NOT = 'Y'
                   MOVE 'OPTION MUST BE Y OR BLANK ON UPDATE'
                                           TO REJECT-REASON
               WHEN CARD-AMOUNT-GIVEN
                AND CARD-AMOUNT > DSP-TXN-AMOUNT
                   MOVE 'DISPUTED AMOUNT EXCEEDS THE ITEM'
                                           TO REJECT-REASON
               WHEN NOT CARD-AMOUNT-GIVEN
                AND DCD-OPTION      = SPACE
                AND DCD-REASON-CODE = SPACES
                AND DCD-NOTE        = SPACES
                   MOVE 'NOTHING TO UPDATE ON CARD' TO REJECT-REASON
           END-EVALUATE
           IF  REJECT-REASON = SPACES
               MOVE DSP-DISPUTED-AMOUNT TO NEW-DISPUTED-AMOUNT
               IF  CARD-AMOUNT-GIVEN
                   MOVE CARD-AMOUNT TO NEW-DISPUTED-AMOUNT
               END-IF
               MOVE DSP-PROVISIONAL-AMOUNT TO TARGET-PROVISIONAL
               IF  DSP-PROVISIONAL-AMOUNT > ZERO
               OR  DCD-OPTION = 'Y'
                   MOVE NEW-DISPUTED-AMOUNT TO TARGET-PROVISIONAL
               END-IF
               MOVE 'DISPUTE PROVISIONAL CREDIT'
                                         TO CREDIT-DESCRIPTION
               MOVE 'DISPUTE CREDIT ADJUSTMENT'
                                         TO DEBIT-DESCRIPTION
               PERFORM 2400-ADJUST-CREDIT
           END-IF
           IF  REJECT-REASON = SPACES
               MOVE NEW-DISPUTED-AMOUNT TO DSP-DISPUTED-AMOUNT
               PERFORM 2450-APPLY-REASON-AND-NOTE
               PERFORM 2790-SAVE-CASE
               ADD 1 TO CASES-UPDATED-COUNT
           END-IF
           EXIT.
      ******************************************************************
      * RESOLVE: C LEAVES THE CARDHOLDER CREDITED FOR THE DISPUTED
      * AMOUNT (OR THE PARTIAL AWARD ON THE CARD); M AND W TAKE BACK
      * WHATEVER CREDIT WAS GIVEN. THE CASE IS CLOSED ONLY IF THE
      * POSTING CAN BE MADE.
      ******************************************************************
       2300-APPLY-RESOLVE.
           PERFORM 2550-FIND-CASE
           EVALUATE TRUE
               WHEN DISPUTE-NOT-FOUND
                   MOVE 'NO DISPUTE ON FILE FOR THIS ITEM'
                                           TO REJECT-REASON
               WHEN DSP-CASE-RESOLVED
                   MOVE 'DISPUTE ALREADY RESOLVED' TO REJECT-REASON
               WHEN DCD-OPTION NOT = 'C'
                AND DCD-OPTION NOT = 'M'
                AND DCD-OPTION NOT = 'W'
                   MOVE 'RESOLUTION MUST BE C, M OR W'
                                           TO REJECT-REASON
               WHEN CARD-AMOUNT-GIVEN
                AND DCD-OPTION NOT = 'C'
                   MOVE 'AMOUNT ALLOWED ONLY ON A C RESOLUTION'
                                           TO REJECT-REASON
               WHEN CARD-AMOUNT-GIVEN
                AND CARD-AMOUNT > DSP-TXN-AMOUNT
                   MOVE 'DISPUTED AMOUNT EXCEEDS THE ITEM'
                                           TO REJECT-REASON
           END-EVALUATE
           IF  REJECT-REASON = SPACES
               MOVE DSP-DISPUTED-AMOUNT TO NEW-DISPUTED-AMOUNT
               IF  CARD-AMOUNT-GIVEN
                   MOVE CARD-AMOUNT TO NEW-DISPUTED-AMOUNT
               END-IF
               IF  DCD-OPTION = 'C'
                   MOVE NEW-DISPUTED-AMOUNT TO TARGET-PROVISIONAL
                   MOVE 'DISPUTE RESOLVED - CREDIT'
                                         TO CREDIT-DESCRIPTION
                   MOVE 'DISPUTE CREDIT ADJUSTMENT'
                                         TO DEBIT-DESCRIPTION
               ELSE
                   MOVE ZERO TO TARGET-PROVISIONAL
                   MOVE SPACES           TO CREDIT-DESCRIPTION
                   MOVE 'DISPUTE CREDIT REVERSAL'
                                         TO DEBIT-DESCRIPTION
               END-IF
               PERFORM 2400-ADJUST-CREDIT
           END-IF
           IF  REJECT-REASON = SPACES
               MOVE NEW-DISPUTED-AMOUNT TO DSP-DISPUTED-AMOUNT
               SET DSP-CASE-RESOLVED    TO TRUE
               MOVE DCD-OPTION          TO DSP-RESOLUTION
               MOVE TODAY-YYYYMMDD      TO DSP-RESOLVED-DATE
               PERFORM 2450-APPLY-REASON-AND-NOTE
               PERFORM 2790-SAVE-CASE
               EVALUATE TRUE
                   WHEN DSP-FOR-CARDHOLDER
                       ADD 1 TO RESOLVED-CARDHOLDER-COUNT
                   WHEN DSP-FOR-MERCHANT
                       ADD 1 TO RESOLVED-MERCHANT-COUNT
                   WHEN OTHER
                       ADD 1 TO WITHDRAWN-COUNT
               END-EVALUATE
           END-IF
           EXIT.
      ******************************************************************
      * BRINGS THE CASE'S STANDING CREDIT TO TARGET-PROVISIONAL,
      * POSTING THE DIFFERENCE AGAINST THE CARD'S ACCOUNT, WHICH THE
      * CASE IS CARRIED ON ONCE THE CARD IS APPLIED. NOTHING IS
      * POSTED, AND THE CARD IS REJECTED, IF THAT ACCOUNT IS GONE OR
      * CLOSED.
      ******************************************************************
       2400-ADJUST-CREDIT.
           COMPUTE CREDIT-DELTA =
               TARGET-PROVISIONAL - DSP-PROVISIONAL-AMOUNT
           IF  CREDIT-DELTA NOT = ZERO
               MOVE DCD-ACCT-ID-N TO FD-ACCT-ID
               PERFORM 2600-READ-ACCOUNT
               IF  MASTER-NOT-FOUND
                   MOVE 'ACCT-ID NOT ON MASTER' TO REJECT-REASON
               ELSE
                   IF  ACCT-ACTIVE-STATUS = 'N'
                       MOVE 'ACCOUNT CLOSED - ADJUSTMENT CANNOT POST'
                                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  CREDIT-DELTA NOT = ZERO
           AND REJECT-REASON = SPACES
               IF  CREDIT-DELTA > ZERO
                   MOVE 'C'                TO POST-TYPE
                   MOVE CREDIT-DELTA       TO POST-AMOUNT
                   MOVE CREDIT-DESCRIPTION TO POST-DESCRIPTION
               ELSE
                   MOVE 'D'                TO POST-TYPE
                   COMPUTE POST-AMOUNT = ZERO - CREDIT-DELTA
                   MOVE DEBIT-DESCRIPTION  TO POST-DESCRIPTION
               END-IF
               PERFORM 2700-WRITE-POSTING
               MOVE TARGET-PROVISIONAL TO DSP-PROVISIONAL-AMOUNT
               IF  TARGET-PROVISIONAL > ZERO
                   MOVE TODAY-YYYYMMDD TO DSP-PROVISIONAL-DATE
               ELSE
                   MOVE SPACES         TO DSP-PROVISIONAL-DATE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       2450-APPLY-REASON-AND-NOTE.
           IF  DCD-REASON-CODE NOT = SPACES
               MOVE DCD-REASON-CODE TO DSP-REASON-CODE
           END-IF
           IF  DCD-NOTE NOT = SPACES
               MOVE DCD-NOTE        TO DSP-NOTE
           END-IF
           MOVE TODAY-YYYYMMDD      TO DSP-LAST-ACTION-DATE
           EXIT.
      ******************************************************************
       2500-READ-DISPUTE-BY-KEY.
           MOVE DISPUTE-KEY-WORK TO FD-DSP-KEY
           READ DSP-FILE INTO DISPUTE-RECORD
           EVALUATE DSPFILE-STATUS
               WHEN '00'
                   SET DISPUTE-FOUND TO TRUE
               WHEN '23'
                   SET DISPUTE-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING DISPUTE MASTER FILE'
                   MOVE DSPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * THE CASE FOR THE CARD'S ITEM: UNDER THE CARD'S ACCOUNT, OR
      * UNDER AN ACCOUNT IT REPLACED. ONLY FINDS THE CASE AND NOTES
      * THE ACCOUNT IT IS UNDER IN CASE-ACCT-ID - NOTHING IS MOVED
      * UNTIL THE CARD HAS PASSED EVERY EDIT (SEE 2790).
      ******************************************************************
       2550-FIND-CASE.
           MOVE DCD-ACCT-ID-N     TO DKW-ACCT-ID
           MOVE DCD-TXN-REFERENCE TO DKW-TXN-REFERENCE
           PERFORM 2500-READ-DISPUTE-BY-KEY
           IF  DISPUTE-NOT-FOUND
               PERFORM 2560-TRY-PREDECESSOR
                   VARYING CHN-IDX FROM 2 BY 1
                   UNTIL CHN-IDX > CDT-CHAIN-COUNT(CDT-IDX)
                      OR DISPUTE-FOUND
           END-IF
           MOVE ZERO TO CASE-ACCT-ID
           IF  DISPUTE-FOUND
               MOVE DSP-ACCT-ID TO CASE-ACCT-ID
           END-IF
           EXIT.
      ******************************************************************
       2560-TRY-PREDECESSOR.
           MOVE CDT-CHAIN-ACCT-ID(CDT-IDX, CHN-IDX) TO DKW-ACCT-ID
           PERFORM 2500-READ-DISPUTE-BY-KEY
           EXIT.
      ******************************************************************
      * A CASE FOUND UNDER AN ACCOUNT THE CARD'S ACCOUNT REPLACED IS
      * DELETED THERE AND WRITTEN, AS UPDATED BY THE CARD, UNDER THE
      * CARD'S ACCOUNT, WHERE ITS CREDITS AND REVERSALS NOW POST.
      ******************************************************************
       2570-MOVE-CASE-TO-CARD-ACCOUNT.
           MOVE CASE-ACCT-ID      TO FD-DSP-ACCT-ID
           MOVE DSP-TXN-REFERENCE TO FD-DSP-TXN-REFERENCE
           DELETE DSP-FILE RECORD
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING DISPUTE MASTER RECORD'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY 'DISPUTE CASE ' DSP-CASE-NUMBER
                   ' MOVED FROM ACCT-ID ' CASE-ACCT-ID
                   ' TO ' DCD-ACCT-ID-N
           MOVE DCD-ACCT-ID-N  TO DSP-ACCT-ID
           MOVE DISPUTE-RECORD TO FD-DSPFILE-REC
           WRITE FD-DSPFILE-REC
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO CASES-MOVED-COUNT
           EXIT.
      ******************************************************************
       2600-READ-ACCOUNT.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   SET MASTER-FOUND TO TRUE
               WHEN '23'
                   SET MASTER-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      ******************************************************************
      * ONE CREDIT OR REVERSAL FOR WBTXNPST, DATED TONIGHT AND
      * REFERENCED TO THE CASE.
      ******************************************************************
       2700-WRITE-POSTING.
           ADD 1 TO DSP-POSTING-COUNT
           MOVE DSP-CASE-NUMBER   TO PRF-CASE-NUMBER
           MOVE DSP-POSTING-COUNT TO PRF-POSTING-COUNT
           MOVE SPACES            TO FD-TXN-RECORD
           MOVE DCD-ACCT-ID-N     TO TXN-ACCT-ID
           MOVE POST-TYPE         TO TXN-TYPE
           MOVE POST-AMOUNT       TO TXN-AMOUNT
           MOVE RUN-DATE-DASHED   TO TXN-DATE
           MOVE POST-DESCRIPTION  TO TXN-MERCHANT-NAME
           MOVE POSTING-REFERENCE TO TXN-REFERENCE
           WRITE FD-TXN-RECORD
           IF  POSTTXN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE POSTING FILE'
               MOVE POSTTXN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  TXN-TYPE-CREDIT
               ADD 1 TO CREDIT-POST-COUNT
               ADD POST-AMOUNT TO TOTAL-CREDIT-POSTED
           ELSE
               ADD 1 TO DEBIT-POST-COUNT
               ADD POST-AMOUNT TO TOTAL-DEBIT-POSTED
           END-IF
           EXIT.
      ******************************************************************
      * AN UPDATE OR RESOLVE CARD THAT HAS PASSED EVERY EDIT AND MADE
      * ITS POSTING: THE CASE IS MOVED TO THE CARD'S ACCOUNT IF IT WAS
      * FOUND UNDER ONE IT REPLACED, OR ELSE REWRITTEN IN PLACE.
      ******************************************************************
       2790-SAVE-CASE.
           IF  CASE-ACCT-ID NOT = DCD-ACCT-ID-N
               PERFORM 2570-MOVE-CASE-TO-CARD-ACCOUNT
           ELSE
               PERFORM 2800-REWRITE-DISPUTE
           END-IF
           EXIT.
      ******************************************************************
       2800-REWRITE-DISPUTE.
           MOVE DISPUTE-RECORD TO FD-DSPFILE-REC
           REWRITE FD-DSPFILE-REC
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       3000-WRITE-REJECT-RECORD.
           MOVE REJECT-REASON   TO ERR-REASON
           MOVE DISPUTE-CARD    TO ERR-CARD-IMAGE
           WRITE FD-ERROR-RECORD
           IF  ERRFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ERROR FILE'
               MOVE ERRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO CARDS-REJECTED-COUNT
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-SAVE-CONTROL-RECORD
           DISPLAY '==================================================='
           DISPLAY 'WBDSPUPD CONTROL TOTALS'
           DISPLAY 'DISPUTE CARDS READ      :' CARDS-READ-COUNT
           DISPLAY 'DISPUTE CARDS APPLIED   :' CARDS-APPLIED-COUNT
           DISPLAY 'DISPUTE CARDS REJECTED  :' CARDS-REJECTED-COUNT
           DISPLAY 'HISTORY ITEMS SEARCHED  :' HIST-READ-COUNT
           DISPLAY 'CASES OPENED            :' CASES-OPENED-COUNT
           DISPLAY 'AMOUNT DISPUTED         :' TOTAL-DISPUTED-OPENED
           DISPLAY 'CASES UPDATED           :' CASES-UPDATED-COUNT
           DISPLAY 'CASES MOVED TO NEW ACCT :' CASES-MOVED-COUNT
           DISPLAY 'RESOLVED FOR CARDHOLDER :' RESOLVED-CARDHOLDER-COUNT
           DISPLAY 'RESOLVED FOR MERCHANT   :' RESOLVED-MERCHANT-COUNT
           DISPLAY 'WITHDRAWN               :' WITHDRAWN-COUNT
           DISPLAY 'CREDITS POSTED          :' CREDIT-POST-COUNT
           DISPLAY 'CREDIT AMOUNT           :' TOTAL-CREDIT-POSTED
           DISPLAY 'REVERSALS POSTED        :' DEBIT-POST-COUNT
           DISPLAY 'REVERSAL AMOUNT         :' TOTAL-DEBIT-POSTED
           DISPLAY 'LAST CASE NUMBER        :' LAST-CASE-NUMBER
           DISPLAY '==================================================='
           CLOSE ACCTFILE-FILE
           CLOSE DSP-FILE
           CLOSE POSTTXN-FILE
           CLOSE ERROR-FILE
           IF  CARDS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * THE CONTROL RECORD IS ADDED ON THE FIRST RUN AND REWRITTEN
      * WITH THE LAST CASE NUMBER ON EVERY RUN AFTER.
      ******************************************************************
       9100-SAVE-CONTROL-RECORD.
           MOVE SPACES           TO DISPUTE-RECORD
           MOVE ZERO             TO DSP-ACCT-ID
           MOVE LAST-CASE-NUMBER TO DSP-CASE-NUMBER
           MOVE TODAY-YYYYMMDD   TO DSP-LAST-ACTION-DATE
           MOVE ZERO             TO DSP-HIST-ACCT-ID
           MOVE ZERO             TO DSP-TXN-AMOUNT
           MOVE ZERO             TO DSP-DISPUTED-AMOUNT
           MOVE ZERO             TO DSP-PROVISIONAL-AMOUNT
           MOVE ZERO             TO DSP-POSTING-COUNT
           MOVE DISPUTE-RECORD   TO FD-DSPFILE-REC
           IF  CONTROL-ON-FILE
               REWRITE FD-DSPFILE-REC
           ELSE
               WRITE FD-DSPFILE-REC
           END-IF
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR SAVING DISPUTE CONTROL RECORD'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS DISPUTE CARDS READ, OUT IS
      * CARDS APPLIED, REJECTS ARE CARDS WRITTEN TO ERRFILE. THE CALL
      * RESETS RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK IS PUT
      * BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBDSPUPD'             TO STS-PROGRAM-ID
           MOVE 'DISPUTE MAINTENANCE'  TO STS-STEP-LABEL
           MOVE CARDS-READ-COUNT       TO STS-RECORDS-IN
           MOVE CARDS-APPLIED-COUNT    TO STS-RECORDS-OUT
           MOVE CARDS-REJECTED-COUNT   TO STS-REJECTS
           MOVE SPACE                  TO STS-BALANCE-FLAG
           MOVE RETURN-CODE            TO STS-RETURN-CODE
           CALL 'WBSTPLOG' USING STEP-STAT-RECORD
           MOVE STS-RETURN-CODE        TO RETURN-CODE
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
