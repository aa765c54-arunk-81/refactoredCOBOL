      ******************************************************************
      * WBTXNSCR - DUPLICATE AND SUSPICIOUS TRANSACTION SCREEN
      *
      * RUNS EACH NIGHT BETWEEN THE FEEDS AND WBTXNPST. TONIGHT'S
      * FEED - THE CARD PROCESSOR'S DAILY FILE (PROCIN) FOLLOWED BY
      * THE ITEMS THE BANK GENERATES ITSELF (BANKIN - THE WBLOCKBX
      * BANK PAYMENTS AND THE WBDSPUPD DISPUTE CREDITS AND
      * REVERSALS), ALL CVTXN01Y LAYOUT - IS SCREENED AND ONLY THE
      * CLEAN ITEMS ARE WRITTEN TO CLEANTXN, THE FILE WBTXNPST POSTS.
      * AN ITEM IS HELD WHEN:
      *   - THE PROCESSOR'S FILE REPEATS A PRIOR NIGHT'S FILE - THE
      *     SAME ITEM COUNT AND AMOUNT TOTAL AS A SIGNATURE ON
      *     FEEDHIST, THE CUMULATIVE LOG OF ONE SIGNATURE PER NIGHT.
      *     EVERY ITEM IN A REPEATED PROCESSOR FILE IS HELD. THE
      *     BANKIN ITEMS CHANGE FROM NIGHT TO NIGHT, SO THEY ARE LEFT
      *     OUT OF THE SIGNATURE AND NEVER HELD AS A REPEATED FILE.
      *   - ITS TXN-REFERENCE IS ALREADY ON THE TRANSACTION HISTORY
      *     (TXNHIST) - IT HAS BEEN POSTED BEFORE - OR APPEARS EARLIER
      *     IN TONIGHT'S FEED. THE FIRST OCCURRENCE IN THE FEED PASSES.
      *   - IT IS A DEBIT ON AN ACCOUNT THAT HAS MORE THAN THE
      *     CONTROL-CARD NUMBER OF DEBITS DATED THE SAME DAY IN THE
      *     FEED (EVERY DEBIT OF THAT ACCOUNT-DAY IS HELD), OR A
      *     SINGLE DEBIT LARGER THAN THE ACCOUNT'S
      *     ACCT-CASH-CREDIT-LIMIT. A WBDSPUPD DISPUTE POSTING (A
      *     BANKIN ITEM WHOSE REFERENCE STARTS 'DSP') IS THE BANK
      *     UNDOING ITS OWN CREDIT, NOT CARDHOLDER SPENDING: IT IS
      *     NEITHER COUNTED NOR HELD BY THESE TWO TESTS.
      * ITEMS WITH NO REFERENCE ARE NOT CHECKED FOR REPEATS. ITEMS
      * WBTXNPST WOULD REJECT ANYWAY (BAD KEY, UNKNOWN ACCOUNT) PASS
      * THROUGH AND ARE REJECTED THERE AS BEFORE.
      *
      * HELD ITEMS GO TO THE HELD-ITEM FILE (HELDOUT), EACH UNDER A
      * HOLD-ID OF THE RUN DATE AND A SEQUENCE NUMBER, AND ARE LISTED
      * ON THE REVIEW REPORT (SCRRPT). THE NEXT NIGHT'S RUN READS
      * THAT GENERATION BACK (HELDIN) WITH OPERATIONS' DECISION CARDS
      * (RLSCARD): R RELEASES A HELD ITEM INTO TONIGHT'S CLEANTXN
      * WITHOUT SCREENING IT AGAIN, X REJECTS IT FOR GOOD, AND AN
      * ITEM WITH NO CARD IS CARRIED FORWARD STILL HELD. A CARD THAT
      * NAMES NO HELD ITEM IS REPORTED AND IGNORED.
      *
      * CLEANTXN KEEPS THE ITEMS IN THE ORDER THEY ARRIVED, RELEASED
      * ITEMS FIRST, SO THE WBTXNPST CHECKPOINT/RESTART COUNT STILL
      * MEANS WHAT IT ALWAYS HAS. ANY NEWLY HELD ITEM ENDS THE STEP
      * RC=4 SO OPERATIONS LOOKS AT THE REVIEW REPORT; WBTXNPST STILL
      * RUNS ON THE CLEAN ITEMS.
      *
      * CONTROL CARD: MAXIMUM DEBITS PER ACCOUNT PER DAY BEFORE THEY
      * ARE HELD (3 DIGITS, COLS 1-3, BLANK DEFAULTS TO 010, ZERO IS
      * NOT ALLOWED).
      * DECISION CARD (RLSCARD): ACTION R OR X IN COL 1, HOLD-ID AS
      * PRINTED ON THE REVIEW REPORT IN COLS 3-16.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBTXNSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT PROCIN-FILE ASSIGN TO PROCIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PROCIN-STATUS.
      ******************************************************************
           SELECT BANKIN-FILE ASSIGN TO BANKIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BANKIN-STATUS.
      ******************************************************************
           SELECT TXNHIST-FILE ASSIGN TO TXNHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TXNHIST-STATUS.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT FEEDHIST-FILE ASSIGN TO FEEDHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FEEDHIST-STATUS.
      ******************************************************************
           SELECT HELDIN-FILE ASSIGN TO HELDIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS HELDIN-STATUS.
      ******************************************************************
           SELECT RLSCARD-FILE ASSIGN TO RLSCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RLSCARD-STATUS.
      ******************************************************************
           SELECT CLEANTXN-FILE ASSIGN TO CLEANTXN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CLEANTXN-STATUS.
      ******************************************************************
           SELECT HELDOUT-FILE ASSIGN TO HELDOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS HELDOUT-STATUS.
      ******************************************************************
           SELECT SCRRPT-FILE ASSIGN TO SCRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCRRPT-STATUS.
      ******************************************************************
      * INTERMEDIATE COPIES OF THE FEED BETWEEN THE THREE SORTS.
           SELECT SCRWRK1-FILE ASSIGN TO SCRWRK1
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCRWRK1-STATUS.
      ******************************************************************
           SELECT SCRWRK2-FILE ASSIGN TO SCRWRK2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SCRWRK2-STATUS.
      ******************************************************************
      * SORT WORK FILE FOR THE REFERENCE, ACCOUNT-DAY AND FEED-ORDER
      * SORTS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TONIGHT'S FILE FROM THE CARD PROCESSOR - THE SHARED CVTXN01Y
      * LAYOUT.
      ******************************************************************
       FD  PROCIN-FILE.

       COPY CVTXN01Y.
      ******************************************************************
      * TONIGHT'S BANK PAYMENTS AND DISPUTE POSTINGS, SAME LAYOUT -
      * TAKEN APART THROUGH SCREEN-TXN-WORK.
      ******************************************************************
       FD  BANKIN-FILE.

       01  FD-BANKIN-RECORD                     PIC X(80).
      ******************************************************************
      * CUMULATIVE TRANSACTION HISTORY AS WBTXNPST APPENDS IT - ONLY
      * THE REFERENCE AND POSTING TIMESTAMP ARE USED HERE.
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
      * ACCOUNT MASTER - READ ONLY, RANDOM, FOR THE CASH LIMIT.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * FEED SIGNATURES, ONE PER NIGHT: RUN DATE, ITEM COUNT AND
      * AMOUNT TOTAL OF THE PROCESSOR'S FILE AS RECEIVED.
      ******************************************************************
       FD  FEEDHIST-FILE.

       01  FD-FEEDHIST-RECORD.
           05 FDH-RUN-DATE                      PIC X(08).
           05 FDH-ITEM-COUNT                    PIC 9(09).
           05 FDH-AMOUNT-TOTAL                  PIC S9(13)V99.
           05 FILLER                            PIC X(18).
      ******************************************************************
      * ITEMS HELD BY EARLIER RUNS AND NOT YET DECIDED.
      ******************************************************************
       FD  HELDIN-FILE.

       01  FD-HELDIN-RECORD.
           05 HLI-HOLD-ID                       PIC X(14).
           05 HLI-REASON                        PIC X(40).
           05 HLI-TXN-IMAGE                     PIC X(80).
      ******************************************************************
      * OPERATIONS' RELEASE / REJECT DECISIONS ON HELD ITEMS.
      ******************************************************************
       FD  RLSCARD-FILE.

       01  FD-RLSCARD-RECORD.
           05 RLS-ACTION                        PIC X(01).
              88 RLS-ACTION-RELEASE             VALUE 'R'.
              88 RLS-ACTION-REJECT              VALUE 'X'.
              88 RLS-ACTION-VALID               VALUE 'R' 'X'.
           05 FILLER                            PIC X(01).
           05 RLS-HOLD-ID                       PIC X(14).
           05 FILLER                            PIC X(64).
      ******************************************************************
      * CLEAN AND RELEASED ITEMS FOR WBTXNPST, CVTXN01Y LAYOUT.
      ******************************************************************
       FD  CLEANTXN-FILE.

       01  FD-CLEANTXN-RECORD                   PIC X(80).
      ******************************************************************
      * ITEMS STILL HELD AFTER TONIGHT: CARRIED AND NEWLY HELD.
      ******************************************************************
       FD  HELDOUT-FILE.

       01  FD-HELDOUT-RECORD.
           05 HLO-HOLD-ID                       PIC X(14).
           05 HLO-REASON                        PIC X(40).
           05 HLO-TXN-IMAGE                     PIC X(80).
      ******************************************************************
      * REVIEW REPORT PRINT LINES.
      ******************************************************************
       FD  SCRRPT-FILE.

       01  SCRRPT-PRINT-LINE                    PIC X(132).
      ******************************************************************
      * SCREEN WORK RECORDS - SAME SHAPE AS SORT-WORK-RECORD.
      ******************************************************************
       FD  SCRWRK1-FILE.

       01  FD-SCRWRK1-RECORD                    PIC X(181).
      ******************************************************************
       FD  SCRWRK2-FILE.

       01  FD-SCRWRK2-RECORD                    PIC X(181).
      ******************************************************************
      * ONE FEED ITEM (SOURCE 2 FROM THE PROCESSOR, 3 FROM THE BANK)
      * OR ONE POSTED HISTORY REFERENCE (SOURCE 1). THE HISTORY
      * SOURCE SORTS AHEAD OF THE FEED WITHIN A REFERENCE, SO A
      * POSTED REFERENCE IS ALREADY KNOWN WHEN THE FEED ITEMS
      * CARRYING IT COME BACK.
      ******************************************************************
       SD  SORT-FILE.

       01  SORT-WORK-RECORD.
           05 SRT-REFERENCE                     PIC X(16).
           05 SRT-SOURCE                        PIC X(01).
           05 SRT-SEQ                           PIC 9(09).
           05 SRT-ACCT-KEY                      PIC X(11).
           05 SRT-TXN-DATE                      PIC X(10).
           05 SRT-HIST-POSTED                   PIC X(14).
           05 SRT-REASON                        PIC X(40).
           05 SRT-TXN-IMAGE                     PIC X(80).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
       COPY CVSTP01Y.
      ******************************************************************
      * ONE TRANSACTION IMAGE TAKEN APART - CVTXN01Y UNDER SCN-.
      ******************************************************************
       COPY CVTXN01Y REPLACING ==FD-TXN-RECORD== BY ==SCREEN-TXN-WORK==
                               LEADING ==TXN-== BY ==SCN-==.
      ******************************************************************
       01  PROCIN-STATUS.
           05  PROCIN-STAT1        PIC X.
           05  PROCIN-STAT2        PIC X.
       01  BANKIN-STATUS.
           05  BANKIN-STAT1        PIC X.
           05  BANKIN-STAT2        PIC X.
       01  TXNHIST-STATUS.
           05  TXNHIST-STAT1       PIC X.
           05  TXNHIST-STAT2       PIC X.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  FEEDHIST-STATUS.
           05  FEEDHIST-STAT1      PIC X.
           05  FEEDHIST-STAT2      PIC X.
       01  HELDIN-STATUS.
           05  HELDIN-STAT1        PIC X.
           05  HELDIN-STAT2        PIC X.
       01  RLSCARD-STATUS.
           05  RLSCARD-STAT1       PIC X.
           05  RLSCARD-STAT2       PIC X.
       01  CLEANTXN-STATUS.
           05  CLEANTXN-STAT1      PIC X.
           05  CLEANTXN-STAT2      PIC X.
       01  HELDOUT-STATUS.
           05  HELDOUT-STAT1       PIC X.
           05  HELDOUT-STAT2       PIC X.
       01  SCRRPT-STATUS.
           05  SCRRPT-STAT1        PIC X.
           05  SCRRPT-STAT2        PIC X.
       01  SCRWRK1-STATUS.
           05  SCRWRK1-STAT1       PIC X.
           05  SCRWRK1-STAT2       PIC X.
       01  SCRWRK2-STATUS.
           05  SCRWRK2-STAT1       PIC X.
           05  SCRWRK2-STAT2       PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  SORT-RETURN-EOF         PIC X(01)    VALUE 'N'.
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
      * CONTROL CARD: MAXIMUM DEBITS PER ACCOUNT PER DAY.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-MAX-DEBITS       PIC 9(03)    VALUE 10.
           05  FILLER                PIC X(77).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  PARM-MAX-DEBITS-X     PIC X(03).
           05  FILLER                PIC X(77).
       01  PARM-CARD-SWITCH         PIC X(01)  VALUE 'Y'.
           88  PARM-CARD-VALID                 VALUE 'Y'.
           88  PARM-CARD-INVALID               VALUE 'N'.
      ******************************************************************
      * DECISION CARDS, LOADED BEFORE THE HELD ITEMS ARE READ. A
      * CARD IS MARKED USED WHEN IT FINDS ITS HELD ITEM.
      ******************************************************************
       01  DECISION-CARD-COUNT       PIC 9(4)  COMP VALUE ZERO.
       01  DECISION-CARD-TABLE.
           05  DECISION-CARD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON DECISION-CARD-COUNT
                   INDEXED BY DCT-IDX.
               10  DCT-ACTION         PIC X(01).
               10  DCT-HOLD-ID        PIC X(14).
               10  DCT-USED           PIC X(01).
       01  DECISION-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
           88  DECISION-FOUND                   VALUE 'Y'.
           88  DECISION-NOT-FOUND               VALUE 'N'.
      ******************************************************************
      * TONIGHT'S FEED TOTALS, THE PROCESSOR FILE'S SIGNATURE AND THE
      * REPEATED-FEED RESULT.
      ******************************************************************
       01  TODAY-STAMP             PIC X(08)  VALUE SPACES.
       01  FEED-ITEM-COUNT         PIC 9(09)  COMP VALUE ZERO.
       01  FEED-AMOUNT-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  PROC-ITEM-COUNT         PIC 9(09)  COMP VALUE ZERO.
       01  PROC-AMOUNT-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  FEED-ITEM-SOURCE        PIC X(01)  VALUE SPACE.
       01  FEED-RESEND-SWITCH      PIC X(01)  VALUE 'N'.
           88  FEED-RESENT                    VALUE 'Y'.
           88  FEED-NOT-RESENT                VALUE 'N'.
       01  RESEND-OF-DATE          PIC X(08)  VALUE SPACES.
      ******************************************************************
      * REFERENCE-ORDER PASS: THE REFERENCE BEING RETURNED, THE DATE
      * IT WAS FIRST POSTED (SPACES IF NEVER) AND HOW MANY FEED
      * ITEMS HAVE CARRIED IT SO FAR.
      ******************************************************************
       01  FEED-SEQUENCE           PIC 9(09)  VALUE ZERO.
       01  PREV-REFERENCE          PIC X(16)  VALUE LOW-VALUES.
       01  REF-POSTED-DATE         PIC X(08)  VALUE SPACES.
       01  REF-FEED-COUNT          PIC 9(05)  COMP VALUE ZERO.
      ******************************************************************
      * ACCOUNT-DAY PASS: THE ITEMS OF ONE ACCOUNT ON ONE TXN-DATE
      * ARE COLLECTED HERE SO THE DEBIT COUNT IS KNOWN BEFORE ANY OF
      * THEM IS PASSED ON. A DAY BIGGER THAN THE TABLE IS PASSED ON
      * IN PIECES, THE DEBIT COUNT RUNNING ACROSS THE PIECES - WELL
      * PAST ANY VELOCITY LIMIT BY THEN.
      ******************************************************************
       01  GROUP-ACCT-KEY          PIC X(11)  VALUE LOW-VALUES.
       01  GROUP-TXN-DATE          PIC X(10)  VALUE LOW-VALUES.
       01  GROUP-DEBIT-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  DISPUTE-ITEM-SWITCH     PIC X(01)  VALUE 'N'.
           88  DISPUTE-ITEM                   VALUE 'Y'.
           88  NOT-DISPUTE-ITEM               VALUE 'N'.
       01  GROUP-ITEM-COUNT        PIC 9(04)  COMP VALUE ZERO.
       01  GROUP-ITEM-TABLE.
           05  GROUP-ITEM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON GROUP-ITEM-COUNT
                   INDEXED BY GIT-IDX.
               10  GIT-RECORD         PIC X(181).
       01  GROUP-MASTER-SWITCH     PIC X(01)  VALUE 'N'.
           88  GROUP-MASTER-FOUND             VALUE 'Y'.
           88  GROUP-MASTER-NOT-FOUND         VALUE 'N'.
       01  GROUP-CASH-LIMIT        PIC S9(10)V99 VALUE ZERO.
       01  SCREEN-WORK-RECORD.
           05  SWK-REFERENCE          PIC X(16).
           05  SWK-SOURCE             PIC X(01).
           05  SWK-SEQ                PIC 9(09).
           05  SWK-ACCT-KEY           PIC X(11).
           05  SWK-ACCT-KEY-N REDEFINES SWK-ACCT-KEY
                                      PIC 9(11).
           05  SWK-TXN-DATE           PIC X(10).
           05  SWK-HIST-POSTED        PIC X(14).
           05  SWK-REASON             PIC X(40).
           05  SWK-TXN-IMAGE          PIC X(80).
       01  MAX-DEBITS-DISPLAY      PIC 9(03)  VALUE ZERO.
      ******************************************************************
      * HOLD-ID GIVEN TO EACH ITEM HELD TONIGHT.
      ******************************************************************
       01  NEW-HOLD-ID.
           05  NHI-RUN-DATE           PIC X(08).
           05  NHI-SEQUENCE           PIC 9(06).
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER AND REPORT FOOTER.
      ******************************************************************
       01  SCREEN-CONTROL-TOTALS.
           05  HISTORY-READ-COUNT     PIC 9(9)  COMP VALUE ZERO.
           05  CARD-READ-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  CARD-INVALID-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  CARD-UNMATCHED-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05  PRIOR-HELD-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  RELEASED-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  CARRIED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  CLEAN-COUNT            PIC 9(9)  COMP VALUE ZERO.
           05  NEW-HELD-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  HELD-RESEND-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  HELD-DUP-REF-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05  HELD-VELOCITY-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05  HELD-CASH-LIMIT-COUNT  PIC 9(7)  COMP VALUE ZERO.
           05  RELEASED-AMT           PIC S9(13)V99 VALUE ZERO.
           05  REJECTED-AMT           PIC S9(13)V99 VALUE ZERO.
           05  CARRIED-AMT            PIC S9(13)V99 VALUE ZERO.
           05  CLEAN-AMT              PIC S9(13)V99 VALUE ZERO.
           05  NEW-HELD-AMT           PIC S9(13)V99 VALUE ZERO.
       01  ITEM-AMOUNT-WORK        PIC S9(10)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE OVRRPT DATASET.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  SCRRPT-PAGE-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  SCRRPT-LINE-COUNT       PIC 9(03)  COMP VALUE 99.
       01  HELD-PRINT-LINE         PIC X(132) VALUE SPACES.
       01  SCRRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBTXNSCR'.
           05  FILLER                PIC X(30)  VALUE
               'TRANSACTION SCREEN REVIEW'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  SCRRPT-COLUMN-LINE.
           05  FILLER                PIC X(16)  VALUE 'HOLD-ID'.
           05  FILLER                PIC X(10)  VALUE 'ACTION'.
           05  FILLER                PIC X(13)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(03)  VALUE 'T'.
           05  FILLER                PIC X(16)  VALUE
               '        AMOUNT'.
           05  FILLER                PIC X(12)  VALUE 'TXN-DATE'.
           05  FILLER                PIC X(18)  VALUE 'REFERENCE'.
           05  FILLER                PIC X(44)  VALUE 'HOLD REASON'.
       01  SCREEN-DETAIL-LINE.
           05  SDL-HOLD-ID           PIC X(14).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-ACTION            PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-ACCT-ID           PIC X(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-TXN-TYPE          PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-AMOUNT            PIC -(10)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-TXN-DATE          PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-REFERENCE         PIC X(16).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SDL-REASON            PIC X(40).
           05  FILLER                PIC X(04)  VALUE SPACES.
       01  SCRRPT-FOOTER-LINE.
           05  FTR-CAPTION           PIC X(25).
           05  FTR-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(11)  VALUE '  AMOUNT : '.
           05  FTR-AMOUNT            PIC -(13)9.99.
           05  FILLER                PIC X(72)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBTXNSCR'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SETTLE-PRIOR-HOLDS
           PERFORM 0300-SORT-BY-REFERENCE
           PERFORM 0400-SORT-BY-ACCOUNT-DAY
           PERFORM 0500-SORT-BY-FEED-ORDER
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBTXNSCR'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           ACCEPT PARM-CARD FROM SYSIN
           MOVE SPACES TO RPT-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO RPT-RUN-DATE
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-STAMP
                                              NHI-RUN-DATE
           MOVE ZERO TO NHI-SEQUENCE
           PERFORM 0120-VALIDATE-PARM-CARD
           IF  PARM-CARD-INVALID
               DISPLAY 'PARM CARD REJECTED - RUN TERMINATED BEFORE '
                  'THE TRANSACTION FEED WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-MAX-DEBITS TO MAX-DEBITS-DISPLAY
           DISPLAY 'SCREEN CONTROLS IN EFFECT'
           DISPLAY 'MAX DEBITS PER ACCT-DAY :' MAX-DEBITS-DISPLAY
           PERFORM 0150-LOAD-DECISION-CARDS
           OPEN INPUT  ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT CLEANTXN-FILE
           IF  CLEANTXN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLEAN TRANSACTION FILE'
               MOVE CLEANTXN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT HELDOUT-FILE
           IF  HELDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HELD ITEM OUTPUT FILE'
               MOVE HELDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT SCRRPT-FILE
           IF  SCRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREEN REVIEW REPORT FILE'
               MOVE SCRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * A BLANK LIMIT TAKES THE DEFAULT. A LIMIT OF ZERO WOULD HOLD
      * EVERY DEBIT IN THE FEED, WHICH IS A KEYING ERROR.
      ******************************************************************
       0120-VALIDATE-PARM-CARD.
           SET PARM-CARD-VALID TO TRUE
           IF  PARM-MAX-DEBITS-X = SPACES
               MOVE 10 TO PARM-MAX-DEBITS
           ELSE
               IF  PARM-MAX-DEBITS NOT NUMERIC
               OR  PARM-MAX-DEBITS = ZERO
                   DISPLAY 'INVALID MAXIMUM DEBITS PER DAY: '
                      PARM-MAX-DEBITS-X
                      ' (EXPECTED 3 DIGITS, NOT ZERO, IN COLS 1-3)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A CARD WITH AN ACTION OTHER THAN R OR X, OR NO HOLD-ID, IS
      * DISPLAYED AND IGNORED - THE ITEM STAYS HELD UNTIL A GOOD
      * CARD ARRIVES.
      ******************************************************************
       0150-LOAD-DECISION-CARDS.
           OPEN INPUT  RLSCARD-FILE
           IF  RLSCARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DECISION CARD FILE'
               MOVE RLSCARD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 0160-RLSCARD-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE RLSCARD-FILE
           EXIT.
      ******************************************************************
       0160-RLSCARD-GET-NEXT.
           READ RLSCARD-FILE
           IF  RLSCARD-STATUS = '00'
               ADD 1 TO CARD-READ-COUNT
               IF  RLS-ACTION-VALID
               AND RLS-HOLD-ID NOT = SPACES
                   PERFORM 0170-ADD-DECISION-CARD
               ELSE
                   DISPLAY 'INVALID DECISION CARD IGNORED: '
                           FD-RLSCARD-RECORD(1:16)
                   ADD 1 TO CARD-INVALID-COUNT
               END-IF
           ELSE
               IF  RLSCARD-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DECISION CARD FILE'
                   MOVE RLSCARD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0170-ADD-DECISION-CARD.
           IF  DECISION-CARD-COUNT < 500
               ADD 1 TO DECISION-CARD-COUNT
               SET DCT-IDX TO DECISION-CARD-COUNT
               MOVE RLS-ACTION  TO DCT-ACTION(DCT-IDX)
               MOVE RLS-HOLD-ID TO DCT-HOLD-ID(DCT-IDX)
               MOVE 'N'         TO DCT-USED(DCT-IDX)
           ELSE
               DISPLAY 'DECISION CARD TABLE FULL, CARD IGNORED: '
                       FD-RLSCARD-RECORD(1:16)
               ADD 1 TO CARD-INVALID-COUNT
           END-IF
           EXIT.
      ******************************************************************
      * EVERY ITEM STILL HELD FROM EARLIER RUNS IS RELEASED INTO
      * CLEANTXN, REJECTED, OR CARRIED FORWARD, AS ITS CARD SAYS.
      ******************************************************************
       0200-SETTLE-PRIOR-HOLDS.
           OPEN INPUT  HELDIN-FILE
           IF  HELDIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HELD ITEM INPUT FILE'
               MOVE HELDIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 0210-HELDIN-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE HELDIN-FILE
           IF  DECISION-CARD-COUNT > ZERO
               PERFORM 0250-CHECK-CARD-USED
                   VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DECISION-CARD-COUNT
           END-IF
           EXIT.
      ******************************************************************
       0210-HELDIN-GET-NEXT.
           READ HELDIN-FILE
           IF  HELDIN-STATUS = '00'
               ADD 1 TO PRIOR-HELD-COUNT
               PERFORM 0220-DECIDE-HELD-ITEM
           ELSE
               IF  HELDIN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING HELD ITEM INPUT FILE'
                   MOVE HELDIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       0220-DECIDE-HELD-ITEM.
           MOVE HLI-TXN-IMAGE TO SCREEN-TXN-WORK
           IF  SCN-AMOUNT NUMERIC
               MOVE SCN-AMOUNT TO ITEM-AMOUNT-WORK
           ELSE
               MOVE ZERO       TO ITEM-AMOUNT-WORK
           END-IF
           SET DECISION-NOT-FOUND TO TRUE
           IF  DECISION-CARD-COUNT > ZERO
               SET DCT-IDX TO 1
               SEARCH DECISION-CARD-ENTRY
                   AT END
                       CONTINUE
                   WHEN DCT-HOLD-ID(DCT-IDX) = HLI-HOLD-ID
                       SET DECISION-FOUND TO TRUE
                       MOVE 'Y' TO DCT-USED(DCT-IDX)
               END-SEARCH
           END-IF
           IF  DECISION-NOT-FOUND
               MOVE HLI-HOLD-ID   TO HLO-HOLD-ID
               MOVE HLI-REASON    TO HLO-REASON
               MOVE HLI-TXN-IMAGE TO HLO-TXN-IMAGE
               PERFORM 4300-WRITE-HELDOUT-RECORD
               ADD 1                TO CARRIED-COUNT
               ADD ITEM-AMOUNT-WORK TO CARRIED-AMT
               MOVE 'PENDING'       TO SDL-ACTION
           ELSE
               IF  DCT-ACTION(DCT-IDX) = 'R'
                   MOVE HLI-TXN-IMAGE TO FD-CLEANTXN-RECORD
                   PERFORM 4200-WRITE-CLEANTXN-RECORD
                   ADD 1                TO RELEASED-COUNT
                   ADD ITEM-AMOUNT-WORK TO RELEASED-AMT
                   MOVE 'RELEASED'      TO SDL-ACTION
               ELSE
                   ADD 1                TO REJECTED-COUNT
                   ADD ITEM-AMOUNT-WORK TO REJECTED-AMT
                   MOVE 'REJECTED'      TO SDL-ACTION
               END-IF
           END-IF
           MOVE HLI-HOLD-ID TO SDL-HOLD-ID
           MOVE HLI-REASON  TO SDL-REASON
           PERFORM 8100-PRINT-SCREEN-DETAIL
           EXIT.
      ******************************************************************
       0250-CHECK-CARD-USED.
           IF  DCT-USED(DCT-IDX) = 'N'
               DISPLAY 'DECISION CARD MATCHED NO HELD ITEM: '
                       DCT-ACTION(DCT-IDX) ' ' DCT-HOLD-ID(DCT-IDX)
               ADD 1 TO CARD-UNMATCHED-COUNT
           END-IF
           EXIT.
      ******************************************************************
      * SORT 1: REFERENCE ORDER, HISTORY AHEAD OF FEED. FLAGS
      * REPEATED FEEDS AND REPEATED REFERENCES.
      ******************************************************************
       0300-SORT-BY-REFERENCE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REFERENCE
               ON ASCENDING KEY SRT-SOURCE
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-SCREEN-INPUT
               OUTPUT PROCEDURE IS 2000-SCREEN-REFERENCES
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING FEED BY REFERENCE, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * SORT 2: ACCOUNT AND TXN-DATE ORDER. FLAGS VELOCITY AND
      * CASH-LIMIT DEBITS.
      ******************************************************************
       0400-SORT-BY-ACCOUNT-DAY.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-KEY
               ON ASCENDING KEY SRT-TXN-DATE
               ON ASCENDING KEY SRT-SEQ
               USING SCRWRK1-FILE
               OUTPUT PROCEDURE IS 3000-SCREEN-ACCOUNT-DAYS
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING FEED BY ACCOUNT AND DAY, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * SORT 3: BACK INTO THE ORDER THE FEED ARRIVED IN, ROUTING
      * EACH ITEM TO CLEANTXN OR TO THE HELD FILE.
      ******************************************************************
       0500-SORT-BY-FEED-ORDER.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SEQ
               USING SCRWRK2-FILE
               OUTPUT PROCEDURE IS 4000-ROUTE-SCREENED-ITEMS
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING FEED INTO ARRIVAL ORDER, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * RELEASES EVERY POSTED REFERENCE FROM THE HISTORY, THEN EVERY
      * FEED ITEM NUMBERED IN ARRIVAL ORDER - THE PROCESSOR'S FILE
      * (SOURCE 2) AHEAD OF THE BANK'S OWN ITEMS (SOURCE 3), SO THE
      * SOURCE NEVER REORDERS THE ITEMS OF ONE REFERENCE. THE
      * PROCESSOR FILE'S SIGNATURE IS TAKEN ON THE WAY THROUGH.
      ******************************************************************
       1000-RELEASE-SCREEN-INPUT.
           OPEN INPUT  TXNHIST-FILE
           IF  TXNHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE'
               MOVE TXNHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-RELEASE-HISTORY UNTIL END-OF-FILE = 'Y'
           CLOSE TXNHIST-FILE
           OPEN INPUT  PROCIN-FILE
           IF  PROCIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROCESSOR TRANSACTION FILE'
               MOVE PROCIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1200-RELEASE-PROCESSOR-ITEM UNTIL END-OF-FILE = 'Y'
           CLOSE PROCIN-FILE
           OPEN INPUT  BANKIN-FILE
           IF  BANKIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BANK TRANSACTION FILE'
               MOVE BANKIN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1250-RELEASE-BANK-ITEM UNTIL END-OF-FILE = 'Y'
           CLOSE BANKIN-FILE
           EXIT.
      ******************************************************************
       1100-RELEASE-HISTORY.
           READ TXNHIST-FILE
           IF  TXNHIST-STATUS = '00'
               ADD 1 TO HISTORY-READ-COUNT
               IF  HST-REFERENCE NOT = SPACES
                   MOVE SPACES             TO SORT-WORK-RECORD
                   MOVE HST-REFERENCE      TO SRT-REFERENCE
                   MOVE '1'                TO SRT-SOURCE
                   MOVE ZERO               TO SRT-SEQ
                   MOVE HST-POST-TIMESTAMP TO SRT-HIST-POSTED
                   RELEASE SORT-WORK-RECORD
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
       1200-RELEASE-PROCESSOR-ITEM.
           READ PROCIN-FILE
           IF  PROCIN-STATUS = '00'
               ADD 1 TO PROC-ITEM-COUNT
               IF  TXN-AMOUNT NUMERIC
                   ADD TXN-AMOUNT TO PROC-AMOUNT-TOTAL
               END-IF
               MOVE FD-TXN-RECORD TO SCREEN-TXN-WORK
               MOVE '2'           TO FEED-ITEM-SOURCE
               PERFORM 1300-RELEASE-FEED-ITEM
           ELSE
               IF  PROCIN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PROCESSOR TRANSACTION FILE'
                   MOVE PROCIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1250-RELEASE-BANK-ITEM.
           READ BANKIN-FILE
           IF  BANKIN-STATUS = '00'
               MOVE FD-BANKIN-RECORD TO SCREEN-TXN-WORK
               MOVE '3'              TO FEED-ITEM-SOURCE
               PERFORM 1300-RELEASE-FEED-ITEM
           ELSE
               IF  BANKIN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING BANK TRANSACTION FILE'
                   MOVE BANKIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * ONE FEED ITEM FROM SCREEN-TXN-WORK, NUMBERED IN ARRIVAL ORDER.
      ******************************************************************
       1300-RELEASE-FEED-ITEM.
           ADD 1 TO FEED-SEQUENCE
           ADD 1 TO FEED-ITEM-COUNT
           IF  SCN-AMOUNT NUMERIC
               ADD SCN-AMOUNT TO FEED-AMOUNT-TOTAL
           END-IF
           MOVE SPACES                TO SORT-WORK-RECORD
           MOVE SCN-REFERENCE         TO SRT-REFERENCE
           MOVE FEED-ITEM-SOURCE      TO SRT-SOURCE
           MOVE FEED-SEQUENCE         TO SRT-SEQ
           MOVE SCREEN-TXN-WORK(1:11) TO SRT-ACCT-KEY
           MOVE SCN-DATE              TO SRT-TXN-DATE
           MOVE SCREEN-TXN-WORK       TO SRT-TXN-IMAGE
           RELEASE SORT-WORK-RECORD
           EXIT.
      ******************************************************************
      * THE WHOLE FEED HAS BEEN RELEASED BY THE TIME THIS RUNS, SO
      * THE PROCESSOR FILE'S SIGNATURE IS COMPLETE AND THE
      * REPEATED-FEED TEST IS MADE BEFORE THE FIRST ITEM COMES BACK.
      ******************************************************************
       2000-SCREEN-REFERENCES.
           PERFORM 2050-CHECK-FEED-RESEND
           OPEN OUTPUT SCRWRK1-FILE
           IF  SCRWRK1-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREEN WORK FILE 1'
               MOVE SCRWRK1-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE LOW-VALUES TO PREV-REFERENCE
           MOVE 'N'        TO SORT-RETURN-EOF
           PERFORM 2100-RETURN-BY-REFERENCE
               UNTIL SORT-RETURN-EOF = 'Y'
           CLOSE SCRWRK1-FILE
           EXIT.
      ******************************************************************
      * THE PROCESSOR'S FILE MATCHES A PRIOR NIGHT WHEN BOTH THE ITEM
      * COUNT AND THE AMOUNT TOTAL ARE THE SAME. TODAY'S OWN
      * SIGNATURE (A RERUN OF THIS STEP) DOES NOT COUNT, AND AN EMPTY
      * FILE IS NEVER A REPEAT.
      ******************************************************************
       2050-CHECK-FEED-RESEND.
           SET FEED-NOT-RESENT TO TRUE
           OPEN INPUT  FEEDHIST-FILE
           IF  FEEDHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEED HISTORY FILE'
               MOVE FEEDHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 2060-FEEDHIST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE FEEDHIST-FILE
           IF  FEED-RESENT
               DISPLAY 'TONIGHT''S PROCESSOR FILE MATCHES THE FILE OF '
                       RESEND-OF-DATE ' - EVERY ITEM IN IT HELD'
           END-IF
           EXIT.
      ******************************************************************
       2060-FEEDHIST-GET-NEXT.
           READ FEEDHIST-FILE
           IF  FEEDHIST-STATUS = '00'
               IF  FDH-RUN-DATE < TODAY-STAMP
               AND PROC-ITEM-COUNT > ZERO
               AND FDH-ITEM-COUNT = PROC-ITEM-COUNT
               AND FDH-AMOUNT-TOTAL = PROC-AMOUNT-TOTAL
                   SET FEED-RESENT TO TRUE
                   MOVE FDH-RUN-DATE TO RESEND-OF-DATE
               END-IF
           ELSE
               IF  FEEDHIST-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING FEED HISTORY FILE'
                   MOVE FEEDHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       2100-RETURN-BY-REFERENCE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 2200-CHECK-REFERENCE
           END-RETURN
           EXIT.
      ******************************************************************
      * HISTORY RECORDS ONLY NOTE THAT THE REFERENCE WAS POSTED.
      * FEED ITEMS ARE FLAGGED (WORST REASON FIRST) AND WRITTEN ON
      * TO THE ACCOUNT-DAY PASS WHETHER FLAGGED OR NOT.
      ******************************************************************
       2200-CHECK-REFERENCE.
           IF  SRT-REFERENCE NOT = PREV-REFERENCE
               MOVE SRT-REFERENCE TO PREV-REFERENCE
               MOVE SPACES        TO REF-POSTED-DATE
               MOVE ZERO          TO REF-FEED-COUNT
           END-IF
           IF  SRT-SOURCE = '1'
               IF  REF-POSTED-DATE = SPACES
                   MOVE SRT-HIST-POSTED(1:8) TO REF-POSTED-DATE
               END-IF
           ELSE
               MOVE SPACES TO SRT-REASON
               EVALUATE TRUE
                   WHEN FEED-RESENT
                    AND SRT-SOURCE = '2'
                       STRING 'FEED REPEATS FILE RECEIVED '
                                           DELIMITED BY SIZE
                              RESEND-OF-DATE DELIMITED BY SIZE
                                 INTO SRT-REASON
                       END-STRING
                   WHEN SRT-REFERENCE = SPACES
                       CONTINUE
                   WHEN REF-POSTED-DATE NOT = SPACES
                       STRING 'REFERENCE ALREADY POSTED '
                                           DELIMITED BY SIZE
                              REF-POSTED-DATE DELIMITED BY SIZE
                                 INTO SRT-REASON
                       END-STRING
                   WHEN REF-FEED-COUNT > ZERO
                       MOVE 'REFERENCE REPEATED IN TONIGHT''S FEED'
                                           TO SRT-REASON
               END-EVALUATE
               ADD 1 TO REF-FEED-COUNT
               WRITE FD-SCRWRK1-RECORD FROM SORT-WORK-RECORD
               IF  SCRWRK1-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING SCREEN WORK FILE 1'
                   MOVE SCRWRK1-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       3000-SCREEN-ACCOUNT-DAYS.
           OPEN OUTPUT SCRWRK2-FILE
           IF  SCRWRK2-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREEN WORK FILE 2'
               MOVE SCRWRK2-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE LOW-VALUES TO GROUP-ACCT-KEY
           MOVE LOW-VALUES TO GROUP-TXN-DATE
           MOVE ZERO       TO GROUP-ITEM-COUNT
           MOVE ZERO       TO GROUP-DEBIT-COUNT
           MOVE 'N'        TO SORT-RETURN-EOF
           PERFORM 3100-RETURN-BY-ACCOUNT-DAY
               UNTIL SORT-RETURN-EOF = 'Y'
           IF  GROUP-ITEM-COUNT > ZERO
               PERFORM 3300-FLUSH-ACCOUNT-DAY
           END-IF
           CLOSE SCRWRK2-FILE
           EXIT.
      ******************************************************************
       3100-RETURN-BY-ACCOUNT-DAY.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 3200-COLLECT-ACCOUNT-DAY
           END-RETURN
           EXIT.
      ******************************************************************
       3200-COLLECT-ACCOUNT-DAY.
           IF  SRT-ACCT-KEY NOT = GROUP-ACCT-KEY
           OR  SRT-TXN-DATE NOT = GROUP-TXN-DATE
               IF  GROUP-ITEM-COUNT > ZERO
                   PERFORM 3300-FLUSH-ACCOUNT-DAY
               END-IF
               MOVE SRT-ACCT-KEY TO GROUP-ACCT-KEY
               MOVE SRT-TXN-DATE TO GROUP-TXN-DATE
               MOVE ZERO         TO GROUP-DEBIT-COUNT
           END-IF
           IF  GROUP-ITEM-COUNT = 500
               PERFORM 3300-FLUSH-ACCOUNT-DAY
           END-IF
           ADD 1 TO GROUP-ITEM-COUNT
           MOVE SORT-WORK-RECORD TO GIT-RECORD(GROUP-ITEM-COUNT)
           MOVE SORT-WORK-RECORD TO SCREEN-WORK-RECORD
           MOVE SWK-TXN-IMAGE    TO SCREEN-TXN-WORK
           PERFORM 3450-CHECK-DISPUTE-ITEM
           IF  SCN-TYPE-DEBIT
           AND NOT-DISPUTE-ITEM
               ADD 1 TO GROUP-DEBIT-COUNT
           END-IF
           EXIT.
      ******************************************************************
       3300-FLUSH-ACCOUNT-DAY.
           PERFORM 3350-READ-GROUP-MASTER
           PERFORM 3400-SCREEN-GROUP-ITEM
               VARYING GIT-IDX FROM 1 BY 1
               UNTIL GIT-IDX > GROUP-ITEM-COUNT
           MOVE ZERO TO GROUP-ITEM-COUNT
           EXIT.
      ******************************************************************
      * THE CASH LIMIT IS ONLY NEEDED WHEN THE ACCOUNT-DAY HAS A
      * DEBIT. AN UNKNOWN OR NON-NUMERIC ACCT-ID IS LEFT FOR
      * WBTXNPST TO REJECT.
      ******************************************************************
       3350-READ-GROUP-MASTER.
           SET GROUP-MASTER-NOT-FOUND TO TRUE
           MOVE GROUP-ACCT-KEY TO SWK-ACCT-KEY
           IF  GROUP-DEBIT-COUNT > ZERO
           AND SWK-ACCT-KEY-N NUMERIC
               MOVE SWK-ACCT-KEY-N TO FD-ACCT-ID
               READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               EVALUATE ACCTFILE-STATUS
                   WHEN '00'
                       SET GROUP-MASTER-FOUND TO TRUE
                       MOVE ACCT-CASH-CREDIT-LIMIT TO GROUP-CASH-LIMIT
                   WHEN '23'
                       SET GROUP-MASTER-NOT-FOUND TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR READING ACCOUNT FILE'
                       MOVE ACCTFILE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF
           EXIT.
      ******************************************************************
      * AN ITEM ALREADY FLAGGED KEEPS ITS FIRST REASON. A DISPUTE
      * POSTING IS ONLY SCREENED AS A REPEAT.
      ******************************************************************
       3400-SCREEN-GROUP-ITEM.
           MOVE GIT-RECORD(GIT-IDX) TO SCREEN-WORK-RECORD
           MOVE SWK-TXN-IMAGE       TO SCREEN-TXN-WORK
           PERFORM 3450-CHECK-DISPUTE-ITEM
           IF  SWK-REASON = SPACES
           AND SCN-TYPE-DEBIT
           AND NOT-DISPUTE-ITEM
               IF  GROUP-DEBIT-COUNT > PARM-MAX-DEBITS
                   STRING 'VELOCITY - OVER '  DELIMITED BY SIZE
                          MAX-DEBITS-DISPLAY  DELIMITED BY SIZE
                          ' DEBITS IN ONE DAY' DELIMITED BY SIZE
                             INTO SWK-REASON
                   END-STRING
               ELSE
                   IF  GROUP-MASTER-FOUND
                   AND SCN-AMOUNT NUMERIC
                   AND SCN-AMOUNT > GROUP-CASH-LIMIT
                       MOVE 'DEBIT OVER ACCT-CASH-CREDIT-LIMIT'
                                             TO SWK-REASON
                   END-IF
               END-IF
           END-IF
           WRITE FD-SCRWRK2-RECORD FROM SCREEN-WORK-RECORD
           IF  SCRWRK2-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCREEN WORK FILE 2'
               MOVE SCRWRK2-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * A DISPUTE POSTING COMES IN ON BANKIN (SOURCE 3) UNDER THE
      * 'DSP' REFERENCE WBDSPUPD GIVES IT. SCREEN-WORK-RECORD AND
      * SCREEN-TXN-WORK MUST HOLD THE ITEM.
      ******************************************************************
       3450-CHECK-DISPUTE-ITEM.
           SET NOT-DISPUTE-ITEM TO TRUE
           IF  SWK-SOURCE = '3'
           AND SCN-REFERENCE(1:3) = 'DSP'
               SET DISPUTE-ITEM TO TRUE
           END-IF
           EXIT.
      ******************************************************************
       4000-ROUTE-SCREENED-ITEMS.
           MOVE 'N' TO SORT-RETURN-EOF
           PERFORM 4100-RETURN-BY-FEED-ORDER
               UNTIL SORT-RETURN-EOF = 'Y'
           EXIT.
      ******************************************************************
       4100-RETURN-BY-FEED-ORDER.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 4150-ROUTE-ITEM
           END-RETURN
           EXIT.
      ******************************************************************
      * A CLEAN ITEM GOES TO WBTXNPST; A FLAGGED ONE IS GIVEN THE
      * NEXT HOLD-ID, HELD AND LISTED FOR REVIEW.
      ******************************************************************
       4150-ROUTE-ITEM.
           MOVE SRT-TXN-IMAGE TO SCREEN-TXN-WORK
           IF  SCN-AMOUNT NUMERIC
               MOVE SCN-AMOUNT TO ITEM-AMOUNT-WORK
           ELSE
               MOVE ZERO       TO ITEM-AMOUNT-WORK
           END-IF
           IF  SRT-REASON = SPACES
               MOVE SRT-TXN-IMAGE TO FD-CLEANTXN-RECORD
               PERFORM 4200-WRITE-CLEANTXN-RECORD
               ADD 1                TO CLEAN-COUNT
               ADD ITEM-AMOUNT-WORK TO CLEAN-AMT
           ELSE
               ADD 1 TO NHI-SEQUENCE
               MOVE NEW-HOLD-ID     TO HLO-HOLD-ID
               MOVE SRT-REASON      TO HLO-REASON
               MOVE SRT-TXN-IMAGE   TO HLO-TXN-IMAGE
               PERFORM 4300-WRITE-HELDOUT-RECORD
               ADD 1                TO NEW-HELD-COUNT
               ADD ITEM-AMOUNT-WORK TO NEW-HELD-AMT
               EVALUATE TRUE
                   WHEN SRT-REASON(1:4) = 'FEED'
                       ADD 1 TO HELD-RESEND-COUNT
                   WHEN SRT-REASON(1:9) = 'REFERENCE'
                       ADD 1 TO HELD-DUP-REF-COUNT
                   WHEN SRT-REASON(1:8) = 'VELOCITY'
                       ADD 1 TO HELD-VELOCITY-COUNT
                   WHEN OTHER
                       ADD 1 TO HELD-CASH-LIMIT-COUNT
               END-EVALUATE
               MOVE NEW-HOLD-ID     TO SDL-HOLD-ID
               MOVE 'HELD'          TO SDL-ACTION
               MOVE SRT-REASON      TO SDL-REASON
               PERFORM 8100-PRINT-SCREEN-DETAIL
           END-IF
           EXIT.
      ******************************************************************
       4200-WRITE-CLEANTXN-RECORD.
           WRITE FD-CLEANTXN-RECORD
           IF  CLEANTXN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CLEAN TRANSACTION FILE'
               MOVE CLEANTXN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       4300-WRITE-HELDOUT-RECORD.
           WRITE FD-HELDOUT-RECORD
           IF  HELDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HELD ITEM OUTPUT FILE'
               MOVE HELDOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * TONIGHT'S SIGNATURE IS ADDED TO THE FEED HISTORY, THE REPORT
      * FOOTER AND SYSOUT TRAILER ARE WRITTEN, AND ANY NEW HOLD ENDS
      * THE STEP RC=4.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-WRITE-FEED-SIGNATURE
           MOVE SPACES TO SCRRPT-PRINT-LINE
           PERFORM 8200-PRINT-SCRRPT-LINE
           MOVE 'FEED ITEMS SCREENED     :' TO FTR-CAPTION
           MOVE FEED-ITEM-COUNT    TO FTR-COUNT
           MOVE FEED-AMOUNT-TOTAL  TO FTR-AMOUNT
           PERFORM 8150-PRINT-FOOTER-LINE
           MOVE 'PASSED CLEAN            :' TO FTR-CAPTION
           MOVE CLEAN-COUNT        TO FTR-COUNT
           MOVE CLEAN-AMT          TO FTR-AMOUNT
           PERFORM 8150-PRINT-FOOTER-LINE
           MOVE 'HELD TONIGHT            :' TO FTR-CAPTION
           MOVE NEW-HELD-COUNT     TO FTR-COUNT
           MOVE NEW-HELD-AMT       TO FTR-AMOUNT
           PERFORM 8150-PRINT-FOOTER-LINE
           MOVE 'RELEASED FROM HOLD      :' TO FTR-CAPTION
           MOVE RELEASED-COUNT     TO FTR-COUNT
           MOVE RELEASED-AMT       TO FTR-AMOUNT
           PERFORM 8150-PRINT-FOOTER-LINE
           MOVE 'REJECTED FROM HOLD      :' TO FTR-CAPTION
           MOVE REJECTED-COUNT     TO FTR-COUNT
           MOVE REJECTED-AMT       TO FTR-AMOUNT
           PERFORM 8150-PRINT-FOOTER-LINE
           MOVE 'STILL HELD FROM BEFORE  :' TO FTR-CAPTION
           MOVE CARRIED-COUNT      TO FTR-COUNT
           MOVE CARRIED-AMT        TO FTR-AMOUNT
           PERFORM 8150-PRINT-FOOTER-LINE
           DISPLAY '==================================================='
           DISPLAY 'WBTXNSCR CONTROL TOTALS'
           DISPLAY 'HISTORY RECORDS READ    :' HISTORY-READ-COUNT
           DISPLAY 'FEED ITEMS READ         :' FEED-ITEM-COUNT
           DISPLAY 'FEED AMOUNT TOTAL       :' FEED-AMOUNT-TOTAL
           DISPLAY '  PROCESSOR FILE ITEMS  :' PROC-ITEM-COUNT
           DISPLAY '  PROCESSOR FILE AMOUNT :' PROC-AMOUNT-TOTAL
           DISPLAY 'ITEMS PASSED CLEAN      :' CLEAN-COUNT
           DISPLAY 'ITEMS HELD TONIGHT      :' NEW-HELD-COUNT
           DISPLAY '  REPEATED FEED         :' HELD-RESEND-COUNT
           DISPLAY '  REPEATED REFERENCE    :' HELD-DUP-REF-COUNT
           DISPLAY '  DEBIT VELOCITY        :' HELD-VELOCITY-COUNT
           DISPLAY '  OVER CASH LIMIT       :' HELD-CASH-LIMIT-COUNT
           DISPLAY 'PRIOR HOLDS READ        :' PRIOR-HELD-COUNT
           DISPLAY 'RELEASED FROM HOLD      :' RELEASED-COUNT
           DISPLAY 'REJECTED FROM HOLD      :' REJECTED-COUNT
           DISPLAY 'STILL HELD FROM BEFORE  :' CARRIED-COUNT
           DISPLAY 'DECISION CARDS READ     :' CARD-READ-COUNT
           DISPLAY 'DECISION CARDS INVALID  :' CARD-INVALID-COUNT
           DISPLAY 'DECISION CARDS UNMATCHED:' CARD-UNMATCHED-COUNT
           DISPLAY '==================================================='
           CLOSE ACCTFILE-FILE
           CLOSE CLEANTXN-FILE
           CLOSE HELDOUT-FILE
           CLOSE SCRRPT-FILE
           IF  NEW-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
       9100-WRITE-FEED-SIGNATURE.
           OPEN EXTEND FEEDHIST-FILE
           IF  FEEDHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEED HISTORY FILE FOR EXTEND'
               MOVE FEEDHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES            TO FD-FEEDHIST-RECORD
           MOVE TODAY-STAMP       TO FDH-RUN-DATE
           MOVE PROC-ITEM-COUNT   TO FDH-ITEM-COUNT
           MOVE PROC-AMOUNT-TOTAL TO FDH-AMOUNT-TOTAL
           WRITE FD-FEEDHIST-RECORD
           IF  FEEDHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FEED HISTORY FILE'
               MOVE FEEDHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE FEEDHIST-FILE
           EXIT.
      ******************************************************************
      * ONE REVIEW LINE FROM THE IMAGE IN SCREEN-TXN-WORK; THE
      * CALLER HAS SET THE HOLD-ID, ACTION AND REASON.
      ******************************************************************
       8100-PRINT-SCREEN-DETAIL.
           MOVE SCREEN-TXN-WORK(1:11) TO SDL-ACCT-ID
           MOVE SCN-TYPE              TO SDL-TXN-TYPE
           MOVE ITEM-AMOUNT-WORK      TO SDL-AMOUNT
           MOVE SCN-DATE              TO SDL-TXN-DATE
           MOVE SCN-REFERENCE         TO SDL-REFERENCE
           MOVE SCREEN-DETAIL-LINE    TO SCRRPT-PRINT-LINE
           PERFORM 8200-PRINT-SCRRPT-LINE
           EXIT.
      ******************************************************************
       8150-PRINT-FOOTER-LINE.
           MOVE SCRRPT-FOOTER-LINE TO SCRRPT-PRINT-LINE
           PERFORM 8200-PRINT-SCRRPT-LINE
           EXIT.
      ******************************************************************
       8200-PRINT-SCRRPT-LINE.
           IF  SCRRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-SCRRPT-HEADINGS
           END-IF
           PERFORM 8250-WRITE-SCRRPT-ADVANCE-1
           EXIT.
      ******************************************************************
      * THE HEADINGS OVERWRITE SCRRPT-PRINT-LINE, SO THE LINE WAITING
      * TO BE PRINTED IS PARKED AND PUT BACK AFTERWARDS.
      ******************************************************************
       8240-WRITE-SCRRPT-HEADINGS.
           MOVE SCRRPT-PRINT-LINE    TO HELD-PRINT-LINE
           ADD 1 TO SCRRPT-PAGE-COUNT
           MOVE SCRRPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           WRITE SCRRPT-PRINT-LINE FROM SCRRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  SCRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCREEN REVIEW REPORT FILE'
               MOVE SCRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE SPACES               TO SCRRPT-PRINT-LINE
           PERFORM 8250-WRITE-SCRRPT-ADVANCE-1
           MOVE SCRRPT-COLUMN-LINE   TO SCRRPT-PRINT-LINE
           PERFORM 8250-WRITE-SCRRPT-ADVANCE-1
           MOVE SPACES               TO SCRRPT-PRINT-LINE
           PERFORM 8250-WRITE-SCRRPT-ADVANCE-1
           MOVE 4 TO SCRRPT-LINE-COUNT
           MOVE HELD-PRINT-LINE      TO SCRRPT-PRINT-LINE
           EXIT.
      ******************************************************************
       8250-WRITE-SCRRPT-ADVANCE-1.
           WRITE SCRRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  SCRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCREEN REVIEW REPORT FILE'
               MOVE SCRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO SCRRPT-LINE-COUNT
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS FEED ITEMS SCREENED, OUT
      * IS ITEMS PASSED CLEAN, REJECTS ARE THE ITEMS HELD TONIGHT.
      * THE CALL RESETS RETURN-CODE, SO THE CODE CARRIED IN THE
      * BLOCK IS PUT BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBTXNSCR'             TO STS-PROGRAM-ID
           MOVE 'TRANSACTION SCREEN'   TO STS-STEP-LABEL
           MOVE FEED-ITEM-COUNT        TO STS-RECORDS-IN
           MOVE CLEAN-COUNT            TO STS-RECORDS-OUT
           MOVE NEW-HELD-COUNT         TO STS-REJECTS
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
