      ******************************************************************
      * WBCRLREV - PERIODIC CREDIT LINE REVIEW PROPOSALS
      *
      * SCORES EVERY OPEN ACCOUNT ON THE MASTER AGAINST ITS OWN
      * HISTORY AND PROPOSES A NEW ACCT-CREDIT-LIMIT AND
      * ACCT-CASH-CREDIT-LIMIT WHERE THE REVIEW RULES CALL FOR ONE.
      * THREE HISTORIES FEED THE SCORE:
      *   - UTILIZATION: THE DAILY SNAPSHOTS STILL ON SNAPHIST PLUS
      *     THE ACCOUNT-LEVEL MONTHLY SUMMARIES WBSNAPRT HAS ROLLED
      *     OFF ONTO SUMHIST, LIMITED TO THE LOOK-BACK WINDOW ON THE
      *     CONTROL RECORD. A DAILY SNAPSHOT COUNTS AS ONE DAY AT ITS
      *     OWN UTILIZATION; A SUMMARY COUNTS AS ITS DAY COUNT AT ITS
      *     AVERAGE UTILIZATION, SO THE TWO GRAINS BLEND INTO ONE
      *     DAY-WEIGHTED AVERAGE;
      *   - OVER-LIMIT HISTORY: EVERY CATALOGED GENERATION OF THE
      *     WBOVRLMT WORKLIST IS ONE NIGHT, SO THE NUMBER OF TIMES AN
      *     ACCOUNT APPEARS IS THE NUMBER OF NIGHTS IT SAT OVER ITS
      *     LINE (THE OVRWLST GDG LIMIT IS THE LOOK-BACK FOR THIS
      *     ONE); AND
      *   - TENURE: WHOLE MONTHS SINCE ACCT-OPEN-DATE.
      *
      * THE HISTORIES ARE SORTED INTO ACCOUNT ORDER AND ROLLED UP TO
      * ONE WORK RECORD PER ACCOUNT, WHICH IS THEN MATCHED AGAINST
      * THE MASTER IN KEY ORDER. AN ACCOUNT OVER ITS LINE ON AT LEAST
      * THE CONTROL RECORD'S NUMBER OF NIGHTS IS PROPOSED FOR A
      * DECREASE. A CURRENT (NOT DELINQUENT), NEVER-BREACHED ACCOUNT
      * OLD ENOUGH, SCORING HIGH ENOUGH, AND USING ITS LINE BUT
      * WITHIN THE CONTROL RECORD'S AVERAGE AND PEAK UTILIZATION
      * CEILINGS IS PROPOSED FOR AN INCREASE. EVERY OTHER ACCOUNT IS
      * LEFT ALONE. THE CHANGE IS A PERCENTAGE OF THE CURRENT LINE,
      * CAPPED AT THE CONTROL RECORD'S MAXIMUM CHANGE, ROUNDED TO THE
      * ROUNDING UNIT TOWARD THE CURRENT LINE, AND KEPT BETWEEN THE
      * FLOOR AND CEILING; THE CASH LINE MOVES BY THE SAME
      * PROPORTION, UNDER ITS OWN MAXIMUM CHANGE, AND NEVER ENDS ABOVE
      * THE NEW CREDIT LIMIT.
      *
      * NOTHING IS CHANGED HERE. THE PROPOSALS GO TO CREDIT RISK AS A
      * PRINTED REPORT AND TO THE PROPOSAL FILE (CVCLR01Y), FROM
      * WHICH WBCRLAPL BUILDS THE WBACTUPD UPDATE TRANSACTIONS FOR
      * THE PROPOSALS CREDIT RISK SIGNS OFF.
      *
      * AN EMPTY OR NON-NUMERIC REVIEW CONTROL RECORD (CTLFILE - SEE
      * THE FD BELOW) ENDS THE RUN RC=12 BEFORE THE HISTORY IS READ.
      *
      * CONTROL CARD: NONE. THE REVIEW RULES ARE ON CTLFILE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCRLREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.
      ******************************************************************
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CTLFILE-STATUS.
      ******************************************************************
           SELECT SNAPHIST-FILE ASSIGN TO SNAPHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SNAPHIST-STATUS.
      ******************************************************************
           SELECT SUMHIST-FILE ASSIGN TO SUMHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SUMHIST-STATUS.
      ******************************************************************
           SELECT OVRWLST-FILE ASSIGN TO OVRWLST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OVRWLST-STATUS.
      ******************************************************************
      * ONE ROLLED-UP HISTORY RECORD PER ACCOUNT, IN ACCT-ID ORDER,
      * WRITTEN BY THE SORT'S OUTPUT PROCEDURE AND READ BACK IN STEP
      * WITH THE MASTER.
           SELECT HISTWORK-FILE ASSIGN TO HISTWORK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS HISTWORK-STATUS.
      ******************************************************************
           SELECT PROPOSAL-FILE ASSIGN TO PROPFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PROPFILE-STATUS.
      ******************************************************************
           SELECT CRLRPT-FILE ASSIGN TO CRLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CRLRPT-STATUS.
      ******************************************************************
      * SORT WORK FILE FOR THE ACCOUNT-ORDER HISTORY ROLL-UP.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  ACCTFILE-FILE.

       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).
      ******************************************************************
      * CREDIT LINE REVIEW CONTROL RECORD - ONE RECORD, MAINTAINED BY
      * CREDIT RISK. ALL FIELDS UNSIGNED. PERCENTAGES OF UTILIZATION
      * ARE WHOLE PERCENTS; THE CHANGE PERCENTAGES CARRY TWO ASSUMED
      * DECIMALS (1500 MEANS 15.00); AMOUNTS ARE DOLLARS WITH TWO
      * ASSUMED DECIMALS; THE ROUNDING UNIT IS WHOLE DOLLARS (ZERO
      * MEANS NO ROUNDING). A ZERO BREACH THRESHOLD SWITCHES
      * DECREASES OFF; A ZERO INCREASE PERCENTAGE SWITCHES INCREASES
      * OFF.
      ******************************************************************
       FD  CONTROL-FILE.

       01  FD-CONTROL-RECORD.
           05 CTL-LOOKBACK-MONTHS               PIC 9(02).
           05 CTL-MIN-TENURE-MONTHS             PIC 9(03).
           05 CTL-INCR-MIN-SCORE                PIC 9(03).
           05 CTL-INCR-MAX-AVG-UTIL             PIC 9(03).
           05 CTL-INCR-MAX-PEAK-UTIL            PIC 9(03).
           05 CTL-INCR-PCT                      PIC 9(02)V99.
           05 CTL-INCR-MAX-AMOUNT               PIC 9(07)V99.
           05 CTL-DECR-MIN-BREACHES             PIC 9(03).
           05 CTL-DECR-PCT                      PIC 9(02)V99.
           05 CTL-DECR-MAX-AMOUNT               PIC 9(07)V99.
           05 CTL-CASH-MAX-AMOUNT               PIC 9(07)V99.
           05 CTL-LIMIT-FLOOR                   PIC 9(07)V99.
           05 CTL-LIMIT-CEILING                 PIC 9(07)V99.
           05 CTL-ROUNDING-UNIT                 PIC 9(05).
           05 FILLER                            PIC X(05).
      ******************************************************************
      * SNAPSHOT HISTORY AS WRITTEN BY WBEXPORT
      * 1230-WRITE-SNAPSHOT-RECORD.
      ******************************************************************
       FD  SNAPHIST-FILE.

       01  FD-SNAPHIST-RECORD.
           05 SNAP-AS-OF-DATE                   PIC X(08).
           05 SNAP-ACCT-ID                      PIC 9(11).
           05 SNAP-CURR-BAL                     PIC S9(10)V99.
           05 SNAP-CREDIT-LIMIT                 PIC S9(10)V99.
           05 SNAP-ACTIVE-STATUS                PIC X(01).
           05 SNAP-GROUP-ID                     PIC X(10).
      ******************************************************************
      * PERIOD SUMMARIES AS WRITTEN BY WBSNAPRT - ONLY THE ACCOUNT
      * LEVEL (SUM-LEVEL A, SUM-KEY THE ZERO-PADDED ACCT-ID) IS USED.
      ******************************************************************
       FD  SUMHIST-FILE.

       01  FD-SUMHIST-RECORD.
           05 SUM-PERIOD                        PIC X(06).
           05 SUM-LEVEL                         PIC X(01).
           05 SUM-KEY                           PIC X(11).
           05 SUM-END-BAL                       PIC S9(13)V99.
           05 SUM-HIGH-BAL                      PIC S9(13)V99.
           05 SUM-LOW-BAL                       PIC S9(13)V99.
           05 SUM-AVG-UTIL-PCT                  PIC S9(03)V99.
           05 SUM-DAY-COUNT                     PIC 9(05).
      ******************************************************************
      * OVER-LIMIT WORKLIST AS WRITTEN BY WBOVRLMT - ONE GENERATION
      * PER NIGHT. ONLY THE ACCOUNT IS NEEDED HERE.
      ******************************************************************
       FD  OVRWLST-FILE.

       01  FD-OVRWLST-RECORD.
           05 OVW-GROUP-ID                      PIC X(10).
           05 OVW-OVERAGE                       PIC S9(10)V99.
           05 OVW-ACCT-ID                       PIC 9(11).
           05 FILLER                            PIC X(144).
      ******************************************************************
      * ROLLED-UP HISTORY PER ACCOUNT.
      ******************************************************************
       FD  HISTWORK-FILE.

       01  FD-HISTWORK-RECORD.
           05 HWK-ACCT-ID                       PIC 9(11).
           05 HWK-AVG-UTIL-PCT                  PIC S9(03)V99.
           05 HWK-PEAK-UTIL-PCT                 PIC S9(03)V99.
           05 HWK-UTIL-DAYS                     PIC 9(07).
           05 HWK-BREACH-NIGHTS                 PIC 9(05).
      ******************************************************************
      * PROPOSALS FOR WBCRLAPL. LAYOUT SHARED IN CVCLR01Y.
      ******************************************************************
       FD  PROPOSAL-FILE.

       COPY CVCLR01Y.
      ******************************************************************
      * PROPOSAL REPORT PRINT LINES, FOR CREDIT RISK SIGN-OFF.
      ******************************************************************
       FD  CRLRPT-FILE.

       01  CRLRPT-PRINT-LINE                    PIC X(132).
      ******************************************************************
      * ONE HISTORY OBSERVATION: A UTILIZATION SAMPLE (DAILY OR
      * MONTHLY) OR ONE NIGHT OVER THE LINE.
      ******************************************************************
       SD  SORT-FILE.

       01  SORT-WORK-RECORD.
           05 SRT-ACCT-ID                       PIC 9(11).
           05 SRT-UTIL-PCT                      PIC S9(03)V99.
           05 SRT-UTIL-DAYS                     PIC 9(05).
           05 SRT-PEAK-UTIL-PCT                 PIC S9(03)V99.
           05 SRT-BREACH-NIGHTS                 PIC 9(05).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVACT01Y.
      ******************************************************************
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       01  CTLFILE-STATUS.
           05  CTLFILE-STAT1       PIC X.
           05  CTLFILE-STAT2       PIC X.
       01  SNAPHIST-STATUS.
           05  SNAPHIST-STAT1      PIC X.
           05  SNAPHIST-STAT2      PIC X.
       01  SUMHIST-STATUS.
           05  SUMHIST-STAT1       PIC X.
           05  SUMHIST-STAT2       PIC X.
       01  OVRWLST-STATUS.
           05  OVRWLST-STAT1       PIC X.
           05  OVRWLST-STAT2       PIC X.
       01  HISTWORK-STATUS.
           05  HISTWORK-STAT1      PIC X.
           05  HISTWORK-STAT2      PIC X.
       01  PROPFILE-STATUS.
           05  PROPFILE-STAT1      PIC X.
           05  PROPFILE-STAT2      PIC X.
       01  CRLRPT-STATUS.
           05  CRLRPT-STAT1        PIC X.
           05  CRLRPT-STAT2        PIC X.
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
      * REVIEW RULES IN EFFECT, FROM THE CONTROL RECORD.
      ******************************************************************
       01  REVIEW-RULES.
           05  LOOKBACK-MONTHS           PIC 9(02)     VALUE ZERO.
           05  MIN-TENURE-MONTHS         PIC 9(03)     VALUE ZERO.
           05  INCR-MIN-SCORE            PIC 9(03)     VALUE ZERO.
           05  INCR-MAX-AVG-UTIL         PIC 9(03)     VALUE ZERO.
           05  INCR-MAX-PEAK-UTIL        PIC 9(03)     VALUE ZERO.
           05  INCR-PCT                  PIC 9(02)V99  VALUE ZERO.
           05  INCR-MAX-AMOUNT           PIC 9(07)V99  VALUE ZERO.
           05  DECR-MIN-BREACHES         PIC 9(03)     VALUE ZERO.
           05  DECR-PCT                  PIC 9(02)V99  VALUE ZERO.
           05  DECR-MAX-AMOUNT           PIC 9(07)V99  VALUE ZERO.
           05  CASH-MAX-AMOUNT           PIC 9(07)V99  VALUE ZERO.
           05  LIMIT-FLOOR               PIC 9(07)V99  VALUE ZERO.
           05  LIMIT-CEILING             PIC 9(07)V99  VALUE ZERO.
           05  ROUNDING-UNIT             PIC 9(05)     VALUE ZERO.
      ******************************************************************
      * REVIEW DATE AND THE LOOK-BACK CUTOFF. UTILIZATION HISTORY IS
      * TAKEN FROM PERIODS AFTER THE CUTOFF PERIOD, SO A SIX-MONTH
      * LOOK-BACK RUN IN OCTOBER USES MAY THROUGH OCTOBER.
      ******************************************************************
       01  REVIEW-DATE             PIC X(08)  VALUE SPACES.
       01  REVIEW-DATE-PARTS REDEFINES REVIEW-DATE.
           05  REVIEW-YYYY           PIC 9(04).
           05  REVIEW-MM             PIC 9(02).
           05  REVIEW-DD             PIC 9(02).
       01  CUTOFF-PERIOD           PIC X(06)  VALUE SPACES.
       01  CUTOFF-PERIOD-PARTS REDEFINES CUTOFF-PERIOD.
           05  CUTOFF-YYYY           PIC 9(04).
           05  CUTOFF-MM             PIC 9(02).
       01  MONTH-INDEX-WORK        PIC 9(07)  COMP VALUE ZERO.
       01  MONTH-REMAINDER-WORK    PIC 9(02)  COMP VALUE ZERO.
       01  OPEN-YYYY-WORK          PIC 9(04)  VALUE ZERO.
       01  OPEN-MM-WORK            PIC 9(02)  VALUE ZERO.
      ******************************************************************
      * HISTORY ROLL-UP STATE FOR THE SORT'S OUTPUT PROCEDURE.
      ******************************************************************
       01  CURRENT-ACCT-ID         PIC 9(11)  VALUE ZERO.
       01  HISTORY-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
           88  HISTORY-OPEN                   VALUE 'Y'.
       01  HISTORY-ACCUMULATORS.
           05  UTIL-WEIGHTED-SUM     PIC S9(11)V99 VALUE ZERO.
           05  UTIL-DAY-SUM          PIC 9(07)     VALUE ZERO.
           05  UTIL-PEAK             PIC S9(03)V99 VALUE ZERO.
           05  BREACH-NIGHT-SUM      PIC 9(05)     VALUE ZERO.
       01  OBS-UTIL-PCT            PIC S9(03)V99 VALUE ZERO.
       01  SORT-RETURN-EOF         PIC X(01)  VALUE 'N'.
      ******************************************************************
      * THE CURRENT ACCOUNT'S HISTORY (ZERO WHEN IT HAS NONE), SCORE
      * AND PROPOSAL.
      ******************************************************************
       01  ACCOUNT-REVIEW-FIELDS.
           05  AVG-UTIL-WORK         PIC S9(03)V99 VALUE ZERO.
           05  PEAK-UTIL-WORK        PIC S9(03)V99 VALUE ZERO.
           05  UTIL-DAYS-WORK        PIC 9(07)     VALUE ZERO.
           05  BREACH-NIGHTS-WORK    PIC 9(05)     VALUE ZERO.
           05  TENURE-MONTHS-WORK    PIC 9(05)     VALUE ZERO.
           05  SCORE-WORK            PIC S9(05)    VALUE ZERO.
           05  SCORE-UTIL-WORK       PIC S9(03)V99 VALUE ZERO.
           05  DELINQ-BUCKET-WORK    PIC 9(01)     VALUE ZERO.
       01  INCREASE-ELIGIBLE-SWITCH PIC X(01) VALUE 'N'.
           88  INCREASE-ELIGIBLE              VALUE 'Y'.
           88  INCREASE-NOT-ELIGIBLE          VALUE 'N'.
       01  PROPOSAL-ACTION         PIC X(01)  VALUE SPACE.
           88  PROPOSE-INCREASE               VALUE 'I'.
           88  PROPOSE-DECREASE               VALUE 'D'.
           88  PROPOSE-NO-CHANGE              VALUE SPACE.
       01  LIMIT-CHANGE-WORK       PIC S9(10)V99 VALUE ZERO.
       01  NEW-CREDIT-LIMIT-WORK   PIC S9(10)V99 VALUE ZERO.
       01  NEW-CASH-LIMIT-WORK     PIC S9(10)V99 VALUE ZERO.
       01  ROUND-AMOUNT-WORK       PIC S9(10)V99 VALUE ZERO.
       01  ROUND-ORIGINAL-WORK     PIC S9(10)V99 VALUE ZERO.
       01  ROUND-UNITS-WORK        PIC S9(11)    VALUE ZERO.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER AND REPORT FOOTER.
      ******************************************************************
       01  CRLREV-CONTROL-TOTALS.
           05  SNAPSHOT-USED-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05  SUMMARY-USED-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05  BREACH-NIGHT-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05  ACCT-READ-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  ACCT-SKIPPED-CLOSED          PIC 9(7)  COMP VALUE ZERO.
           05  ACCT-REVIEWED-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  ACCT-NO-HISTORY-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  INCREASE-COUNT               PIC 9(7)  COMP VALUE ZERO.
           05  DECREASE-COUNT               PIC 9(7)  COMP VALUE ZERO.
           05  NO-CHANGE-COUNT              PIC 9(7)  COMP VALUE ZERO.
           05  TOTAL-INCREASE-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-DECREASE-AMOUNT        PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS, IN THE SAME FBA
      * STYLE AS THE OVRRPT/GRPRPT DATASETS.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  CRLRPT-PAGE-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  CRLRPT-LINE-COUNT       PIC 9(03)  COMP VALUE 99.
       01  CRLRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBCRLREV'.
           05  FILLER                PIC X(30)  VALUE
               'CREDIT LINE REVIEW PROPOSALS'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  CRLRPT-HEADING-2.
           05  FILLER                PIC X(28)  VALUE
               'UTILIZATION FROM PERIODS > '.
           05  HDG2-CUTOFF-PERIOD    PIC X(06).
           05  FILLER                PIC X(98)  VALUE SPACES.
       01  CRLRPT-COLUMN-LINE.
           05  FILLER                PIC X(13)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(10)  VALUE 'ACTION'.
           05  FILLER                PIC X(11)  VALUE 'GROUP-ID'.
           05  FILLER                PIC X(12)  VALUE '  CURR-LIMIT'.
           05  FILLER                PIC X(12)  VALUE '   NEW-LIMIT'.
           05  FILLER                PIC X(12)  VALUE '   CURR-CASH'.
           05  FILLER                PIC X(12)  VALUE '    NEW-CASH'.
           05  FILLER                PIC X(12)  VALUE '    CURR-BAL'.
           05  FILLER                PIC X(08)  VALUE '  AVG% '.
           05  FILLER                PIC X(08)  VALUE ' PEAK% '.
           05  FILLER                PIC X(06)  VALUE ' BRCH '.
           05  FILLER                PIC X(07)  VALUE ' TENR  '.
           05  FILLER                PIC X(03)  VALUE 'SCR'.
           05  FILLER                PIC X(06)  VALUE SPACES.
       01  CRLRPT-DETAIL-LINE.
           05  CRLD-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  CRLD-ACTION           PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  CRLD-GROUP-ID         PIC X(10).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-CURR-LIMIT       PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-NEW-LIMIT        PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-CURR-CASH        PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-NEW-CASH         PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-CURR-BAL         PIC -(7)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-AVG-UTIL         PIC -(3)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-PEAK-UTIL        PIC -(3)9.99.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-BREACH-NIGHTS    PIC ZZZZ9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  CRLD-TENURE-MONTHS    PIC ZZZZ9.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  CRLD-SCORE            PIC ZZ9.
           05  FILLER                PIC X(06)  VALUE SPACES.
       01  CRLRPT-FOOTER-LINE.
           05  FTR-LABEL             PIC X(25).
           05  FTR-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(21)  VALUE
               '  TOTAL LINE CHANGE: '.
           05  FTR-AMOUNT            PIC -(13)9.99.
           05  FILLER                PIC X(62)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBCRLREV'
           PERFORM 0100-INITIALIZE
           PERFORM 0500-SORT-AND-ROLL-UP-HISTORY
           PERFORM 0600-OPEN-REVIEW-FILES
           PERFORM 2000-ACCTFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBCRLREV'
           STOP RUN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REVIEW-DATE
           MOVE SPACES TO RPT-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2)  DELIMITED BY SIZE
                     INTO RPT-RUN-DATE
           END-STRING
           PERFORM 0150-LOAD-CONTROL-RECORD
           COMPUTE MONTH-INDEX-WORK =
               REVIEW-YYYY * 12 + REVIEW-MM - 1 - LOOKBACK-MONTHS
           DIVIDE MONTH-INDEX-WORK BY 12
               GIVING CUTOFF-YYYY
               REMAINDER MONTH-REMAINDER-WORK
           COMPUTE CUTOFF-MM = MONTH-REMAINDER-WORK + 1
           DISPLAY 'UTILIZATION FROM PERIODS AFTER: ' CUTOFF-PERIOD
           EXIT.
      ******************************************************************
      * READS AND VALIDATES THE SINGLE CONTROL RECORD BEFORE ANY
      * HISTORY IS READ. A MISSING OR NON-NUMERIC CONTROL RECORD, OR
      * A ZERO LOOK-BACK, REJECTS THE RUN WITH RC=12 - A PROPOSAL
      * LIST BUILT OFF GARBLED RULES WOULD GO TO CREDIT RISK LOOKING
      * JUST AS AUTHORITATIVE AS A GOOD ONE.
      ******************************************************************
       0150-LOAD-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF  CTLFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CREDIT REVIEW CONTROL FILE'
               MOVE CTLFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           READ CONTROL-FILE
           IF  CTLFILE-STATUS NOT = '00'
               DISPLAY 'CREDIT REVIEW CONTROL FILE IS EMPTY - RUN '
                  'TERMINATED BEFORE THE HISTORY WAS READ'
               MOVE 12 TO RETURN-CODE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           IF  CTL-LOOKBACK-MONTHS     NOT NUMERIC
           OR  CTL-MIN-TENURE-MONTHS   NOT NUMERIC
           OR  CTL-INCR-MIN-SCORE      NOT NUMERIC
           OR  CTL-INCR-MAX-AVG-UTIL   NOT NUMERIC
           OR  CTL-INCR-MAX-PEAK-UTIL  NOT NUMERIC
           OR  CTL-INCR-PCT            NOT NUMERIC
           OR  CTL-INCR-MAX-AMOUNT     NOT NUMERIC
           OR  CTL-DECR-MIN-BREACHES   NOT NUMERIC
           OR  CTL-DECR-PCT            NOT NUMERIC
           OR  CTL-DECR-MAX-AMOUNT     NOT NUMERIC
           OR  CTL-CASH-MAX-AMOUNT     NOT NUMERIC
           OR  CTL-LIMIT-FLOOR         NOT NUMERIC
           OR  CTL-LIMIT-CEILING       NOT NUMERIC
           OR  CTL-ROUNDING-UNIT       NOT NUMERIC
               DISPLAY 'CREDIT REVIEW CONTROL RECORD IS NOT NUMERIC - '
                  'RUN TERMINATED BEFORE THE HISTORY WAS READ'
               MOVE 12 TO RETURN-CODE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           IF  CTL-LOOKBACK-MONTHS = ZERO
               DISPLAY 'CREDIT REVIEW LOOK-BACK IS ZERO - '
                  'RUN TERMINATED BEFORE THE HISTORY WAS READ'
               MOVE 12 TO RETURN-CODE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           MOVE CTL-LOOKBACK-MONTHS     TO LOOKBACK-MONTHS
           MOVE CTL-MIN-TENURE-MONTHS   TO MIN-TENURE-MONTHS
           MOVE CTL-INCR-MIN-SCORE      TO INCR-MIN-SCORE
           MOVE CTL-INCR-MAX-AVG-UTIL   TO INCR-MAX-AVG-UTIL
           MOVE CTL-INCR-MAX-PEAK-UTIL  TO INCR-MAX-PEAK-UTIL
           MOVE CTL-INCR-PCT            TO INCR-PCT
           MOVE CTL-INCR-MAX-AMOUNT     TO INCR-MAX-AMOUNT
           MOVE CTL-DECR-MIN-BREACHES   TO DECR-MIN-BREACHES
           MOVE CTL-DECR-PCT            TO DECR-PCT
           MOVE CTL-DECR-MAX-AMOUNT     TO DECR-MAX-AMOUNT
           MOVE CTL-CASH-MAX-AMOUNT     TO CASH-MAX-AMOUNT
           MOVE CTL-LIMIT-FLOOR         TO LIMIT-FLOOR
           MOVE CTL-LIMIT-CEILING       TO LIMIT-CEILING
           MOVE CTL-ROUNDING-UNIT       TO ROUNDING-UNIT
           CLOSE CONTROL-FILE
           DISPLAY 'CREDIT REVIEW RULES IN EFFECT'
           DISPLAY 'LOOK-BACK MONTHS        :' LOOKBACK-MONTHS
           DISPLAY 'MIN TENURE (INCREASE)   :' MIN-TENURE-MONTHS
           DISPLAY 'MIN SCORE (INCREASE)    :' INCR-MIN-SCORE
           DISPLAY 'MAX AVG UTIL % (INCR)   :' INCR-MAX-AVG-UTIL
           DISPLAY 'MAX PEAK UTIL % (INCR)  :' INCR-MAX-PEAK-UTIL
           DISPLAY 'INCREASE %              :' INCR-PCT
           DISPLAY 'MAX INCREASE AMOUNT     :' INCR-MAX-AMOUNT
           DISPLAY 'BREACH NIGHTS (DECR)    :' DECR-MIN-BREACHES
           DISPLAY 'DECREASE %              :' DECR-PCT
           DISPLAY 'MAX DECREASE AMOUNT     :' DECR-MAX-AMOUNT
           DISPLAY 'MAX CASH LINE CHANGE    :' CASH-MAX-AMOUNT
           DISPLAY 'CREDIT LIMIT FLOOR      :' LIMIT-FLOOR
           DISPLAY 'CREDIT LIMIT CEILING    :' LIMIT-CEILING
           DISPLAY 'ROUNDING UNIT           :' ROUNDING-UNIT
           EXIT.
      ******************************************************************
      * THE INPUT PROCEDURE RELEASES EVERY HISTORY OBSERVATION IN THE
      * WINDOW; THE OUTPUT PROCEDURE ROLLS THEM UP PER ACCOUNT ONTO
      * THE HISTORY WORK FILE, ALREADY IN MASTER KEY ORDER.
      ******************************************************************
       0500-SORT-AND-ROLL-UP-HISTORY.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-ID
               INPUT  PROCEDURE IS 1000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 1500-ROLL-UP-HISTORY
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING ACCOUNT HISTORY, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       0600-OPEN-REVIEW-FILES.
           OPEN INPUT  HISTWORK-FILE
           IF  HISTWORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTORY WORK FILE'
               MOVE HISTWORK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 2110-HISTWORK-GET-NEXT
           OPEN INPUT  ACCTFILE-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT PROPOSAL-FILE
           IF  PROPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROPOSAL FILE'
               MOVE PROPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT CRLRPT-FILE
           IF  CRLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROPOSAL REPORT FILE'
               MOVE CRLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           EXIT.
      ******************************************************************
       1000-RELEASE-HISTORY.
           OPEN INPUT SNAPHIST-FILE
           IF  SNAPHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SNAPSHOT HISTORY FILE'
               MOVE SNAPHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-SNAPHIST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE SNAPHIST-FILE
           OPEN INPUT SUMHIST-FILE
           IF  SUMHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUMMARY HISTORY FILE'
               MOVE SUMHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1200-SUMHIST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE SUMHIST-FILE
           OPEN INPUT OVRWLST-FILE
           IF  OVRWLST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OVER-LIMIT WORKLIST FILE'
               MOVE OVRWLST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1300-OVRWLST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE OVRWLST-FILE
           EXIT.
      ******************************************************************
      * ONE DAY AT THE SNAPSHOT'S UTILIZATION. A ZERO LIMIT READS AS
      * ZERO UTILIZATION THE SAME WAY WBSNAPRT'S SUMMARIES DO (THE
      * OVER-LIMIT HISTORY CATCHES THAT ACCOUNT ANYWAY), AND A CREDIT
      * BALANCE USES NONE OF THE LINE.
      ******************************************************************
       1100-SNAPHIST-GET-NEXT.
           READ SNAPHIST-FILE
           IF  SNAPHIST-STATUS = '00'
               IF  SNAP-AS-OF-DATE(1:6) > CUTOFF-PERIOD
                   IF  SNAP-CREDIT-LIMIT = ZERO
                   OR  SNAP-CURR-BAL NOT > ZERO
                       MOVE ZERO TO OBS-UTIL-PCT
                   ELSE
                       COMPUTE OBS-UTIL-PCT ROUNDED =
                           SNAP-CURR-BAL * 100 / SNAP-CREDIT-LIMIT
                           ON SIZE ERROR
                               MOVE 999.99 TO OBS-UTIL-PCT
                       END-COMPUTE
                   END-IF
                   MOVE SNAP-ACCT-ID    TO SRT-ACCT-ID
                   MOVE OBS-UTIL-PCT    TO SRT-UTIL-PCT
                   MOVE 1               TO SRT-UTIL-DAYS
                   MOVE OBS-UTIL-PCT    TO SRT-PEAK-UTIL-PCT
                   MOVE ZERO            TO SRT-BREACH-NIGHTS
                   RELEASE SORT-WORK-RECORD
                   ADD 1 TO SNAPSHOT-USED-COUNT
               END-IF
           ELSE
               IF  SNAPHIST-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING SNAPSHOT HISTORY FILE'
                   MOVE SNAPHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A ROLLED-OFF MONTH COUNTS AS ITS DAY COUNT AT ITS AVERAGE.
      * THE SUMMARY KEEPS NO DAILY PEAK, SO THE MONTH'S AVERAGE
      * STANDS IN FOR IT. GROUP-LEVEL SUMMARIES ARE IGNORED.
      ******************************************************************
       1200-SUMHIST-GET-NEXT.
           READ SUMHIST-FILE
           IF  SUMHIST-STATUS = '00'
               IF  SUM-LEVEL = 'A'
               AND SUM-PERIOD > CUTOFF-PERIOD
               AND SUM-KEY IS NUMERIC
                   IF  SUM-AVG-UTIL-PCT < ZERO
                       MOVE ZERO             TO OBS-UTIL-PCT
                   ELSE
                       MOVE SUM-AVG-UTIL-PCT TO OBS-UTIL-PCT
                   END-IF
                   MOVE SUM-KEY         TO SRT-ACCT-ID
                   MOVE OBS-UTIL-PCT    TO SRT-UTIL-PCT
                   MOVE SUM-DAY-COUNT   TO SRT-UTIL-DAYS
                   MOVE OBS-UTIL-PCT    TO SRT-PEAK-UTIL-PCT
                   MOVE ZERO            TO SRT-BREACH-NIGHTS
                   RELEASE SORT-WORK-RECORD
                   ADD 1 TO SUMMARY-USED-COUNT
               END-IF
           ELSE
               IF  SUMHIST-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING SUMMARY HISTORY FILE'
                   MOVE SUMHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * EVERY WORKLIST RECORD IS ONE NIGHT OVER THE LINE.
      ******************************************************************
       1300-OVRWLST-GET-NEXT.
           READ OVRWLST-FILE
           IF  OVRWLST-STATUS = '00'
               MOVE OVW-ACCT-ID         TO SRT-ACCT-ID
               MOVE ZERO                TO SRT-UTIL-PCT
               MOVE ZERO                TO SRT-UTIL-DAYS
               MOVE ZERO                TO SRT-PEAK-UTIL-PCT
               MOVE 1                   TO SRT-BREACH-NIGHTS
               RELEASE SORT-WORK-RECORD
               ADD 1 TO BREACH-NIGHT-COUNT
           ELSE
               IF  OVRWLST-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING OVER-LIMIT WORKLIST FILE'
                   MOVE OVRWLST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1500-ROLL-UP-HISTORY.
           OPEN OUTPUT HISTWORK-FILE
           IF  HISTWORK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTORY WORK FILE'
               MOVE HISTWORK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO HISTORY-OPEN-SWITCH
           MOVE 'N' TO SORT-RETURN-EOF
           PERFORM 1510-RETURN-SORTED-RECORD
               UNTIL SORT-RETURN-EOF = 'Y'
           IF  HISTORY-OPEN
               PERFORM 1600-WRITE-HISTORY-RECORD
           END-IF
           CLOSE HISTWORK-FILE
           EXIT.
      ******************************************************************
       1510-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 1520-ACCUMULATE-OBSERVATION
           END-RETURN
           EXIT.
      ******************************************************************
       1520-ACCUMULATE-OBSERVATION.
           IF  HISTORY-OPEN
           AND SRT-ACCT-ID NOT = CURRENT-ACCT-ID
               PERFORM 1600-WRITE-HISTORY-RECORD
           END-IF
           IF  NOT HISTORY-OPEN
               MOVE SRT-ACCT-ID TO CURRENT-ACCT-ID
               MOVE ZERO        TO UTIL-WEIGHTED-SUM
               MOVE ZERO        TO UTIL-DAY-SUM
               MOVE ZERO        TO UTIL-PEAK
               MOVE ZERO        TO BREACH-NIGHT-SUM
               SET HISTORY-OPEN TO TRUE
           END-IF
           IF  SRT-UTIL-DAYS > ZERO
               COMPUTE UTIL-WEIGHTED-SUM =
                   UTIL-WEIGHTED-SUM + SRT-UTIL-PCT * SRT-UTIL-DAYS
               ADD SRT-UTIL-DAYS TO UTIL-DAY-SUM
               IF  SRT-PEAK-UTIL-PCT > UTIL-PEAK
                   MOVE SRT-PEAK-UTIL-PCT TO UTIL-PEAK
               END-IF
           END-IF
           ADD SRT-BREACH-NIGHTS TO BREACH-NIGHT-SUM
           EXIT.
      ******************************************************************
       1600-WRITE-HISTORY-RECORD.
           MOVE CURRENT-ACCT-ID   TO HWK-ACCT-ID
           IF  UTIL-DAY-SUM = ZERO
               MOVE ZERO          TO HWK-AVG-UTIL-PCT
           ELSE
               COMPUTE HWK-AVG-UTIL-PCT ROUNDED =
                   UTIL-WEIGHTED-SUM / UTIL-DAY-SUM
                   ON SIZE ERROR
                       MOVE 999.99 TO HWK-AVG-UTIL-PCT
               END-COMPUTE
           END-IF
           MOVE UTIL-PEAK         TO HWK-PEAK-UTIL-PCT
           MOVE UTIL-DAY-SUM      TO HWK-UTIL-DAYS
           MOVE BREACH-NIGHT-SUM  TO HWK-BREACH-NIGHTS
           WRITE FD-HISTWORK-RECORD
           IF  HISTWORK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HISTORY WORK FILE'
               MOVE HISTWORK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO HISTORY-OPEN-SWITCH
           EXIT.
      ******************************************************************
       2000-ACCTFILE-GET-NEXT.
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           IF  ACCTFILE-STATUS = '00'
               ADD 1 TO ACCT-READ-COUNT
               IF  ACCT-ACTIVE-STATUS = 'N'
                   ADD 1 TO ACCT-SKIPPED-CLOSED
               ELSE
                   PERFORM 2100-MATCH-HISTORY
                   PERFORM 2200-SCORE-ACCOUNT
                   PERFORM 2300-DECIDE-PROPOSAL
               END-IF
           ELSE
               IF  ACCTFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * BOTH FILES ARE IN ACCT-ID ORDER: HISTORY FOR ACCOUNTS NO
      * LONGER ON THE MASTER IS PASSED OVER, AND AN ACCOUNT WITH NO
      * HISTORY REVIEWS AS ZERO USE AND NO BREACHES.
      ******************************************************************
       2100-MATCH-HISTORY.
           ADD 1 TO ACCT-REVIEWED-COUNT
           PERFORM 2110-HISTWORK-GET-NEXT
               UNTIL HWK-ACCT-ID NOT < ACCT-ID
           IF  HWK-ACCT-ID = ACCT-ID
               MOVE HWK-AVG-UTIL-PCT  TO AVG-UTIL-WORK
               MOVE HWK-PEAK-UTIL-PCT TO PEAK-UTIL-WORK
               MOVE HWK-UTIL-DAYS     TO UTIL-DAYS-WORK
               MOVE HWK-BREACH-NIGHTS TO BREACH-NIGHTS-WORK
           ELSE
               MOVE ZERO TO AVG-UTIL-WORK
               MOVE ZERO TO PEAK-UTIL-WORK
               MOVE ZERO TO UTIL-DAYS-WORK
               MOVE ZERO TO BREACH-NIGHTS-WORK
               ADD 1 TO ACCT-NO-HISTORY-COUNT
           END-IF
           EXIT.
      ******************************************************************
      * END OF THE HISTORY PARKS THE KEY ABOVE ANY ACCT-ID.
      ******************************************************************
       2110-HISTWORK-GET-NEXT.
           READ HISTWORK-FILE
           IF  HISTWORK-STATUS NOT = '00'
               IF  HISTWORK-STATUS = '10'
                   MOVE 99999999999 TO HWK-ACCT-ID
               ELSE
                   DISPLAY 'ERROR READING HISTORY WORK FILE'
                   MOVE HISTWORK-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * TENURE IN WHOLE CALENDAR MONTHS SINCE ACCT-OPEN-DATE
      * (YYYY-MM-DD); AN UNREADABLE OPEN DATE COUNTS AS NO TENURE.
      * THE SCORE STARTS AT 50, EARNS UP TO 30 FOR TENURE (ONE POINT
      * PER TWO MONTHS), LOSES HALF THE AVERAGE UTILIZATION (UP TO
      * 50), 10 PER NIGHT OVER THE LINE (UP TO 50) AND 15 PER
      * DELINQUENCY BUCKET, AND IS HELD BETWEEN 0 AND 100.
      ******************************************************************
       2200-SCORE-ACCOUNT.
           MOVE ZERO TO TENURE-MONTHS-WORK
           IF  ACCT-OPEN-DATE(1:4) IS NUMERIC
           AND ACCT-OPEN-DATE(6:2) IS NUMERIC
               MOVE ACCT-OPEN-DATE(1:4) TO OPEN-YYYY-WORK
               MOVE ACCT-OPEN-DATE(6:2) TO OPEN-MM-WORK
               IF  REVIEW-YYYY * 12 + REVIEW-MM >
                   OPEN-YYYY-WORK * 12 + OPEN-MM-WORK
                   COMPUTE TENURE-MONTHS-WORK =
                       (REVIEW-YYYY * 12 + REVIEW-MM)
                     - (OPEN-YYYY-WORK * 12 + OPEN-MM-WORK)
               END-IF
           END-IF
           MOVE ZERO TO DELINQ-BUCKET-WORK
           IF  ACCT-DELINQ-BUCKET IS NUMERIC
               MOVE ACCT-DELINQ-BUCKET TO DELINQ-BUCKET-WORK
           END-IF
           MOVE AVG-UTIL-WORK TO SCORE-UTIL-WORK
           IF  SCORE-UTIL-WORK > 100
               MOVE 100 TO SCORE-UTIL-WORK
           END-IF
           IF  SCORE-UTIL-WORK < ZERO
               MOVE ZERO TO SCORE-UTIL-WORK
           END-IF
           MOVE 50 TO SCORE-WORK
           IF  TENURE-MONTHS-WORK > 60
               ADD 30 TO SCORE-WORK
           ELSE
               COMPUTE SCORE-WORK =
                   SCORE-WORK + TENURE-MONTHS-WORK / 2
           END-IF
           COMPUTE SCORE-WORK = SCORE-WORK - SCORE-UTIL-WORK / 2
           IF  BREACH-NIGHTS-WORK > 5
               SUBTRACT 50 FROM SCORE-WORK
           ELSE
               COMPUTE SCORE-WORK =
                   SCORE-WORK - BREACH-NIGHTS-WORK * 10
           END-IF
           COMPUTE SCORE-WORK =
               SCORE-WORK - DELINQ-BUCKET-WORK * 15
           IF  SCORE-WORK < ZERO
               MOVE ZERO TO SCORE-WORK
           END-IF
           IF  SCORE-WORK > 100
               MOVE 100 TO SCORE-WORK
           END-IF
           EXIT.
      ******************************************************************
      * REPEATED BREACHES TAKE PRECEDENCE: AN ACCOUNT AT THE BREACH
      * THRESHOLD IS CONSIDERED FOR A DECREASE ONLY. OTHERWISE EVERY
      * INCREASE CONDITION MUST HOLD - INCREASES SWITCHED ON, ENOUGH
      * TENURE, NEVER OVER THE LINE, CURRENT ON PAYMENTS, SOME USE
      * OF THE LINE WITHIN BOTH UTILIZATION CEILINGS, A HIGH ENOUGH
      * SCORE, AND ROOM UNDER THE CEILING. A PROPOSAL THAT ROUNDS
      * BACK TO THE CURRENT LINE IS DROPPED.
      ******************************************************************
       2300-DECIDE-PROPOSAL.
           SET PROPOSE-NO-CHANGE TO TRUE
           IF  DECR-MIN-BREACHES > ZERO
           AND BREACH-NIGHTS-WORK NOT < DECR-MIN-BREACHES
               PERFORM 2400-PROPOSE-DECREASE
           ELSE
               PERFORM 2310-CHECK-INCREASE-ELIGIBLE
               IF  INCREASE-ELIGIBLE
                   PERFORM 2500-PROPOSE-INCREASE
               END-IF
           END-IF
           IF  PROPOSE-NO-CHANGE
               ADD 1 TO NO-CHANGE-COUNT
           ELSE
               PERFORM 2700-WRITE-PROPOSAL
               PERFORM 8220-PRINT-PROPOSAL-DETAIL
           END-IF
           EXIT.
      ******************************************************************
       2310-CHECK-INCREASE-ELIGIBLE.
           SET INCREASE-ELIGIBLE TO TRUE
           IF  INCR-PCT = ZERO
           OR  TENURE-MONTHS-WORK < MIN-TENURE-MONTHS
           OR  BREACH-NIGHTS-WORK > ZERO
           OR  NOT ACCT-DELINQ-CURRENT
           OR  UTIL-DAYS-WORK = ZERO
           OR  AVG-UTIL-WORK NOT > ZERO
           OR  AVG-UTIL-WORK > INCR-MAX-AVG-UTIL
           OR  PEAK-UTIL-WORK > INCR-MAX-PEAK-UTIL
           OR  SCORE-WORK < INCR-MIN-SCORE
           OR  ACCT-CREDIT-LIMIT NOT < LIMIT-CEILING
               SET INCREASE-NOT-ELIGIBLE TO TRUE
           END-IF
           EXIT.
      ******************************************************************
      * DECREASE: THE PERCENTAGE OF THE CURRENT LINE UP TO THE
      * MAXIMUM DECREASE, ROUNDED UP TO THE UNIT (SO THE ROUNDING
      * NEVER CUTS DEEPER THAN THE RULES ALLOW), NOT BELOW THE FLOOR.
      ******************************************************************
       2400-PROPOSE-DECREASE.
           COMPUTE LIMIT-CHANGE-WORK ROUNDED =
               ACCT-CREDIT-LIMIT * DECR-PCT / 100
           IF  LIMIT-CHANGE-WORK > DECR-MAX-AMOUNT
               MOVE DECR-MAX-AMOUNT TO LIMIT-CHANGE-WORK
           END-IF
           COMPUTE ROUND-AMOUNT-WORK =
               ACCT-CREDIT-LIMIT - LIMIT-CHANGE-WORK
           PERFORM 2620-ROUND-UP-TO-UNIT
           MOVE ROUND-AMOUNT-WORK TO NEW-CREDIT-LIMIT-WORK
           IF  NEW-CREDIT-LIMIT-WORK < LIMIT-FLOOR
               MOVE LIMIT-FLOOR TO NEW-CREDIT-LIMIT-WORK
           END-IF
           IF  NEW-CREDIT-LIMIT-WORK < ACCT-CREDIT-LIMIT
               SET PROPOSE-DECREASE TO TRUE
               PERFORM 2600-SCALE-CASH-LIMIT
               ADD 1 TO DECREASE-COUNT
               COMPUTE TOTAL-DECREASE-AMOUNT = TOTAL-DECREASE-AMOUNT
                   + NEW-CREDIT-LIMIT-WORK - ACCT-CREDIT-LIMIT
           END-IF
           EXIT.
      ******************************************************************
      * INCREASE: THE PERCENTAGE OF THE CURRENT LINE UP TO THE
      * MAXIMUM INCREASE, ROUNDED DOWN TO THE UNIT, NOT ABOVE THE
      * CEILING.
      ******************************************************************
       2500-PROPOSE-INCREASE.
           COMPUTE LIMIT-CHANGE-WORK ROUNDED =
               ACCT-CREDIT-LIMIT * INCR-PCT / 100
           IF  LIMIT-CHANGE-WORK > INCR-MAX-AMOUNT
               MOVE INCR-MAX-AMOUNT TO LIMIT-CHANGE-WORK
           END-IF
           COMPUTE ROUND-AMOUNT-WORK =
               ACCT-CREDIT-LIMIT + LIMIT-CHANGE-WORK
           PERFORM 2610-ROUND-DOWN-TO-UNIT
           MOVE ROUND-AMOUNT-WORK TO NEW-CREDIT-LIMIT-WORK
           IF  NEW-CREDIT-LIMIT-WORK > LIMIT-CEILING
               MOVE LIMIT-CEILING TO NEW-CREDIT-LIMIT-WORK
           END-IF
           IF  NEW-CREDIT-LIMIT-WORK > ACCT-CREDIT-LIMIT
               SET PROPOSE-INCREASE TO TRUE
               PERFORM 2600-SCALE-CASH-LIMIT
               ADD 1 TO INCREASE-COUNT
               COMPUTE TOTAL-INCREASE-AMOUNT = TOTAL-INCREASE-AMOUNT
                   + NEW-CREDIT-LIMIT-WORK - ACCT-CREDIT-LIMIT
           END-IF
           EXIT.
      ******************************************************************
      * THE CASH LINE KEEPS ITS PROPORTION TO THE CREDIT LINE, MOVES
      * NO MORE THAN THE MAXIMUM CASH CHANGE, ROUNDS TOWARD ITS
      * CURRENT VALUE, AND NEVER ENDS ABOVE THE NEW CREDIT LIMIT.
      * WITH NO CURRENT CREDIT OR CASH LINE THERE IS NO PROPORTION
      * TO KEEP AND ONLY THE CREDIT-LIMIT CAP APPLIES.
      ******************************************************************
       2600-SCALE-CASH-LIMIT.
           IF  ACCT-CREDIT-LIMIT NOT > ZERO
           OR  ACCT-CASH-CREDIT-LIMIT NOT > ZERO
               MOVE ACCT-CASH-CREDIT-LIMIT TO NEW-CASH-LIMIT-WORK
           ELSE
               COMPUTE ROUND-AMOUNT-WORK ROUNDED =
                   ACCT-CASH-CREDIT-LIMIT * NEW-CREDIT-LIMIT-WORK
                       / ACCT-CREDIT-LIMIT
               IF  PROPOSE-INCREASE
                   IF  ROUND-AMOUNT-WORK >
                       ACCT-CASH-CREDIT-LIMIT + CASH-MAX-AMOUNT
                       COMPUTE ROUND-AMOUNT-WORK =
                           ACCT-CASH-CREDIT-LIMIT + CASH-MAX-AMOUNT
                   END-IF
                   PERFORM 2610-ROUND-DOWN-TO-UNIT
                   IF  ROUND-AMOUNT-WORK < ACCT-CASH-CREDIT-LIMIT
                       MOVE ACCT-CASH-CREDIT-LIMIT TO ROUND-AMOUNT-WORK
                   END-IF
               ELSE
                   IF  ROUND-AMOUNT-WORK <
                       ACCT-CASH-CREDIT-LIMIT - CASH-MAX-AMOUNT
                       COMPUTE ROUND-AMOUNT-WORK =
                           ACCT-CASH-CREDIT-LIMIT - CASH-MAX-AMOUNT
                   END-IF
                   PERFORM 2620-ROUND-UP-TO-UNIT
                   IF  ROUND-AMOUNT-WORK > ACCT-CASH-CREDIT-LIMIT
                       MOVE ACCT-CASH-CREDIT-LIMIT TO ROUND-AMOUNT-WORK
                   END-IF
               END-IF
               MOVE ROUND-AMOUNT-WORK TO NEW-CASH-LIMIT-WORK
           END-IF
           IF  NEW-CASH-LIMIT-WORK > NEW-CREDIT-LIMIT-WORK
               MOVE NEW-CREDIT-LIMIT-WORK TO NEW-CASH-LIMIT-WORK
           END-IF
           IF  NEW-CASH-LIMIT-WORK < ZERO
               MOVE ZERO TO NEW-CASH-LIMIT-WORK
           END-IF
           EXIT.
      ******************************************************************
       2610-ROUND-DOWN-TO-UNIT.
           IF  ROUNDING-UNIT > ZERO
               DIVIDE ROUND-AMOUNT-WORK BY ROUNDING-UNIT
                   GIVING ROUND-UNITS-WORK
               COMPUTE ROUND-AMOUNT-WORK =
                   ROUND-UNITS-WORK * ROUNDING-UNIT
           END-IF
           EXIT.
      ******************************************************************
       2620-ROUND-UP-TO-UNIT.
           IF  ROUNDING-UNIT > ZERO
               MOVE ROUND-AMOUNT-WORK TO ROUND-ORIGINAL-WORK
               DIVIDE ROUND-AMOUNT-WORK BY ROUNDING-UNIT
                   GIVING ROUND-UNITS-WORK
               COMPUTE ROUND-AMOUNT-WORK =
                   ROUND-UNITS-WORK * ROUNDING-UNIT
               IF  ROUND-AMOUNT-WORK < ROUND-ORIGINAL-WORK
                   ADD ROUNDING-UNIT TO ROUND-AMOUNT-WORK
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       2700-WRITE-PROPOSAL.
           MOVE SPACES                  TO FD-PROPOSAL-RECORD
           MOVE ACCT-ID                 TO CLR-ACCT-ID
           MOVE ACCT-GROUP-ID           TO CLR-GROUP-ID
           MOVE PROPOSAL-ACTION         TO CLR-ACTION
           MOVE ACCT-CREDIT-LIMIT       TO CLR-CURR-CREDIT-LIMIT
           MOVE NEW-CREDIT-LIMIT-WORK   TO CLR-NEW-CREDIT-LIMIT
           MOVE ACCT-CASH-CREDIT-LIMIT  TO CLR-CURR-CASH-LIMIT
           MOVE NEW-CASH-LIMIT-WORK     TO CLR-NEW-CASH-LIMIT
           MOVE ACCT-CURR-BAL           TO CLR-CURR-BAL
           MOVE SCORE-WORK              TO CLR-SCORE
           MOVE AVG-UTIL-WORK           TO CLR-AVG-UTIL-PCT
           MOVE PEAK-UTIL-WORK          TO CLR-PEAK-UTIL-PCT
           MOVE BREACH-NIGHTS-WORK      TO CLR-BREACH-NIGHTS
           MOVE TENURE-MONTHS-WORK      TO CLR-TENURE-MONTHS
           MOVE REVIEW-DATE             TO CLR-REVIEW-DATE
           WRITE FD-PROPOSAL-RECORD
           IF  PROPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROPOSAL FILE'
               MOVE PROPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       8220-PRINT-PROPOSAL-DETAIL.
           IF  CRLRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-PROPOSAL-HEADINGS
           END-IF
           MOVE CLR-ACCT-ID             TO CRLD-ACCT-ID
           IF  CLR-INCREASE
               MOVE 'INCREASE'          TO CRLD-ACTION
           ELSE
               MOVE 'DECREASE'          TO CRLD-ACTION
           END-IF
           MOVE CLR-GROUP-ID            TO CRLD-GROUP-ID
           MOVE CLR-CURR-CREDIT-LIMIT   TO CRLD-CURR-LIMIT
           MOVE CLR-NEW-CREDIT-LIMIT    TO CRLD-NEW-LIMIT
           MOVE CLR-CURR-CASH-LIMIT     TO CRLD-CURR-CASH
           MOVE CLR-NEW-CASH-LIMIT      TO CRLD-NEW-CASH
           MOVE CLR-CURR-BAL            TO CRLD-CURR-BAL
           MOVE CLR-AVG-UTIL-PCT        TO CRLD-AVG-UTIL
           MOVE CLR-PEAK-UTIL-PCT       TO CRLD-PEAK-UTIL
           MOVE CLR-BREACH-NIGHTS       TO CRLD-BREACH-NIGHTS
           MOVE CLR-TENURE-MONTHS       TO CRLD-TENURE-MONTHS
           MOVE CLR-SCORE               TO CRLD-SCORE
           MOVE CRLRPT-DETAIL-LINE      TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       8240-WRITE-PROPOSAL-HEADINGS.
           ADD 1 TO CRLRPT-PAGE-COUNT
           MOVE CRLRPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           MOVE CUTOFF-PERIOD        TO HDG2-CUTOFF-PERIOD
           WRITE CRLRPT-PRINT-LINE FROM CRLRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  CRLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROPOSAL REPORT FILE'
               MOVE CRLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE CRLRPT-HEADING-2     TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           MOVE CRLRPT-COLUMN-LINE   TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           MOVE SPACES               TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           MOVE 4 TO CRLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       8250-WRITE-CRLRPT-ADVANCE-1.
           WRITE CRLRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  CRLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROPOSAL REPORT FILE'
               MOVE CRLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO CRLRPT-LINE-COUNT
           EXIT.
      ******************************************************************
      * AN EMPTY REPORT STILL GETS ITS HEADINGS SO CREDIT RISK SEES A
      * DATED, ZERO-COUNT PAGE RATHER THAN AN EMPTY FILE.
      ******************************************************************
       8300-PRINT-REPORT-FOOTER.
           IF  CRLRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 8240-WRITE-PROPOSAL-HEADINGS
           END-IF
           MOVE SPACES TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           MOVE 'INCREASES PROPOSED     :' TO FTR-LABEL
           MOVE INCREASE-COUNT             TO FTR-COUNT
           MOVE TOTAL-INCREASE-AMOUNT      TO FTR-AMOUNT
           MOVE CRLRPT-FOOTER-LINE         TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           MOVE 'DECREASES PROPOSED     :' TO FTR-LABEL
           MOVE DECREASE-COUNT             TO FTR-COUNT
           MOVE TOTAL-DECREASE-AMOUNT      TO FTR-AMOUNT
           MOVE CRLRPT-FOOTER-LINE         TO CRLRPT-PRINT-LINE
           PERFORM 8250-WRITE-CRLRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 8300-PRINT-REPORT-FOOTER
           DISPLAY '==================================================='
           DISPLAY 'WBCRLREV CONTROL TOTALS'
           DISPLAY 'DAILY SNAPSHOTS USED    :' SNAPSHOT-USED-COUNT
           DISPLAY 'MONTHLY SUMMARIES USED  :' SUMMARY-USED-COUNT
           DISPLAY 'OVER-LIMIT NIGHTS       :' BREACH-NIGHT-COUNT
           DISPLAY 'ACCOUNTS READ           :' ACCT-READ-COUNT
           DISPLAY 'CLOSED ACCOUNTS SKIPPED :' ACCT-SKIPPED-CLOSED
           DISPLAY 'OPEN ACCOUNTS REVIEWED  :' ACCT-REVIEWED-COUNT
           DISPLAY 'REVIEWED WITHOUT HISTORY:' ACCT-NO-HISTORY-COUNT
           DISPLAY 'INCREASES PROPOSED      :' INCREASE-COUNT
           DISPLAY 'DECREASES PROPOSED      :' DECREASE-COUNT
           DISPLAY 'NO CHANGE               :' NO-CHANGE-COUNT
           DISPLAY 'TOTAL INCREASE AMOUNT   :' TOTAL-INCREASE-AMOUNT
           DISPLAY 'TOTAL DECREASE AMOUNT   :' TOTAL-DECREASE-AMOUNT
           DISPLAY '==================================================='
           CLOSE ACCTFILE-FILE
           CLOSE HISTWORK-FILE
           CLOSE PROPOSAL-FILE
           CLOSE CRLRPT-FILE
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
