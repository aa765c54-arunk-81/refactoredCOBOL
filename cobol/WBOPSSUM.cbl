      ******************************************************************
      * WBOPSSUM - OVERNIGHT OPERATIONS DASHBOARD
      *
      * ONE REPORT THE SHIFT LEAD READS TO SIGN OFF THE NIGHT,
      * INSTEAD OF OPENING THE CYCCTL BOARD, RUNHIST, THE WBRECON
      * RESULT, THE ERRFILE / EXCPTF / CARRYOUT COUNTS AND THE
      * WORKLIST SIZES ONE SYSOUT AT A TIME. EVERY OVERNIGHT
      * PROGRAM APPENDS ITS STEP STATISTICS (CVSTP01Y - START AND
      * END TIME, RECORDS IN / OUT / REJECTED, RETURN CODE AND,
      * FOR A BALANCING STEP, THE BALANCE RESULT) TO THE
      * CUMULATIVE STEPSTAT DATASET THROUGH WBSTPLOG WHEN IT ENDS
      * NORMALLY. THIS PROGRAM READS THAT HISTORY FOR ONE CYCLE
      * DATE AND PRINTS ONE LINE PER STEP: TONIGHT'S TIMES, RETURN
      * CODE AND COUNTS NEXT TO THE TRAILING AVERAGE OF THE SAME
      * STEP OVER THE PRIOR NIGHTS, WITH A FLAG AND A NOTE ON
      * ANYTHING OUT OF PATTERN:
      *   - A REQUIRED STEP WITH NO STATISTICS - IT NEVER RAN, OR
      *     IT ABENDED OR ENDED EARLY (A REFUSED OR BAD-PARM RUN
      *     STOPS BEFORE IT RECORDS ANYTHING);
      *   - A BALANCING STEP OUT OF BALANCE (THE WBRECON MISMATCH,
      *     A LOCKBOX BATCH, A WITHHELD GL FEED);
      *   - A RETURN CODE ABOVE 4;
      *   - REJECTS AT OR ABOVE THE REJECT FACTOR TIMES THE
      *     TRAILING AVERAGE (ANY REJECTS WHERE THE AVERAGE IS
      *     NONE);
      *   - NO INPUT FROM A STEP THAT NORMALLY HAS SOME.
      * THE FOOTER CARRIES THE CYCLE-CONTROL BOARD AS WBCYCCHK
      * LEFT IT (A STEP STILL IN PROGRESS OR AN UNCONSUMED
      * OPERATOR OVERRIDE IS AN EXCEPTION TOO), THE STEP COUNTS,
      * THE NIGHT'S STATUS AND THE SIGN-OFF LINE. THE RUN ENDS
      * RC=4 WHEN ANYTHING IS FLAGGED.
      *
      * THE EXPECTED STEPS COME FROM THE STEPLIST DATASET, IN RUN
      * ORDER, EACH MARKED REQUIRED (EVERY NIGHT) OR OPTIONAL. A
      * STEP THAT RECORDED STATISTICS BUT IS NOT ON THE LIST IS
      * STILL REPORTED, AFTER THE LISTED STEPS. A STEP IS KEYED BY
      * PROGRAM AND STEP LABEL, SO EACH WBACTUPD APPLY (NIGHTLY
      * MAINT, CYCLE ASSESSMENT, CREDIT BALANCE REFUND, ...) IS
      * TRACKED AND AVERAGED SEPARATELY.
      *
      * A STEP BELONGS TO THE CYCLE DATE IT STARTED ON, OR TO THE
      * DAY BEFORE WHEN IT STARTED BEFORE THE CUTOVER HOUR, SO AN
      * OVERNIGHT WINDOW THAT STRADDLES MIDNIGHT IS ONE CYCLE. A
      * STEP RUN MORE THAN ONCE IN THE CYCLE SHOWS ITS LAST RUN.
      *
      * CONTROL CARD: CYCLE DATE (YYYYMMDD, COLS 1-8, BLANK MEANS
      * THE CYCLE NOW ENDING - TODAY, OR YESTERDAY BEFORE THE
      * CUTOVER HOUR), CUTOVER HOUR (COLS 10-11, BLANK DEFAULTS TO
      * 12), TRAILING NIGHTS TO AVERAGE (COLS 13-14, BLANK
      * DEFAULTS TO 20), REJECT FACTOR (COLS 16-17, BLANK DEFAULTS
      * TO 03).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBOPSSUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT STEPLIST-FILE ASSIGN TO STEPLIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STEPLIST-STATUS.
      ******************************************************************
           SELECT STEPSTAT-FILE ASSIGN TO STEPSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STEPSTAT-STATUS.
      ******************************************************************
           SELECT CYCCTL-FILE ASSIGN TO CYCCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CYCCTL-STATUS.
      ******************************************************************
           SELECT OPSRPT-FILE ASSIGN TO OPSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OPSRPT-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * EXPECTED STEPS IN RUN ORDER, MAINTAINED BY OPERATIONS:
      * PROGRAM (COLS 1-8), STEP LABEL AS THE PROGRAM RECORDS IT
      * (COLS 10-33), Y IN COL 35 WHEN THE STEP MUST RUN EVERY
      * NIGHT.
      ******************************************************************
       FD  STEPLIST-FILE.

       01  FD-STEPLIST-RECORD.
           05 SL-PROGRAM-ID                     PIC X(08).
           05 FILLER                            PIC X(01).
           05 SL-STEP-LABEL                     PIC X(24).
           05 FILLER                            PIC X(01).
           05 SL-REQUIRED-FLAG                  PIC X(01).
           05 FILLER                            PIC X(45).
      ******************************************************************
      * CUMULATIVE STEP STATISTICS (CVSTP01Y) AS WRITTEN BY WBSTPLOG.
      ******************************************************************
       FD  STEPSTAT-FILE.

       01  FD-STEPSTAT-RECORD                   PIC X(100).
      ******************************************************************
      * CYCLE-CONTROL INTERLOCK RECORD (CVCYC01Y) - READ ONLY.
      ******************************************************************
       FD  CYCCTL-FILE.

       01  FD-CYCCTL-RECORD                     PIC X(80).
      ******************************************************************
      * DASHBOARD REPORT PRINT LINES.
      ******************************************************************
       FD  OPSRPT-FILE.

       01  OPSRPT-PRINT-LINE                    PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVSTP01Y.
       COPY CVCYC01Y.
      ******************************************************************
       01  STEPLIST-STATUS.
           05  STEPLIST-STAT1      PIC X.
           05  STEPLIST-STAT2      PIC X.
       01  STEPSTAT-STATUS.
           05  STEPSTAT-STAT1      PIC X.
           05  STEPSTAT-STAT2      PIC X.
       01  CYCCTL-STATUS.
           05  CYCCTL-STAT1        PIC X.
           05  CYCCTL-STAT2        PIC X.
       01  OPSRPT-STATUS.
           05  OPSRPT-STAT1        PIC X.
           05  OPSRPT-STAT2        PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  STEPLIST-EOF            PIC X(01)    VALUE 'N'.
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
      * SYSIN CARD: THE CYCLE DATE TO REPORT, THE CUTOVER HOUR THAT
      * SPLITS ONE CYCLE FROM THE NEXT, HOW MANY PRIOR NIGHTS MAKE
      * THE TRAILING AVERAGE, AND THE REJECT FACTOR.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-CYCLE-DATE       PIC X(08)  VALUE SPACES.
           05  FILLER                PIC X(01).
           05  PARM-CUTOVER-HOUR     PIC 9(02)  VALUE 12.
           05  FILLER                PIC X(01).
           05  PARM-TRAILING-NIGHTS  PIC 9(02)  VALUE 20.
           05  FILLER                PIC X(01).
           05  PARM-REJECT-FACTOR    PIC 9(02)  VALUE 3.
           05  FILLER                PIC X(63).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  FILLER                PIC X(09).
           05  PARM-CUTOVER-HOUR-X   PIC X(02).
           05  FILLER                PIC X(01).
           05  PARM-TRAILING-NIGHTS-X PIC X(02).
           05  FILLER                PIC X(01).
           05  PARM-REJECT-FACTOR-X  PIC X(02).
           05  FILLER                PIC X(63).
       01  PARM-CARD-SWITCH         PIC X(01)  VALUE 'Y'.
           88  PARM-CARD-VALID                 VALUE 'Y'.
           88  PARM-CARD-INVALID               VALUE 'N'.
      ******************************************************************
      * CYCLE-DATE RESOLUTION. A STEP'S CYCLE IS ITS START DATE AS
      * AN INTEGER DAY, LESS ONE WHEN IT STARTED BEFORE THE CUTOVER
      * HOUR; THE TRAILING WINDOW IS THE NIGHTS BEFORE THE TARGET.
      ******************************************************************
       01  NOW-TIMESTAMP.
           05  NOW-YYYYMMDD          PIC X(08).
           05  NOW-HH                PIC 9(02).
           05  FILLER                PIC X(04).
       01  WORK-YYYYMMDD             PIC 9(08)  VALUE ZERO.
       01  WORK-DATE-PARTS REDEFINES WORK-YYYYMMDD.
           05  WORK-YYYY             PIC 9(04).
           05  WORK-MM               PIC 9(02).
           05  WORK-DD               PIC 9(02).
       01  CYCLE-YYYYMMDD            PIC 9(08)  VALUE ZERO.
       01  CYCLE-INTEGER             PIC S9(09) COMP VALUE ZERO.
       01  WINDOW-START-INTEGER      PIC S9(09) COMP VALUE ZERO.
       01  REC-CYCLE-INTEGER         PIC S9(09) COMP VALUE ZERO.
      ******************************************************************
      * ONE ENTRY PER STEP: THE LISTED STEPS IN RUN ORDER FIRST,
      * THEN ANY UNLISTED STEP AS ITS FIRST STATISTICS RECORD IS
      * SEEN. TONIGHT'S FIELDS HOLD THE LAST RUN IN THE TARGET
      * CYCLE; THE HISTORY FIELDS SUM EVERY RUN IN THE TRAILING
      * WINDOW FOR THE AVERAGES. GUARDED THE SAME WAY WBTREND
      * GUARDS ITS GROUP TABLE.
      ******************************************************************
       01  OPS-STEP-COUNT            PIC 9(4)  COMP VALUE ZERO.
       01  OPS-STEP-TABLE.
           05  OPS-STEP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON OPS-STEP-COUNT
                   INDEXED BY OPS-IDX.
               10  OPS-PROGRAM-ID     PIC X(08).
               10  OPS-STEP-LABEL     PIC X(24).
               10  OPS-LISTED-FLAG    PIC X(01).
                   88  OPS-STEP-LISTED           VALUE 'Y'.
               10  OPS-REQUIRED-FLAG  PIC X(01).
                   88  OPS-STEP-REQUIRED         VALUE 'Y'.
               10  OPS-RUN-COUNT      PIC 9(04)  COMP.
               10  OPS-START-TS       PIC X(14).
               10  OPS-END-TS         PIC X(14).
               10  OPS-RECORDS-IN     PIC 9(09).
               10  OPS-RECORDS-OUT    PIC 9(09).
               10  OPS-REJECTS        PIC 9(09).
               10  OPS-RETURN-CODE    PIC 9(04).
               10  OPS-BALANCE-FLAG   PIC X(01).
               10  OPS-HIST-RUNS      PIC 9(05)  COMP.
               10  OPS-HIST-IN        PIC 9(13).
               10  OPS-HIST-OUT       PIC 9(13).
               10  OPS-HIST-REJECTS   PIC 9(13).
       01  STEP-ENTRY-SWITCH         PIC X(01)  VALUE 'N'.
           88  STEP-ENTRY-FOUND                 VALUE 'Y'.
      ******************************************************************
      * PER-STEP EVALUATION WORK FIELDS.
      ******************************************************************
       01  AVG-IN                    PIC 9(09)     VALUE ZERO.
       01  AVG-OUT                   PIC 9(09)     VALUE ZERO.
       01  AVG-REJECTS               PIC 9(09)V99  VALUE ZERO.
       01  REJECT-LIMIT              PIC 9(11)V99  VALUE ZERO.
       01  STEP-NOTE                 PIC X(23)  VALUE SPACES.
       01  STEP-FLAG-SWITCH          PIC X(01)  VALUE 'N'.
           88  STEP-FLAGGED                     VALUE 'Y'.
      ******************************************************************
      * CYCLE-CONTROL BOARD AVAILABILITY AND EXCEPTION.
      ******************************************************************
       01  BOARD-SWITCH              PIC X(01)  VALUE 'N'.
           88  BOARD-AVAILABLE                  VALUE 'Y'.
       01  BOARD-NOTE                PIC X(40)  VALUE SPACES.
      ******************************************************************
      * CONTROL COUNTS FOR THE FOOTER AND SYSOUT TRAILER.
      ******************************************************************
       01  OPS-CONTROL-TOTALS.
           05  STEPLIST-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  REQUIRED-STEP-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  STEPSTAT-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  TONIGHT-RECORD-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  HISTORY-RECORD-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  BAD-RECORD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  STEPS-RECORDED-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05  STEPS-MISSING-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  STEPS-FLAGGED-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05  BOARD-EXCEPTION-COUNT     PIC 9(7)  COMP VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS.
      ******************************************************************
       01  RPT-RUN-DATE              PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES        PIC 9(03)  COMP VALUE 55.
       01  OPSRPT-PAGE-COUNT         PIC 9(05)  COMP VALUE ZERO.
       01  OPSRPT-LINE-COUNT         PIC 9(03)  COMP VALUE 99.
       01  OPSRPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBOPSSUM'.
           05  FILLER                PIC X(40)  VALUE
               'OVERNIGHT OPERATIONS DASHBOARD'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(49)  VALUE SPACES.
       01  OPSRPT-HEADING-2.
           05  FILLER                PIC X(12)  VALUE 'CYCLE DATE: '.
           05  HDG2-CYCLE-DATE       PIC X(10).
           05  FILLER                PIC X(17)  VALUE
               '   CUTOVER HOUR: '.
           05  HDG2-CUTOVER-HOUR     PIC 99.
           05  FILLER                PIC X(20)  VALUE
               '   TRAILING NIGHTS: '.
           05  HDG2-TRAILING-NIGHTS  PIC Z9.
           05  FILLER                PIC X(18)  VALUE
               '   REJECT FACTOR: '.
           05  HDG2-REJECT-FACTOR    PIC Z9.
           05  FILLER                PIC X(49)  VALUE SPACES.
       01  OPSRPT-COLUMN-LINE.
           05  FILLER                PIC X(09)  VALUE 'PROGRAM'.
           05  FILLER                PIC X(25)  VALUE 'STEP LABEL'.
           05  FILLER                PIC X(06)  VALUE 'START'.
           05  FILLER                PIC X(06)  VALUE 'END'.
           05  FILLER                PIC X(05)  VALUE '  RC'.
           05  FILLER                PIC X(10)  VALUE '  RECS IN'.
           05  FILLER                PIC X(10)  VALUE '   AVG IN'.
           05  FILLER                PIC X(10)  VALUE ' RECS OUT'.
           05  FILLER                PIC X(10)  VALUE '  AVG OUT'.
           05  FILLER                PIC X(08)  VALUE 'REJECTS'.
           05  FILLER                PIC X(08)  VALUE 'AVG REJ'.
           05  FILLER                PIC X(02)  VALUE 'F'.
           05  FILLER                PIC X(23)  VALUE 'NOTE'.
       01  STEP-DETAIL-LINE.
           05  DTL-PROGRAM-ID        PIC X(08).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-STEP-LABEL        PIC X(24).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-START-TIME        PIC X(05).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-END-TIME          PIC X(05).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-RETURN-CODE       PIC ZZZ9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-RECORDS-IN        PIC Z(8)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-AVG-IN            PIC Z(8)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-RECORDS-OUT       PIC Z(8)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-AVG-OUT           PIC Z(8)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-REJECTS           PIC Z(6)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-AVG-REJECTS       PIC Z(6)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-FLAG              PIC X(01).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  DTL-NOTE              PIC X(23).
      ******************************************************************
      * A STEP WITH NO STATISTICS IN THE CYCLE HAS NO TIMES OR
      * COUNTS OF ITS OWN - ONLY ITS TRAILING AVERAGES.
      ******************************************************************
       01  STEP-MISSING-LINE.
           05  MSL-PROGRAM-ID        PIC X(08).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  MSL-STEP-LABEL        PIC X(24).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  FILLER                PIC X(27)  VALUE
               '*** NO STATISTICS ***'.
           05  MSL-AVG-IN            PIC Z(8)9.
           05  FILLER                PIC X(11)  VALUE SPACES.
           05  MSL-AVG-OUT           PIC Z(8)9.
           05  FILLER                PIC X(09)  VALUE SPACES.
           05  MSL-AVG-REJECTS       PIC Z(6)9.
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  MSL-FLAG              PIC X(01).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  MSL-NOTE              PIC X(23).
       01  OPSRPT-FOOTER-LINE.
           05  FTR-CAPTION           PIC X(25).
           05  FTR-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(100) VALUE SPACES.
       01  OPSRPT-FOOTER-TEXT-LINE.
           05  FTT-CAPTION           PIC X(25).
           05  FTT-TEXT              PIC X(107).
       01  OPSRPT-BOARD-LINE.
           05  FILLER                PIC X(25)  VALUE
               'CYCLE CONTROL BOARD     :'.
           05  FILLER                PIC X(07)  VALUE ' CYCLE '.
           05  BRD-CYCLE-DATE        PIC X(08).
           05  FILLER                PIC X(08)  VALUE '  MAINT '.
           05  BRD-MAINT-STATUS      PIC X(01).
           05  FILLER                PIC X(11)  VALUE '  POSTING '.
           05  BRD-POSTING-STATUS    PIC X(01).
           05  FILLER                PIC X(10)  VALUE '  EXPORT '.
           05  BRD-EXPORT-STATUS     PIC X(01).
           05  FILLER                PIC X(09)  VALUE '  DELTA '.
           05  BRD-DELTA-STATUS      PIC X(01).
           05  FILLER                PIC X(09)  VALUE '  TREND '.
           05  BRD-TREND-STATUS      PIC X(01).
           05  FILLER                PIC X(10)  VALUE '  ACTIVE '.
           05  BRD-ACTIVE-STEP       PIC X(08).
           05  FILLER                PIC X(12)  VALUE '  OVERRIDE '.
           05  BRD-OVERRIDE-FLAG     PIC X(01).
           05  FILLER                PIC X(09)  VALUE SPACES.
       01  OPSRPT-SIGNOFF-LINE.
           05  FILLER                PIC X(25)  VALUE
               'NIGHT SIGNED OFF BY     :'.
           05  FILLER                PIC X(32)  VALUE
               ' ______________________________'.
           05  FILLER                PIC X(13)  VALUE '  DATE/TIME: '.
           05  FILLER                PIC X(20)  VALUE
               '____________________'.
           05  FILLER                PIC X(42)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBOPSSUM'
           PERFORM 0100-INITIALIZE
           PERFORM 1000-STEPSTAT-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBOPSSUM'
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
           PERFORM 0120-VALIDATE-PARM-CARD
           IF  PARM-CARD-INVALID
               DISPLAY 'PARM CARD REJECTED - RUN TERMINATED BEFORE '
                  'THE STEP STATISTICS WERE OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0140-RESOLVE-CYCLE-DATE
           DISPLAY 'CYCLE DATE REPORTED     :' CYCLE-YYYYMMDD
           DISPLAY 'CUTOVER HOUR            :' PARM-CUTOVER-HOUR
           DISPLAY 'TRAILING NIGHTS         :' PARM-TRAILING-NIGHTS
           DISPLAY 'REJECT FACTOR           :' PARM-REJECT-FACTOR
           PERFORM 0200-LOAD-STEP-LIST
           PERFORM 0300-READ-CYCLE-BOARD
           OPEN INPUT  STEPSTAT-FILE
           IF  STEPSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STEP STATISTICS FILE'
               MOVE STEPSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT OPSRPT-FILE
           IF  OPSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPERATIONS REPORT FILE'
               MOVE OPSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
      * THE CYCLE DATE, WHEN GIVEN, MUST BE A YYYYMMDD DATE; THE
      * CUTOVER HOUR MUST BE 00-23; THE TRAILING NIGHTS AND THE
      * REJECT FACTOR MUST BE 01-99. BLANK FIELDS TAKE THEIR
      * DEFAULTS.
      ******************************************************************
       0120-VALIDATE-PARM-CARD.
           SET PARM-CARD-VALID TO TRUE
           IF  PARM-CYCLE-DATE NOT = SPACES
               IF  PARM-CYCLE-DATE NOT NUMERIC
                   DISPLAY 'INVALID CYCLE DATE: ' PARM-CYCLE-DATE
                      ' (EXPECTED YYYYMMDD IN COLS 1-8)'
                   SET PARM-CARD-INVALID TO TRUE
               ELSE
                   MOVE PARM-CYCLE-DATE TO WORK-YYYYMMDD
                   IF  WORK-YYYY < 1601
                   OR  WORK-MM < 1 OR WORK-MM > 12
                   OR  WORK-DD < 1 OR WORK-DD > 31
                       DISPLAY 'INVALID CYCLE DATE: ' PARM-CYCLE-DATE
                          ' (EXPECTED YYYYMMDD IN COLS 1-8)'
                       SET PARM-CARD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF  PARM-CUTOVER-HOUR-X = SPACES
               MOVE 12 TO PARM-CUTOVER-HOUR
           ELSE
               IF  PARM-CUTOVER-HOUR NOT NUMERIC
               OR  PARM-CUTOVER-HOUR > 23
                   DISPLAY 'INVALID CUTOVER HOUR: '
                      PARM-CUTOVER-HOUR-X
                      ' (EXPECTED 00-23 IN COLS 10-11)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-TRAILING-NIGHTS-X = SPACES
               MOVE 20 TO PARM-TRAILING-NIGHTS
           ELSE
               IF  PARM-TRAILING-NIGHTS NOT NUMERIC
               OR  PARM-TRAILING-NIGHTS = ZERO
                   DISPLAY 'INVALID TRAILING NIGHTS: '
                      PARM-TRAILING-NIGHTS-X
                      ' (EXPECTED 01-99 IN COLS 13-14)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-REJECT-FACTOR-X = SPACES
               MOVE 3 TO PARM-REJECT-FACTOR
           ELSE
               IF  PARM-REJECT-FACTOR NOT NUMERIC
               OR  PARM-REJECT-FACTOR = ZERO
                   DISPLAY 'INVALID REJECT FACTOR: '
                      PARM-REJECT-FACTOR-X
                      ' (EXPECTED 01-99 IN COLS 16-17)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * A BLANK CYCLE DATE MEANS THE CYCLE NOW ENDING: THE DASHBOARD
      * RUN IN THE MORNING, BEFORE THE CUTOVER HOUR, REPORTS THE
      * NIGHT THAT STARTED YESTERDAY EVENING.
      ******************************************************************
       0140-RESOLVE-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
           IF  PARM-CYCLE-DATE = SPACES
               MOVE NOW-YYYYMMDD TO WORK-YYYYMMDD
               COMPUTE CYCLE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
               IF  NOW-HH < PARM-CUTOVER-HOUR
                   SUBTRACT 1 FROM CYCLE-INTEGER
               END-IF
           ELSE
               MOVE PARM-CYCLE-DATE TO WORK-YYYYMMDD
               COMPUTE CYCLE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
           END-IF
           COMPUTE CYCLE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(CYCLE-INTEGER)
           COMPUTE WINDOW-START-INTEGER =
               CYCLE-INTEGER - PARM-TRAILING-NIGHTS
           EXIT.
      ******************************************************************
      * LOADS THE EXPECTED STEPS IN RUN ORDER. AN EMPTY LIST, A
      * RECORD WITH NO PROGRAM NAME, OR MORE STEPS THAN THE TABLE
      * HOLDS ENDS THE RUN RC=12 - A DASHBOARD THAT SILENTLY
      * EXPECTS NOTHING WOULD REPORT EVERY NIGHT CLEAN.
      ******************************************************************
       0200-LOAD-STEP-LIST.
           OPEN INPUT STEPLIST-FILE
           IF  STEPLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STEP LIST FILE'
               MOVE STEPLIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0210-STEPLIST-GET-NEXT UNTIL STEPLIST-EOF = 'Y'
           CLOSE STEPLIST-FILE
           IF  STEPLIST-READ-COUNT = ZERO
               DISPLAY 'STEP LIST FILE IS EMPTY - RUN TERMINATED '
                  'BEFORE THE STEP STATISTICS WERE OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ******************************************************************
       0210-STEPLIST-GET-NEXT.
           READ STEPLIST-FILE
           IF  STEPLIST-STATUS = '00'
               ADD 1 TO STEPLIST-READ-COUNT
               IF  SL-PROGRAM-ID = SPACES
                   DISPLAY 'STEP LIST RECORD ' STEPLIST-READ-COUNT
                      ' HAS NO PROGRAM NAME - RUN TERMINATED BEFORE '
                      'THE STEP STATISTICS WERE OPENED'
                   CLOSE STEPLIST-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF  OPS-STEP-COUNT NOT < 200
                   DISPLAY 'STEP LIST HAS MORE THAN 200 STEPS - RUN '
                      'TERMINATED BEFORE THE STEP STATISTICS WERE '
                      'OPENED'
                   CLOSE STEPLIST-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO OPS-STEP-COUNT
               SET OPS-IDX TO OPS-STEP-COUNT
               PERFORM 1260-CLEAR-STEP-ENTRY
               MOVE SL-PROGRAM-ID    TO OPS-PROGRAM-ID(OPS-IDX)
               MOVE SL-STEP-LABEL    TO OPS-STEP-LABEL(OPS-IDX)
               MOVE 'Y'              TO OPS-LISTED-FLAG(OPS-IDX)
               IF  SL-REQUIRED-FLAG = 'Y'
                   MOVE 'Y'          TO OPS-REQUIRED-FLAG(OPS-IDX)
                   ADD 1 TO REQUIRED-STEP-COUNT
               END-IF
           ELSE
               IF  STEPLIST-STATUS = '10'
                   MOVE 'Y' TO STEPLIST-EOF
               ELSE
                   DISPLAY 'ERROR READING STEP LIST FILE'
                   MOVE STEPLIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * READS THE CYCLE-CONTROL BOARD FOR THE FOOTER. THE BOARD IS
      * CONTEXT, NOT THE DASHBOARD'S INPUT: ONE THAT CANNOT BE READ
      * IS REPORTED AS AN EXCEPTION RATHER THAN TAKING THE RUN DOWN.
      * A STEP STILL MARKED IN PROGRESS (AN ABEND NOT YET RESTARTED
      * OR OVERRIDDEN) OR AN OVERRIDE ARMED BUT NEVER CONSUMED IS AN
      * EXCEPTION THE SHIFT LEAD MUST CLEAR BEFORE THE NEXT NIGHT.
      ******************************************************************
       0300-READ-CYCLE-BOARD.
           OPEN INPUT CYCCTL-FILE
           IF  CYCCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CYCLE CONTROL FILE'
               MOVE CYCCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               MOVE 'CYCLE CONTROL BOARD NOT AVAILABLE'
                   TO BOARD-NOTE
               ADD 1 TO BOARD-EXCEPTION-COUNT
           ELSE
               READ CYCCTL-FILE INTO CYC-CONTROL-RECORD
               IF  CYCCTL-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CYCLE CONTROL FILE'
                   MOVE CYCCTL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   MOVE 'CYCLE CONTROL BOARD NOT AVAILABLE'
                       TO BOARD-NOTE
                   ADD 1 TO BOARD-EXCEPTION-COUNT
               ELSE
                   SET BOARD-AVAILABLE TO TRUE
               END-IF
               CLOSE CYCCTL-FILE
           END-IF
           IF  BOARD-AVAILABLE
               IF  CYC-MAINT-STATUS   = 'I'
               OR  CYC-POSTING-STATUS = 'I'
               OR  CYC-EXPORT-STATUS  = 'I'
               OR  CYC-DELTA-STATUS   = 'I'
               OR  CYC-TREND-STATUS   = 'I'
                   MOVE 'A STEP IS STILL MARKED IN PROGRESS'
                       TO BOARD-NOTE
                   ADD 1 TO BOARD-EXCEPTION-COUNT
               END-IF
               IF  CYC-OVERRIDE-FLAG = 'Y'
                   IF  BOARD-NOTE = SPACES
                       MOVE 'OPERATOR OVERRIDE ARMED, NOT CONSUMED'
                           TO BOARD-NOTE
                   END-IF
                   ADD 1 TO BOARD-EXCEPTION-COUNT
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1000-STEPSTAT-GET-NEXT.
           READ STEPSTAT-FILE INTO STEP-STAT-RECORD
           IF  STEPSTAT-STATUS = '00'
               ADD 1 TO STEPSTAT-READ-COUNT
               PERFORM 1100-CLASSIFY-STEP-RECORD
           ELSE
               IF  STEPSTAT-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING STEP STATISTICS FILE'
                   MOVE STEPSTAT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * PLACES ONE STATISTICS RECORD IN ITS CYCLE: THE TARGET CYCLE
      * SETS THE STEP'S TONIGHT FIELDS, THE TRAILING WINDOW FEEDS
      * ITS AVERAGES, AND ANYTHING OLDER OR NEWER IS PASSED OVER. A
      * RECORD WHOSE START TIME IS NOT A DATE IS COUNTED AND
      * SKIPPED.
      ******************************************************************
       1100-CLASSIFY-STEP-RECORD.
           IF  STS-START-DATE NUMERIC
           AND STS-START-HH NUMERIC
               MOVE STS-START-DATE TO WORK-YYYYMMDD
           ELSE
               MOVE ZERO TO WORK-YYYYMMDD
           END-IF
           IF  WORK-YYYY < 1601
           OR  WORK-MM < 1 OR WORK-MM > 12
           OR  WORK-DD < 1 OR WORK-DD > 31
               ADD 1 TO BAD-RECORD-COUNT
           ELSE
               COMPUTE REC-CYCLE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
               IF  STS-START-HH < PARM-CUTOVER-HOUR
                   SUBTRACT 1 FROM REC-CYCLE-INTEGER
               END-IF
               PERFORM 1150-PLACE-STEP-RECORD
           END-IF
           EXIT.
      ******************************************************************
       1150-PLACE-STEP-RECORD.
           IF  REC-CYCLE-INTEGER = CYCLE-INTEGER
               ADD 1 TO TONIGHT-RECORD-COUNT
               PERFORM 1200-FIND-STEP-ENTRY
               IF  STEP-ENTRY-FOUND
                   PERFORM 1300-RECORD-TONIGHT-RUN
               END-IF
           ELSE
               IF  REC-CYCLE-INTEGER NOT < WINDOW-START-INTEGER
               AND REC-CYCLE-INTEGER < CYCLE-INTEGER
                   ADD 1 TO HISTORY-RECORD-COUNT
                   PERFORM 1200-FIND-STEP-ENTRY
                   IF  STEP-ENTRY-FOUND
                       PERFORM 1400-ACCUMULATE-HISTORY
                   END-IF
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-FIND-STEP-ENTRY.
           MOVE 'N' TO STEP-ENTRY-SWITCH
           SET OPS-IDX TO 1
           SEARCH OPS-STEP-ENTRY
               AT END
                   PERFORM 1250-ADD-STEP-ENTRY
               WHEN OPS-PROGRAM-ID(OPS-IDX) = STS-PROGRAM-ID
               AND  OPS-STEP-LABEL(OPS-IDX) = STS-STEP-LABEL
                   SET STEP-ENTRY-FOUND TO TRUE
           END-SEARCH
           EXIT.
      ******************************************************************
      * A STEP NOT ON THE LIST IS TRACKED UNLISTED; IT IS PRINTED
      * ONLY IF IT RAN IN THE TARGET CYCLE.
      ******************************************************************
       1250-ADD-STEP-ENTRY.
           IF  OPS-STEP-COUNT < 200
               ADD 1 TO OPS-STEP-COUNT
               SET OPS-IDX TO OPS-STEP-COUNT
               PERFORM 1260-CLEAR-STEP-ENTRY
               MOVE STS-PROGRAM-ID   TO OPS-PROGRAM-ID(OPS-IDX)
               MOVE STS-STEP-LABEL   TO OPS-STEP-LABEL(OPS-IDX)
               SET STEP-ENTRY-FOUND  TO TRUE
           ELSE
               DISPLAY 'STEP TABLE FULL, STEP NOT TRACKED: '
                       STS-PROGRAM-ID ' ' STS-STEP-LABEL
           END-IF
           EXIT.
      ******************************************************************
       1260-CLEAR-STEP-ENTRY.
           MOVE SPACES TO OPS-PROGRAM-ID(OPS-IDX)
           MOVE SPACES TO OPS-STEP-LABEL(OPS-IDX)
           MOVE 'N'    TO OPS-LISTED-FLAG(OPS-IDX)
           MOVE 'N'    TO OPS-REQUIRED-FLAG(OPS-IDX)
           MOVE ZERO   TO OPS-RUN-COUNT(OPS-IDX)
           MOVE SPACES TO OPS-START-TS(OPS-IDX)
           MOVE SPACES TO OPS-END-TS(OPS-IDX)
           MOVE ZERO   TO OPS-RECORDS-IN(OPS-IDX)
           MOVE ZERO   TO OPS-RECORDS-OUT(OPS-IDX)
           MOVE ZERO   TO OPS-REJECTS(OPS-IDX)
           MOVE ZERO   TO OPS-RETURN-CODE(OPS-IDX)
           MOVE SPACE  TO OPS-BALANCE-FLAG(OPS-IDX)
           MOVE ZERO   TO OPS-HIST-RUNS(OPS-IDX)
           MOVE ZERO   TO OPS-HIST-IN(OPS-IDX)
           MOVE ZERO   TO OPS-HIST-OUT(OPS-IDX)
           MOVE ZERO   TO OPS-HIST-REJECTS(OPS-IDX)
           EXIT.
      ******************************************************************
      * THE STATISTICS FILE IS IN RUN ORDER, SO A RERUN'S RECORD
      * ARRIVES AFTER THE RUN IT REPLACES AND THE LAST RUN WINS.
      ******************************************************************
       1300-RECORD-TONIGHT-RUN.
           ADD 1                  TO OPS-RUN-COUNT(OPS-IDX)
           MOVE STS-START-TS      TO OPS-START-TS(OPS-IDX)
           MOVE STS-END-TS        TO OPS-END-TS(OPS-IDX)
           MOVE STS-RECORDS-IN    TO OPS-RECORDS-IN(OPS-IDX)
           MOVE STS-RECORDS-OUT   TO OPS-RECORDS-OUT(OPS-IDX)
           MOVE STS-REJECTS       TO OPS-REJECTS(OPS-IDX)
           MOVE STS-RETURN-CODE   TO OPS-RETURN-CODE(OPS-IDX)
           MOVE STS-BALANCE-FLAG  TO OPS-BALANCE-FLAG(OPS-IDX)
           EXIT.
      ******************************************************************
       1400-ACCUMULATE-HISTORY.
           ADD 1                  TO OPS-HIST-RUNS(OPS-IDX)
           ADD STS-RECORDS-IN     TO OPS-HIST-IN(OPS-IDX)
           ADD STS-RECORDS-OUT    TO OPS-HIST-OUT(OPS-IDX)
           ADD STS-REJECTS        TO OPS-HIST-REJECTS(OPS-IDX)
           EXIT.
      ******************************************************************
      * PRINTS ONE DASHBOARD LINE PER STEP, THE FOOTER AND THE
      * SIGN-OFF LINE, THEN THE SYSOUT CONTROL TRAILER. ANY FLAGGED
      * STEP OR BOARD EXCEPTION ENDS THE RUN RC=4.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 8100-PRINT-ONE-STEP-LINE
               VARYING OPS-IDX FROM 1 BY 1
               UNTIL OPS-IDX > OPS-STEP-COUNT
           PERFORM 8300-PRINT-FOOTER
           DISPLAY '==================================================='
           DISPLAY 'WBOPSSUM CONTROL TOTALS'
           DISPLAY 'CYCLE DATE REPORTED     :' CYCLE-YYYYMMDD
           DISPLAY 'STEPS ON STEP LIST      :' STEPLIST-READ-COUNT
           DISPLAY 'REQUIRED STEPS          :' REQUIRED-STEP-COUNT
           DISPLAY 'STATISTICS RECORDS READ :' STEPSTAT-READ-COUNT
           DISPLAY 'RECORDS IN THIS CYCLE   :' TONIGHT-RECORD-COUNT
           DISPLAY 'RECORDS IN TRAILING AVG :' HISTORY-RECORD-COUNT
           DISPLAY 'UNREADABLE RECORDS      :' BAD-RECORD-COUNT
           DISPLAY 'STEPS RECORDED          :' STEPS-RECORDED-COUNT
           DISPLAY 'REQUIRED STEPS MISSING  :' STEPS-MISSING-COUNT
           DISPLAY 'STEPS FLAGGED           :' STEPS-FLAGGED-COUNT
           DISPLAY 'BOARD EXCEPTIONS        :' BOARD-EXCEPTION-COUNT
           DISPLAY '==================================================='
           CLOSE STEPSTAT-FILE
           CLOSE OPSRPT-FILE
           IF  STEPS-FLAGGED-COUNT   > ZERO
           OR  BOARD-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
      ******************************************************************
      * ONE LINE PER STEP. AN UNLISTED STEP THAT DID NOT RUN IN THE
      * CYCLE IS ONLY HISTORY AND IS NOT PRINTED. THE AVERAGES ARE
      * OVER EVERY RUN IN THE TRAILING WINDOW.
      ******************************************************************
       8100-PRINT-ONE-STEP-LINE.
           IF  OPS-STEP-LISTED(OPS-IDX)
           OR  OPS-RUN-COUNT(OPS-IDX) > ZERO
               IF  OPSRPT-LINE-COUNT > RPT-PAGE-MAX-LINES
                   PERFORM 8240-WRITE-OPSRPT-HEADINGS
               END-IF
               PERFORM 8120-COMPUTE-STEP-AVERAGES
               PERFORM 8150-EVALUATE-STEP
               IF  STEP-FLAGGED
                   ADD 1 TO STEPS-FLAGGED-COUNT
               END-IF
               IF  OPS-RUN-COUNT(OPS-IDX) = ZERO
                   PERFORM 8160-FORMAT-MISSING-LINE
               ELSE
                   ADD 1 TO STEPS-RECORDED-COUNT
                   PERFORM 8170-FORMAT-DETAIL-LINE
               END-IF
               PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           END-IF
           EXIT.
      ******************************************************************
       8120-COMPUTE-STEP-AVERAGES.
           IF  OPS-HIST-RUNS(OPS-IDX) = ZERO
               MOVE ZERO TO AVG-IN
               MOVE ZERO TO AVG-OUT
               MOVE ZERO TO AVG-REJECTS
           ELSE
               COMPUTE AVG-IN ROUNDED =
                   OPS-HIST-IN(OPS-IDX) / OPS-HIST-RUNS(OPS-IDX)
               COMPUTE AVG-OUT ROUNDED =
                   OPS-HIST-OUT(OPS-IDX) / OPS-HIST-RUNS(OPS-IDX)
               COMPUTE AVG-REJECTS ROUNDED =
                   OPS-HIST-REJECTS(OPS-IDX) / OPS-HIST-RUNS(OPS-IDX)
           END-IF
           EXIT.
      ******************************************************************
      * THE OUT-OF-PATTERN TESTS, MOST SERIOUS FIRST. THE FIRST ONE
      * THAT APPLIES FLAGS THE STEP AND NAMES THE NOTE; A STEP THAT
      * PASSES THEM ALL MAY STILL CARRY AN INFORMATION NOTE (NOT ON
      * THE LIST, RERUN, OPTIONAL STEP NOT RUN, NO HISTORY YET).
      ******************************************************************
       8150-EVALUATE-STEP.
           MOVE 'N'    TO STEP-FLAG-SWITCH
           MOVE SPACES TO STEP-NOTE
           COMPUTE REJECT-LIMIT = AVG-REJECTS * PARM-REJECT-FACTOR
           EVALUATE TRUE
               WHEN OPS-RUN-COUNT(OPS-IDX) = ZERO
               AND  OPS-STEP-REQUIRED(OPS-IDX)
                   SET STEP-FLAGGED TO TRUE
                   ADD 1 TO STEPS-MISSING-COUNT
                   MOVE 'NEVER RAN/NOT COMPLETE' TO STEP-NOTE
               WHEN OPS-RUN-COUNT(OPS-IDX) = ZERO
                   MOVE 'OPTIONAL - NOT RUN'     TO STEP-NOTE
               WHEN OPS-BALANCE-FLAG(OPS-IDX) = 'N'
                   SET STEP-FLAGGED TO TRUE
                   MOVE 'OUT OF BALANCE'         TO STEP-NOTE
               WHEN OPS-RETURN-CODE(OPS-IDX) > 4
                   SET STEP-FLAGGED TO TRUE
                   MOVE 'RETURN CODE ABOVE 4'    TO STEP-NOTE
               WHEN OPS-REJECTS(OPS-IDX) > ZERO
               AND  OPS-HIST-RUNS(OPS-IDX) > ZERO
               AND  OPS-REJECTS(OPS-IDX) NOT < REJECT-LIMIT
                   SET STEP-FLAGGED TO TRUE
                   MOVE 'REJECTS OUT OF PATTERN' TO STEP-NOTE
               WHEN OPS-RECORDS-IN(OPS-IDX) = ZERO
               AND  AVG-IN > ZERO
                   SET STEP-FLAGGED TO TRUE
                   MOVE 'NO INPUT RECORDS'       TO STEP-NOTE
               WHEN NOT OPS-STEP-LISTED(OPS-IDX)
                   MOVE 'NOT ON STEP LIST'       TO STEP-NOTE
               WHEN OPS-RUN-COUNT(OPS-IDX) > 1
                   MOVE 'RERUN - LAST RUN SHOWN' TO STEP-NOTE
               WHEN OPS-HIST-RUNS(OPS-IDX) = ZERO
                   MOVE 'NO HISTORY TO COMPARE'  TO STEP-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      ******************************************************************
       8160-FORMAT-MISSING-LINE.
           MOVE OPS-PROGRAM-ID(OPS-IDX) TO MSL-PROGRAM-ID
           MOVE OPS-STEP-LABEL(OPS-IDX) TO MSL-STEP-LABEL
           MOVE AVG-IN                  TO MSL-AVG-IN
           MOVE AVG-OUT                 TO MSL-AVG-OUT
           MOVE AVG-REJECTS             TO MSL-AVG-REJECTS
           IF  STEP-FLAGGED
               MOVE '*'                 TO MSL-FLAG
           ELSE
               MOVE SPACE               TO MSL-FLAG
           END-IF
           MOVE STEP-NOTE               TO MSL-NOTE
           MOVE STEP-MISSING-LINE       TO OPSRPT-PRINT-LINE
           EXIT.
      ******************************************************************
       8170-FORMAT-DETAIL-LINE.
           MOVE OPS-PROGRAM-ID(OPS-IDX)  TO DTL-PROGRAM-ID
           MOVE OPS-STEP-LABEL(OPS-IDX)  TO DTL-STEP-LABEL
           MOVE SPACES                   TO DTL-START-TIME
           STRING OPS-START-TS(OPS-IDX)(9:2) ':'
                  OPS-START-TS(OPS-IDX)(11:2)
                  DELIMITED BY SIZE INTO DTL-START-TIME
           END-STRING
           MOVE SPACES                   TO DTL-END-TIME
           STRING OPS-END-TS(OPS-IDX)(9:2) ':'
                  OPS-END-TS(OPS-IDX)(11:2)
                  DELIMITED BY SIZE INTO DTL-END-TIME
           END-STRING
           MOVE OPS-RETURN-CODE(OPS-IDX) TO DTL-RETURN-CODE
           MOVE OPS-RECORDS-IN(OPS-IDX)  TO DTL-RECORDS-IN
           MOVE AVG-IN                   TO DTL-AVG-IN
           MOVE OPS-RECORDS-OUT(OPS-IDX) TO DTL-RECORDS-OUT
           MOVE AVG-OUT                  TO DTL-AVG-OUT
           MOVE OPS-REJECTS(OPS-IDX)     TO DTL-REJECTS
           MOVE AVG-REJECTS              TO DTL-AVG-REJECTS
           IF  STEP-FLAGGED
               MOVE '*'                  TO DTL-FLAG
           ELSE
               MOVE SPACE                TO DTL-FLAG
           END-IF
           MOVE STEP-NOTE                TO DTL-NOTE
           MOVE STEP-DETAIL-LINE         TO OPSRPT-PRINT-LINE
           EXIT.
      ******************************************************************
      * THE FOOTER: THE CYCLE-CONTROL BOARD, THE STEP COUNTS, THE
      * NIGHT'S STATUS, AND THE LINE THE SHIFT LEAD SIGNS. AN EMPTY
      * CYCLE STILL GETS ITS HEADINGS FIRST.
      ******************************************************************
       8300-PRINT-FOOTER.
           IF  OPSRPT-LINE-COUNT > RPT-PAGE-MAX-LINES - 12
               PERFORM 8240-WRITE-OPSRPT-HEADINGS
           END-IF
           MOVE SPACES TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           IF  BOARD-AVAILABLE
               MOVE CYC-CYCLE-DATE     TO BRD-CYCLE-DATE
               MOVE CYC-MAINT-STATUS   TO BRD-MAINT-STATUS
               MOVE CYC-POSTING-STATUS TO BRD-POSTING-STATUS
               MOVE CYC-EXPORT-STATUS  TO BRD-EXPORT-STATUS
               MOVE CYC-DELTA-STATUS   TO BRD-DELTA-STATUS
               MOVE CYC-TREND-STATUS   TO BRD-TREND-STATUS
               MOVE CYC-ACTIVE-STEP    TO BRD-ACTIVE-STEP
               MOVE CYC-OVERRIDE-FLAG  TO BRD-OVERRIDE-FLAG
               MOVE OPSRPT-BOARD-LINE  TO OPSRPT-PRINT-LINE
               PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           END-IF
           IF  BOARD-NOTE NOT = SPACES
               MOVE 'BOARD EXCEPTION         :' TO FTT-CAPTION
               MOVE BOARD-NOTE         TO FTT-TEXT
               MOVE OPSRPT-FOOTER-TEXT-LINE TO OPSRPT-PRINT-LINE
               PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           END-IF
           MOVE 'STEPS EXPECTED          :' TO FTR-CAPTION
           MOVE REQUIRED-STEP-COUNT  TO FTR-COUNT
           MOVE OPSRPT-FOOTER-LINE   TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE 'STEPS RECORDED          :' TO FTR-CAPTION
           MOVE STEPS-RECORDED-COUNT TO FTR-COUNT
           MOVE OPSRPT-FOOTER-LINE   TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE 'REQUIRED STEPS MISSING  :' TO FTR-CAPTION
           MOVE STEPS-MISSING-COUNT  TO FTR-COUNT
           MOVE OPSRPT-FOOTER-LINE   TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE 'STEPS FLAGGED           :' TO FTR-CAPTION
           MOVE STEPS-FLAGGED-COUNT  TO FTR-COUNT
           MOVE OPSRPT-FOOTER-LINE   TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           IF  BAD-RECORD-COUNT > ZERO
               MOVE 'UNREADABLE STATISTICS   :' TO FTR-CAPTION
               MOVE BAD-RECORD-COUNT TO FTR-COUNT
               MOVE OPSRPT-FOOTER-LINE TO OPSRPT-PRINT-LINE
               PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           END-IF
           MOVE 'NIGHT STATUS            :' TO FTT-CAPTION
           IF  STEPS-FLAGGED-COUNT   = ZERO
           AND BOARD-EXCEPTION-COUNT = ZERO
               MOVE 'CLEAN - READY FOR SIGN-OFF' TO FTT-TEXT
           ELSE
               MOVE 'EXCEPTIONS - REVIEW FLAGGED (*) STEPS AND BOARD'
                   TO FTT-TEXT
           END-IF
           MOVE OPSRPT-FOOTER-TEXT-LINE TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE SPACES TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE OPSRPT-SIGNOFF-LINE  TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           EXIT.
      ******************************************************************
       8240-WRITE-OPSRPT-HEADINGS.
           ADD 1 TO OPSRPT-PAGE-COUNT
           MOVE OPSRPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           MOVE SPACES               TO HDG2-CYCLE-DATE
           STRING CYCLE-YYYYMMDD(1:4)   DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  CYCLE-YYYYMMDD(5:2)   DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  CYCLE-YYYYMMDD(7:2)   DELIMITED BY SIZE
                     INTO HDG2-CYCLE-DATE
           END-STRING
           MOVE PARM-CUTOVER-HOUR    TO HDG2-CUTOVER-HOUR
           MOVE PARM-TRAILING-NIGHTS TO HDG2-TRAILING-NIGHTS
           MOVE PARM-REJECT-FACTOR   TO HDG2-REJECT-FACTOR
           WRITE OPSRPT-PRINT-LINE FROM OPSRPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  OPSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OPERATIONS REPORT FILE'
               MOVE OPSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE OPSRPT-HEADING-2     TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE OPSRPT-COLUMN-LINE   TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE SPACES               TO OPSRPT-PRINT-LINE
           PERFORM 8250-WRITE-OPSRPT-ADVANCE-1
           MOVE 4 TO OPSRPT-LINE-COUNT
           EXIT.
      ******************************************************************
       8250-WRITE-OPSRPT-ADVANCE-1.
           WRITE OPSRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  OPSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OPERATIONS REPORT FILE'
               MOVE OPSRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO OPSRPT-LINE-COUNT
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
