      ******************************************************************
      * WBDSPAGE - OPEN DISPUTE AGING REPORT
      *
      * RUNS EACH NIGHT AFTER WBDSPUPD. LISTS EVERY OPEN CASE ON THE
      * DISPUTE MASTER (DSPFILE, CVDSP01Y) OLDEST FIRST, WITH THE DAYS
      * IT HAS BEEN OUTSTANDING AND THE DATE BY WHICH IT MUST BE
      * RESOLVED, SO THE DISPUTE DESK CAN WORK THE CASES IN DEADLINE
      * ORDER AND MEET THE REGULATORY RESOLUTION PERIOD. THE DEADLINE
      * IS THE OPEN DATE PLUS THE CONTROL-CARD RESOLUTION PERIOD. A
      * CASE PAST ITS DEADLINE IS FLAGGED PAST DEADLINE; ONE WHOSE
      * DEADLINE FALLS WITHIN THE WARNING PERIOD IS FLAGGED DEADLINE
      * NEAR. THE SUMMARY AT THE END COUNTS THE OPEN CASES AND THEIR
      * DISPUTED AND PROVISIONALLY CREDITED AMOUNTS BY AGE - 0-30,
      * 31-60, 61-90 AND OVER 90 DAYS - AND THE FLAGGED CASES.
      *
      * READ ONLY. ANY CASE PAST ITS DEADLINE ENDS THE STEP RC=4; A
      * BAD CONTROL CARD ENDS IT RC=12 BEFORE THE MASTER IS OPENED.
      *
      * CONTROL CARD: RESOLUTION PERIOD IN DAYS (3 DIGITS, COLS 1-3,
      * BLANK DEFAULTS TO 090, ZERO IS NOT ALLOWED), WARNING PERIOD IN
      * DAYS (3 DIGITS, COLS 5-7, BLANK DEFAULTS TO 010).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBDSPAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DSP-FILE ASSIGN TO DSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-DSP-KEY
                  FILE STATUS  IS DSPFILE-STATUS.
      ******************************************************************
           SELECT AGERPT-FILE ASSIGN TO AGERPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGERPT-STATUS.
      ******************************************************************
           SELECT SORT-FILE ASSIGN TO SORTWK01.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DISPUTE MASTER (CVDSP01Y) - READ ONLY, IN KEY ORDER.
      ******************************************************************
       FD  DSP-FILE.

       01  FD-DSPFILE-REC.
           05 FD-DSP-KEY.
              10 FD-DSP-ACCT-ID                 PIC 9(11).
              10 FD-DSP-TXN-REFERENCE           PIC X(16).
           05 FD-DSP-DATA                       PIC X(223).
      ******************************************************************
      * AGING REPORT PRINT LINES.
      ******************************************************************
       FD  AGERPT-FILE.

       01  AGERPT-PRINT-LINE                    PIC X(132).
      ******************************************************************
      * AN OPEN CASE WITH ITS AGE IN FRONT, FOR OLDEST-FIRST ORDER.
      ******************************************************************
       SD  SORT-FILE.

       01  SORT-WORK-RECORD.
           05 SRT-DAYS-OUTSTANDING              PIC 9(05).
           05 SRT-DISPUTE-IMAGE.
              10 SRT-ACCT-ID                    PIC 9(11).
              10 SRT-TXN-REFERENCE              PIC X(16).
              10 FILLER                         PIC X(223).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       COPY CVSTP01Y.
      ******************************************************************
       COPY CVDSP01Y.
      ******************************************************************
       01  DSPFILE-STATUS.
           05  DSPFILE-STAT1       PIC X.
           05  DSPFILE-STAT2       PIC X.
       01  AGERPT-STATUS.
           05  AGERPT-STAT1        PIC X.
           05  AGERPT-STAT2        PIC X.
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
      * SYSIN CARD: THE RESOLUTION PERIOD AND THE WARNING PERIOD.
      ******************************************************************
       01  PARM-CARD.
           05  PARM-DEADLINE-DAYS    PIC 9(03)  VALUE 90.
           05  FILLER                PIC X(01).
           05  PARM-WARNING-DAYS     PIC 9(03)  VALUE 10.
           05  FILLER                PIC X(73).
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05  PARM-DEADLINE-DAYS-X  PIC X(03).
           05  FILLER                PIC X(01).
           05  PARM-WARNING-DAYS-X   PIC X(03).
           05  FILLER                PIC X(73).
       01  PARM-CARD-SWITCH         PIC X(01)  VALUE 'Y'.
           88  PARM-CARD-VALID                 VALUE 'Y'.
           88  PARM-CARD-INVALID               VALUE 'N'.
      ******************************************************************
      * RUN DATE AND DAY ARITHMETIC FOR THE CURRENT CASE.
      ******************************************************************
       01  AGING-DATES.
           05  TODAY-YYYYMMDD            PIC 9(08).
           05  TODAY-INTEGER             PIC 9(09).
           05  WORK-YYYYMMDD             PIC 9(08).
           05  WORK-INTEGER              PIC 9(09).
           05  DEADLINE-INTEGER          PIC 9(09).
           05  DEADLINE-YYYYMMDD         PIC 9(08).
           05  DAYS-OUTSTANDING          PIC S9(09).
           05  DAYS-REMAINING            PIC S9(09).
      ******************************************************************
      * TOTALS BY AGE: 1 IS 0-30 DAYS, 2 IS 31-60, 3 IS 61-90, 4 IS
      * OVER 90.
      ******************************************************************
       01  AGE-BUCKET-LABELS.
           05  FILLER                PIC X(24)  VALUE
               'OPEN 0-30 DAYS'.
           05  FILLER                PIC X(24)  VALUE
               'OPEN 31-60 DAYS'.
           05  FILLER                PIC X(24)  VALUE
               'OPEN 61-90 DAYS'.
           05  FILLER                PIC X(24)  VALUE
               'OPEN OVER 90 DAYS'.
       01  AGE-BUCKET-LABEL-TABLE REDEFINES AGE-BUCKET-LABELS.
           05  BKT-LABEL             PIC X(24)  OCCURS 4 TIMES.
       01  AGE-BUCKET-TOTALS.
           05  AGE-BUCKET OCCURS 4 TIMES INDEXED BY BKT-IDX.
               10  BKT-COUNT         PIC 9(7)   COMP VALUE ZERO.
               10  BKT-DISPUTED      PIC S9(13)V99 VALUE ZERO.
               10  BKT-PROVISIONAL   PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * CONTROL TOTALS FOR THE RUN TRAILER.
      ******************************************************************
       01  AGING-CONTROL-TOTALS.
           05  CASES-READ-COUNT             PIC 9(7)  COMP VALUE ZERO.
           05  CASES-RESOLVED-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05  OPEN-LISTED-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05  PAST-DEADLINE-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  DEADLINE-NEAR-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05  PAST-DEADLINE-DISPUTED       PIC S9(13)V99 VALUE ZERO.
           05  DEADLINE-NEAR-DISPUTED       PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-OPEN-DISPUTED          PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-OPEN-PROVISIONAL       PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REPORT FORMATTING FIELDS AND LINE LAYOUTS.
      ******************************************************************
       01  RPT-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  RPT-PAGE-MAX-LINES      PIC 9(03)  COMP VALUE 55.
       01  AGERPT-PAGE-COUNT       PIC 9(05)  COMP VALUE ZERO.
       01  AGERPT-LINE-COUNT       PIC 9(03)  COMP VALUE 99.
       01  AGERPT-HEADING-1.
           05  FILLER                PIC X(10)  VALUE 'WBDSPAGE'.
           05  FILLER                PIC X(30)  VALUE
               'OPEN DISPUTE AGING'.
           05  FILLER                PIC X(10)  VALUE 'RUN DATE: '.
           05  HDG1-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(08)  VALUE '  PAGE: '.
           05  HDG1-PAGE             PIC ZZZZ9.
           05  FILLER                PIC X(59)  VALUE SPACES.
       01  AGERPT-HEADING-2.
           05  FILLER                PIC X(26)  VALUE
               'RESOLUTION PERIOD DAYS: '.
           05  HDG2-DEADLINE-DAYS    PIC ZZ9.
           05  FILLER                PIC X(22)  VALUE
               '    WARNING DAYS: '.
           05  HDG2-WARNING-DAYS     PIC ZZ9.
           05  FILLER                PIC X(78)  VALUE SPACES.
       01  AGERPT-COLUMN-LINE.
           05  FILLER                PIC X(10)  VALUE 'CASE NO'.
           05  FILLER                PIC X(13)  VALUE 'ACCT-ID'.
           05  FILLER                PIC X(18)  VALUE 'TXN-REFERENCE'.
           05  FILLER                PIC X(10)  VALUE 'OPENED'.
           05  FILLER                PIC X(07)  VALUE ' DAYS'.
           05  FILLER                PIC X(10)  VALUE 'DEADLINE'.
           05  FILLER                PIC X(15)  VALUE '     DISPUTED'.
           05  FILLER                PIC X(15)  VALUE '  PROVISIONAL'.
           05  FILLER                PIC X(06)  VALUE 'RSN'.
           05  FILLER                PIC X(28)  VALUE 'STATUS'.
       01  AGERPT-DETAIL-LINE.
           05  AGED-CASE-NUMBER      PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-ACCT-ID          PIC 9(11).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-TXN-REFERENCE    PIC X(16).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-OPEN-DATE        PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-DAYS             PIC ZZZZ9.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-DEADLINE         PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-DISPUTED         PIC -(9)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-PROVISIONAL      PIC -(9)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-REASON-CODE      PIC X(04).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGED-FLAG             PIC X(13).
           05  FILLER                PIC X(15)  VALUE SPACES.
       01  AGERPT-TOTAL-LINE.
           05  AGET-LABEL            PIC X(24).
           05  AGET-COUNT            PIC ZZZZZZ9.
           05  FILLER                PIC X(08)  VALUE ' CASES'.
           05  FILLER                PIC X(29)  VALUE SPACES.
           05  AGET-DISPUTED         PIC -(9)9.99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AGET-PROVISIONAL      PIC -(9)9.99.
           05  FILLER                PIC X(36)  VALUE SPACES.
      ******************************************************************

       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY 'START OF EXECUTION OF PROGRAM WBDSPAGE'
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-START-TS
           PERFORM 0100-INITIALIZE
           PERFORM 0500-SORT-AND-PRINT-CASES
           PERFORM 9000-TERMINATE
           DISPLAY 'END OF EXECUTION OF PROGRAM WBDSPAGE'
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
                  'THE DISPUTE MASTER WAS OPENED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RESOLUTION PERIOD DAYS  :' PARM-DEADLINE-DAYS
           DISPLAY 'WARNING PERIOD DAYS     :' PARM-WARNING-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           OPEN OUTPUT AGERPT-FILE
           IF  AGERPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGING REPORT FILE'
               MOVE AGERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       0120-VALIDATE-PARM-CARD.
           SET PARM-CARD-VALID TO TRUE
           IF  PARM-DEADLINE-DAYS-X = SPACES
               MOVE 90 TO PARM-DEADLINE-DAYS
           ELSE
               IF  PARM-DEADLINE-DAYS NOT NUMERIC
               OR  PARM-DEADLINE-DAYS = ZERO
                   DISPLAY 'INVALID RESOLUTION PERIOD: '
                      PARM-DEADLINE-DAYS-X
                      ' (EXPECTED 3 DIGITS, NOT ZERO, IN COLS 1-3)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF  PARM-WARNING-DAYS-X = SPACES
               MOVE 10 TO PARM-WARNING-DAYS
           ELSE
               IF  PARM-WARNING-DAYS NOT NUMERIC
                   DISPLAY 'INVALID WARNING PERIOD: '
                      PARM-WARNING-DAYS-X
                      ' (EXPECTED 3 DIGITS IN COLS 5-7)'
                   SET PARM-CARD-INVALID TO TRUE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      * THE INPUT PROCEDURE RELEASES EVERY OPEN CASE WITH ITS AGE;
      * THE OUTPUT PROCEDURE PRINTS THEM OLDEST FIRST, IN ACCOUNT AND
      * REFERENCE ORDER WITHIN THE SAME AGE.
      ******************************************************************
       0500-SORT-AND-PRINT-CASES.
           SORT SORT-FILE
               ON DESCENDING KEY SRT-DAYS-OUTSTANDING
               ON ASCENDING  KEY SRT-ACCT-ID
               ON ASCENDING  KEY SRT-TXN-REFERENCE
               INPUT  PROCEDURE IS 1000-RELEASE-OPEN-CASES
               OUTPUT PROCEDURE IS 2000-PRINT-AGING-REPORT
           IF  SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING OPEN DISPUTES, '
                       'SORT-RETURN=' SORT-RETURN
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      ******************************************************************
       1000-RELEASE-OPEN-CASES.
           OPEN INPUT  DSP-FILE
           IF  DSPFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE MASTER FILE'
               MOVE DSPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-DSPFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
           CLOSE DSP-FILE
           EXIT.
      ******************************************************************
      * THE RECORD WITH ACCT-ID ZERO IS THE FILE'S CONTROL RECORD,
      * NOT A CASE.
      ******************************************************************
       1100-DSPFILE-GET-NEXT.
           READ DSP-FILE INTO DISPUTE-RECORD
           IF  DSPFILE-STATUS = '00'
               IF  DSP-ACCT-ID NOT = ZERO
                   ADD 1 TO CASES-READ-COUNT
                   IF  DSP-CASE-OPEN
                       PERFORM 1200-RELEASE-CASE
                   ELSE
                       ADD 1 TO CASES-RESOLVED-COUNT
                   END-IF
               END-IF
           ELSE
               IF  DSPFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DISPUTE MASTER FILE'
                   MOVE DSPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       1200-RELEASE-CASE.
           MOVE ZERO TO DAYS-OUTSTANDING
           IF  DSP-OPEN-DATE NUMERIC
               MOVE DSP-OPEN-DATE TO WORK-YYYYMMDD
               COMPUTE WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
               COMPUTE DAYS-OUTSTANDING = TODAY-INTEGER - WORK-INTEGER
               IF  DAYS-OUTSTANDING < ZERO
                   MOVE ZERO TO DAYS-OUTSTANDING
               END-IF
           END-IF
           MOVE DAYS-OUTSTANDING TO SRT-DAYS-OUTSTANDING
           MOVE DISPUTE-RECORD   TO SRT-DISPUTE-IMAGE
           RELEASE SORT-WORK-RECORD
           EXIT.
      ******************************************************************
       2000-PRINT-AGING-REPORT.
           MOVE ZERO TO AGERPT-PAGE-COUNT
           MOVE 99   TO AGERPT-LINE-COUNT
           MOVE 'N'  TO SORT-RETURN-EOF
           PERFORM 2100-RETURN-SORTED-CASE
               UNTIL SORT-RETURN-EOF = 'Y'
           PERFORM 2300-PRINT-AGING-SUMMARY
           EXIT.
      ******************************************************************
       2100-RETURN-SORTED-CASE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-RETURN-EOF
               NOT AT END
                   PERFORM 2200-PRINT-CASE-DETAIL
           END-RETURN
           EXIT.
      ******************************************************************
      * THE DEADLINE IS THE OPEN DATE PLUS THE RESOLUTION PERIOD. A
      * CASE STILL OPEN AFTER ITS DEADLINE DAY IS PAST DEADLINE.
      ******************************************************************
       2200-PRINT-CASE-DETAIL.
           MOVE SRT-DAYS-OUTSTANDING TO DAYS-OUTSTANDING
           MOVE SRT-DISPUTE-IMAGE    TO DISPUTE-RECORD
           ADD 1 TO OPEN-LISTED-COUNT
           MOVE ZERO TO DEADLINE-YYYYMMDD
           IF  DSP-OPEN-DATE NUMERIC
               MOVE DSP-OPEN-DATE TO WORK-YYYYMMDD
               COMPUTE DEADLINE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD)
                 + PARM-DEADLINE-DAYS
               COMPUTE DEADLINE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(DEADLINE-INTEGER)
           END-IF
           COMPUTE DAYS-REMAINING =
               PARM-DEADLINE-DAYS - DAYS-OUTSTANDING
           EVALUATE TRUE
               WHEN DAYS-OUTSTANDING NOT > 30
                   SET BKT-IDX TO 1
               WHEN DAYS-OUTSTANDING NOT > 60
                   SET BKT-IDX TO 2
               WHEN DAYS-OUTSTANDING NOT > 90
                   SET BKT-IDX TO 3
               WHEN OTHER
                   SET BKT-IDX TO 4
           END-EVALUATE
           ADD 1                      TO BKT-COUNT(BKT-IDX)
           ADD DSP-DISPUTED-AMOUNT    TO BKT-DISPUTED(BKT-IDX)
           ADD DSP-PROVISIONAL-AMOUNT TO BKT-PROVISIONAL(BKT-IDX)
           ADD DSP-DISPUTED-AMOUNT    TO TOTAL-OPEN-DISPUTED
           ADD DSP-PROVISIONAL-AMOUNT TO TOTAL-OPEN-PROVISIONAL
           IF  AGERPT-LINE-COUNT > RPT-PAGE-MAX-LINES
               PERFORM 2240-WRITE-AGING-HEADINGS
           END-IF
           MOVE SPACES TO AGED-FLAG
           EVALUATE TRUE
               WHEN DAYS-REMAINING < ZERO
                   MOVE 'PAST DEADLINE' TO AGED-FLAG
                   ADD 1 TO PAST-DEADLINE-COUNT
                   ADD DSP-DISPUTED-AMOUNT TO PAST-DEADLINE-DISPUTED
               WHEN DAYS-REMAINING NOT > PARM-WARNING-DAYS
                   MOVE 'DEADLINE NEAR' TO AGED-FLAG
                   ADD 1 TO DEADLINE-NEAR-COUNT
                   ADD DSP-DISPUTED-AMOUNT TO DEADLINE-NEAR-DISPUTED
           END-EVALUATE
           MOVE DSP-CASE-NUMBER        TO AGED-CASE-NUMBER
           MOVE DSP-ACCT-ID            TO AGED-ACCT-ID
           MOVE DSP-TXN-REFERENCE      TO AGED-TXN-REFERENCE
           MOVE DSP-OPEN-DATE          TO AGED-OPEN-DATE
           MOVE DAYS-OUTSTANDING       TO AGED-DAYS
           MOVE DEADLINE-YYYYMMDD      TO AGED-DEADLINE
           MOVE DSP-DISPUTED-AMOUNT    TO AGED-DISPUTED
           MOVE DSP-PROVISIONAL-AMOUNT TO AGED-PROVISIONAL
           MOVE DSP-REASON-CODE        TO AGED-REASON-CODE
           MOVE AGERPT-DETAIL-LINE     TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           EXIT.
      ******************************************************************
      * AN EMPTY REPORT STILL GETS ITS HEADINGS AND A ZERO SUMMARY SO
      * THE DESK SEES A DATED PAGE RATHER THAN AN EMPTY FILE.
      ******************************************************************
       2300-PRINT-AGING-SUMMARY.
           IF  AGERPT-LINE-COUNT + 11 > RPT-PAGE-MAX-LINES
               PERFORM 2240-WRITE-AGING-HEADINGS
           END-IF
           MOVE SPACES TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           PERFORM 2310-PRINT-BUCKET-TOTAL
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 4
           MOVE SPACES TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE 'PAST DEADLINE'        TO AGET-LABEL
           MOVE PAST-DEADLINE-COUNT    TO AGET-COUNT
           MOVE PAST-DEADLINE-DISPUTED TO AGET-DISPUTED
           MOVE ZERO                   TO AGET-PROVISIONAL
           MOVE AGERPT-TOTAL-LINE      TO AGERPT-PRINT-LINE
           MOVE SPACES                 TO AGERPT-PRINT-LINE(82:15)
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE 'DEADLINE NEAR'        TO AGET-LABEL
           MOVE DEADLINE-NEAR-COUNT    TO AGET-COUNT
           MOVE DEADLINE-NEAR-DISPUTED TO AGET-DISPUTED
           MOVE AGERPT-TOTAL-LINE      TO AGERPT-PRINT-LINE
           MOVE SPACES                 TO AGERPT-PRINT-LINE(82:15)
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE SPACES TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE 'TOTAL OPEN CASES'     TO AGET-LABEL
           MOVE OPEN-LISTED-COUNT      TO AGET-COUNT
           MOVE TOTAL-OPEN-DISPUTED    TO AGET-DISPUTED
           MOVE TOTAL-OPEN-PROVISIONAL TO AGET-PROVISIONAL
           MOVE AGERPT-TOTAL-LINE      TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           EXIT.
      ******************************************************************
       2310-PRINT-BUCKET-TOTAL.
           MOVE BKT-LABEL(BKT-IDX)       TO AGET-LABEL
           MOVE BKT-COUNT(BKT-IDX)       TO AGET-COUNT
           MOVE BKT-DISPUTED(BKT-IDX)    TO AGET-DISPUTED
           MOVE BKT-PROVISIONAL(BKT-IDX) TO AGET-PROVISIONAL
           MOVE AGERPT-TOTAL-LINE        TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           EXIT.
      ******************************************************************
       2240-WRITE-AGING-HEADINGS.
           ADD 1 TO AGERPT-PAGE-COUNT
           MOVE AGERPT-PAGE-COUNT    TO HDG1-PAGE
           MOVE RPT-RUN-DATE         TO HDG1-RUN-DATE
           MOVE PARM-DEADLINE-DAYS   TO HDG2-DEADLINE-DAYS
           MOVE PARM-WARNING-DAYS    TO HDG2-WARNING-DAYS
           WRITE AGERPT-PRINT-LINE FROM AGERPT-HEADING-1
               AFTER ADVANCING PAGE
           IF  AGERPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGING REPORT FILE'
               MOVE AGERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE AGERPT-HEADING-2     TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE AGERPT-COLUMN-LINE   TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE SPACES               TO AGERPT-PRINT-LINE
           PERFORM 2250-WRITE-AGERPT-ADVANCE-1
           MOVE 4 TO AGERPT-LINE-COUNT
           EXIT.
      ******************************************************************
       2250-WRITE-AGERPT-ADVANCE-1.
           WRITE AGERPT-PRINT-LINE AFTER ADVANCING 1 LINE
           IF  AGERPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGING REPORT FILE'
               MOVE AGERPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO AGERPT-LINE-COUNT
           EXIT.
      ******************************************************************
       9000-TERMINATE.
           DISPLAY '==================================================='
           DISPLAY 'WBDSPAGE CONTROL TOTALS'
           DISPLAY 'CASES READ              :' CASES-READ-COUNT
           DISPLAY 'RESOLVED CASES SKIPPED  :' CASES-RESOLVED-COUNT
           DISPLAY 'OPEN CASES LISTED       :' OPEN-LISTED-COUNT
           DISPLAY 'OPEN AMOUNT DISPUTED    :' TOTAL-OPEN-DISPUTED
           DISPLAY 'OPEN PROVISIONAL CREDIT :' TOTAL-OPEN-PROVISIONAL
           DISPLAY 'CASES PAST DEADLINE     :' PAST-DEADLINE-COUNT
           DISPLAY 'CASES DEADLINE NEAR     :' DEADLINE-NEAR-COUNT
           DISPLAY '==================================================='
           CLOSE AGERPT-FILE
           IF  PAST-DEADLINE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9800-RECORD-STEP-STATISTICS
           EXIT.
      ******************************************************************
      * RECORDS THE RUN'S STEP STATISTICS FOR THE OPERATIONS
      * DASHBOARD THROUGH WBSTPLOG. IN IS CASES READ, OUT IS OPEN
      * CASES LISTED, REJECTS ARE CASES PAST THEIR DEADLINE. THE CALL
      * RESETS RETURN-CODE, SO THE CODE CARRIED IN THE BLOCK IS PUT
      * BACK AFTERWARDS.
      ******************************************************************
       9800-RECORD-STEP-STATISTICS.
           MOVE 'WBDSPAGE'             TO STS-PROGRAM-ID
           MOVE 'DISPUTE AGING'        TO STS-STEP-LABEL
           MOVE CASES-READ-COUNT       TO STS-RECORDS-IN
           MOVE OPEN-LISTED-COUNT      TO STS-RECORDS-OUT
           MOVE PAST-DEADLINE-COUNT    TO STS-REJECTS
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
