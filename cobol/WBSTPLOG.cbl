      ******************************************************************
      * WBSTPLOG - OVERNIGHT STEP STATISTICS SERVICE ROUTINE
      *
      * THE SHARED RECORDING SERVICE EVERY OVERNIGHT PROGRAM CALLS AS
      * THE LAST THING IT DOES AT NORMAL TERMINATION. THE CALLER
      * PASSES ITS STEP STATISTICS IN THE CVSTP01Y BLOCK - PROGRAM,
      * STEP LABEL, START TIME, RECORDS IN / OUT / REJECTED, RETURN
      * CODE AND (FOR A BALANCING STEP) THE BALANCE FLAG. THIS
      * ROUTINE STAMPS THE END TIME AND APPENDS THE BLOCK AS ONE
      * RECORD TO THE CUMULATIVE STEPSTAT DATASET, WHICH WBOPSSUM
      * READS TO BUILD THE MORNING OPERATIONS DASHBOARD.
      *
      * THE DATASET IS OPENED EXTEND AND CLOSED ON EVERY CALL, SO
      * EACH STEP'S RECORD IS HARDENED AS SOON AS THE STEP ENDS. A
      * FAILURE OPENING OR WRITING IT IS DISPLAYED BUT NEVER TAKES
      * THE CALLER DOWN - THE STATISTICS ARE EVIDENCE, NOT A
      * DELIVERABLE, AND THE DASHBOARD REPORTS A STEP WITH NO RECORD
      * AS NOT RECORDED. THE CALLER'S RETURN CODE IS CARRIED IN THE
      * BLOCK; THE CALLER RESTORES RETURN-CODE FROM IT AFTER THE CALL.
      * LINK-EDIT THIS ROUTINE INTO THE LOADLIB ALONGSIDE ITS CALLERS,
      * THE SAME WAY WBCYCCHK IS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBSTPLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT STEPSTAT-FILE ASSIGN TO STEPSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STEPSTAT-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  STEPSTAT-FILE.

       01  FD-STEPSTAT-RECORD                   PIC X(100).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       01  STEPSTAT-STATUS.
           05  STEPSTAT-STAT1      PIC X.
           05  STEPSTAT-STAT2      PIC X.
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

       LINKAGE SECTION.
      ******************************************************************
       COPY CVSTP01Y.
      ******************************************************************

       PROCEDURE DIVISION USING STEP-STAT-RECORD.
      ******************************************************************
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STS-END-TS
           OPEN EXTEND STEPSTAT-FILE
           IF  STEPSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STEP STATISTICS FILE, STEP '
                  'STATISTICS NOT RECORDED FOR ' STS-PROGRAM-ID
               MOVE STEPSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               GOBACK
           END-IF
           WRITE FD-STEPSTAT-RECORD FROM STEP-STAT-RECORD
           IF  STEPSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING STEP STATISTICS FILE, STEP '
                  'STATISTICS NOT RECORDED FOR ' STS-PROGRAM-ID
               MOVE STEPSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           CLOSE STEPSTAT-FILE
           GOBACK.
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
