      ******************************************************************
      * CARDHOLDER DISPUTE MASTER RECORD LAYOUT
      * ONE RECORD PER DISPUTED ITEM ON THE DISPUTE MASTER KSDS, KEYED
      * BY THE ACCOUNT THE CASE IS CARRIED ON AND THE TXN-REFERENCE OF
      * THE DISPUTED ITEM. DSP-HIST-ACCT-ID IS THE ACCOUNT THE ITEM
      * ACTUALLY POSTED TO ON TXNHIST - AN EARLIER ACCOUNT NUMBER WHEN
      * THE CARD HAS SINCE BEEN REPLACED BY A LOST/STOLEN TRANSFER.
      * DSP-PROVISIONAL-AMOUNT IS THE DISPUTE CREDIT STANDING ON THE
      * ACCOUNT FOR THE CASE (PROVISIONAL WHILE THE CASE IS OPEN, FINAL
      * ONCE RESOLVED FOR THE CARDHOLDER, ZERO ONCE REVERSED), SO THE
      * PART OF THE DISPUTED AMOUNT STILL CARRYING ON THE BALANCE IS
      * DSP-DISPUTED-AMOUNT LESS DSP-PROVISIONAL-AMOUNT. EVERY CREDIT
      * OR REVERSAL GOES TO WBTXNPST UNDER THE REFERENCE 'DSP', THE
      * CASE NUMBER, '-' AND DSP-POSTING-COUNT, SO EACH POSTING IS
      * UNIQUE ON TXNHIST AND TRACES BACK TO ITS CASE. AMOUNTS ARE
      * CARRIED POSITIVE WITH TWO ASSUMED DECIMALS; DATES ARE YYYYMMDD.
      * THE RECORD WITH ACCT-ID ZERO AND A BLANK REFERENCE IS THE
      * FILE'S CONTROL RECORD: ITS DSP-CASE-NUMBER IS THE LAST CASE
      * NUMBER ASSIGNED. MAINTAINED BY WBDSPUPD; WBACCXFR MOVES A
      * TRANSFERRED ACCOUNT'S OPEN CASES TO THE NEW ACCT-ID; READ BY
      * WBASSESS, WBDSPAGE AND WBREFUND - CARRIED HERE SO THE WRITERS
      * AND THE READERS SHARE ONE DEFINITION OF THE RECORD, THE SAME
      * WAY CVEXP01Y CARRIES THE EXPORT RECORD.
      ******************************************************************
       01  DISPUTE-RECORD.
           05 DSP-KEY.
              10 DSP-ACCT-ID                    PIC 9(11).
              10 DSP-TXN-REFERENCE              PIC X(16).
           05 DSP-CASE-NUMBER                   PIC 9(08).
           05 DSP-STATUS                        PIC X(01).
              88 DSP-CASE-OPEN                  VALUE 'O'.
              88 DSP-CASE-RESOLVED              VALUE 'R'.
           05 DSP-RESOLUTION                    PIC X(01).
              88 DSP-FOR-CARDHOLDER             VALUE 'C'.
              88 DSP-FOR-MERCHANT               VALUE 'M'.
              88 DSP-WITHDRAWN                  VALUE 'W'.
           05 DSP-REASON-CODE                   PIC X(04).
           05 DSP-OPEN-DATE                     PIC X(08).
           05 DSP-RESOLVED-DATE                 PIC X(08).
           05 DSP-LAST-ACTION-DATE              PIC X(08).
           05 DSP-HIST-ACCT-ID                  PIC 9(11).
           05 DSP-TXN-DATE                      PIC X(10).
           05 DSP-MERCHANT-NAME                 PIC X(30).
           05 DSP-POST-TIMESTAMP                PIC X(14).
           05 DSP-TXN-AMOUNT                    PIC S9(10)V99.
           05 DSP-DISPUTED-AMOUNT               PIC S9(10)V99.
           05 DSP-PROVISIONAL-AMOUNT            PIC S9(10)V99.
           05 DSP-PROVISIONAL-DATE              PIC X(08).
           05 DSP-POSTING-COUNT                 PIC 9(02).
           05 DSP-NOTE                          PIC X(30).
           05 FILLER                            PIC X(44).
