      *   the authority each charge belongs to, with a breakdown
      *   by tax code under each authority - the answer to the
      *   tax office's questions, off the file instead of out of
      *   somebody's drawer. A period finance has closed on
      *   PERIODC is refused, so the remittance once filed is
      *   the one the file keeps answering with.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PER-STATUS.

           SELECT REMIT-RPT ASSIGN TO TAXRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 TP-AMT                PIC 9(5)V99.
           05 TP-DATE               PIC X(8).

      *   One row per accounting period; no row reads as open.
       FD  PERIOD-FILE.
       01  WS-PERIOD-REC.
           05 PC-PERIOD             PIC X(6).
           05 PC-STATUS             PIC X.
               88 PC-ST-OPEN        VALUE 'O'.
               88 PC-ST-CLOSED      VALUE 'C'.
           05 PC-CLOSE-DATE         PIC X(8).
           05 PC-CLOSE-TIME         PIC X(6).
           05 PC-CLOSE-USER         PIC X(8).
           05 PC-LATE-COUNT         PIC 9(5).
           05 PC-LATE-AMT           PIC 9(9)V99.

       FD  REMIT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
           88 WS-TAX-OK              VALUE '00'.
           88 WS-TAX-EOF             VALUE '10'.

       01 WS-PER-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PER-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PERIOD TO WS-SEL-PERIOD

           PERFORM 1050-CHECK-PERIOD-OPEN

           OPEN INPUT PNRTAX-FILE
           OPEN OUTPUT REMIT-RPT


           PERFORM 8000-READ-TAX.

      * =======================================================
      *   A CLOSED PERIOD IS NEVER RUN AGAIN
      * =======================================================
       1050-CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-FILE
           MOVE WS-SEL-PERIOD TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PER-OK AND PC-ST-CLOSED
               DISPLAY 'TAXRPT PERIOD ' PC-PERIOD
                       ' IS CLOSED - RUN REFUSED'
               CLOSE PERIOD-FILE
               STOP RUN
           END-IF
           CLOSE PERIOD-FILE.

       2000-TOTAL-TAX-ITEMS.
           IF TP-DATE(1:6) = WS-SEL-PERIOD
               ADD 1 TO WS-COLLECTED-COUNT
