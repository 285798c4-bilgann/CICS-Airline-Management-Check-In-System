      *   the booking's fare apportioned evenly across its legs,
      *   one CODSHRX record per segment in the layout interline
      *   billing takes, plus a summary per operating carrier.
      *   A month finance has closed on PERIODC is refused, so
      *   the partners are never billed twice for it.
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PER-STATUS.

           SELECT SETTLE-RPT ASSIGN TO CODSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 XT-PSGRS              PIC 9(2).
           05 XT-AMOUNT             PIC 9(7)V99.

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

       FD  SETTLE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
           88 WS-PNR-EOF             VALUE '10'.

       01 WS-EXT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PER-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PER-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-MONTH TO WS-SEL-MONTH

           PERFORM 1050-CHECK-PERIOD-OPEN

           OPEN INPUT PNR-FILE
           OPEN OUTPUT EXTRACT-OUT
           OPEN OUTPUT SETTLE-RPT

           PERFORM 8000-READ-PNR.

      * =======================================================
      *   A CLOSED PERIOD IS NEVER RUN AGAIN
      * =======================================================
       1050-CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-FILE
           MOVE WS-SEL-MONTH TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PER-OK AND PC-ST-CLOSED
               DISPLAY 'CODSET PERIOD ' PC-PERIOD
                       ' IS CLOSED - RUN REFUSED'
               CLOSE PERIOD-FILE
               STOP RUN
           END-IF
           CLOSE PERIOD-FILE.

       2000-PROCESS-PNR-RECORDS.
           IF PR-OPER-CARRIER NOT = SPACES
              AND NOT PR-ST-CANCELLED
