      *   becomes an invoice line under the PNR's corporate
      *   account - PNR, ticket number, issue date, amount -
      *   with a total per account and the account's running
      *   balance from CORPACCT beside it. The fees charged to
      *   the account - bags, upgrades and the rest, each its
      *   own EMDREG document - are invoiced the same way under
      *   the document number. This is the invoice file the
      *   corporate desks settle against instead of paying by
      *   card like everyone else. A period finance has closed
      *   on PERIODC is refused - an invoice once sent is never
      *   re-cut from a ticket register that has moved on.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS TK-NUMBER
               FILE STATUS IS WS-TKT-STATUS.

           SELECT EMD-FILE ASSIGN TO EMDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-NUMBER
               FILE STATUS IS WS-EMD-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-ACCT
               FILE STATUS IS WS-COR-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PER-STATUS.

           SELECT INVOICE-RPT ASSIGN TO COINRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 TK-CURR               PIC X(3).
           05 TK-LAST-SEQ           PIC 9(10).

       FD  EMD-FILE.
       01  WS-EMD-REC.
           05 EM-NUMBER             PIC X(13).
           05 EM-TYPE               PIC X.
               88 EM-ISSUED         VALUE 'I'.
               88 EM-VOID           VALUE 'V'.
               88 EM-REFUNDED       VALUE 'R'.
               88 EM-EXCHANGED      VALUE 'E'.
               88 EM-DISPUTED       VALUE 'Q'.
               88 EM-CONTROL        VALUE 'K'.
           05 EM-SERVICE            PIC X(4).
           05 EM-PNR                PIC X(6).
           05 EM-PSGR               PIC 9(2).
           05 EM-TKT                PIC X(13).
           05 EM-DATE               PIC X(8).
           05 EM-TIME               PIC X(6).
           05 EM-AMT                PIC 9(5)V99.
           05 EM-CURR               PIC X(3).
           05 EM-PAY-METHOD         PIC X.
           05 EM-PAY-REF            PIC X(4).
           05 EM-PROGRAM            PIC X(4).
           05 EM-STATE-DATE         PIC X(8).
           05 EM-LAST-SEQ           PIC 9(10).

       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 CO-BALANCE              PIC 9(7)V99.
           05 CO-STATUS               PIC X(1).

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

       FD  INVOICE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
       01 WS-TKT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-TKT-OK              VALUE '00'.
           88 WS-TKT-EOF             VALUE '10'.
       01 WS-EMD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-EMD-OK              VALUE '00'.
           88 WS-EMD-EOF             VALUE '10'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-COR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-COR-OK              VALUE '00'.
       01 WS-PER-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PER-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-EMD-EOF-SW              PIC X VALUE 'N'.
           88 WS-EMD-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-PERIOD               PIC X(6).
       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COLLECT-TICKETS UNTIL WS-EOF
           PERFORM 2500-COLLECT-DOCUMENTS UNTIL WS-EMD-DONE
           PERFORM 3000-SORT-BY-ACCOUNT
           PERFORM 5000-PRINT-INVOICES
           PERFORM 9000-FINALIZE-RUN
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PERIOD TO WS-SEL-PERIOD

           PERFORM 1050-CHECK-PERIOD-OPEN

           OPEN INPUT TKT-FILE
           OPEN INPUT EMD-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT CORP-FILE
           OPEN OUTPUT INVOICE-RPT
           MOVE WS-SEL-PERIOD TO HD-PERIOD
           WRITE WS-RPT-LINE FROM WS-HEADING-1

           PERFORM 8000-READ-TKT
           PERFORM 8100-READ-DOCUMENT.

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
               DISPLAY 'CORINV PERIOD ' PC-PERIOD
                       ' IS CLOSED - RUN REFUSED'
               CLOSE PERIOD-FILE
               STOP RUN
           END-IF
           CLOSE PERIOD-FILE.

       2000-COLLECT-TICKETS.
           IF TK-ISSUED AND TK-DATE(1:6) = WS-SEL-PERIOD
               MOVE TK-AMT TO IV-AMT(WS-INV-COUNT)
           END-IF.

      *    A fee document carries its own payment method; the
      *    account it bills is still the PNR's group reference.
       2500-COLLECT-DOCUMENTS.
           IF EM-ISSUED AND EM-DATE(1:6) = WS-SEL-PERIOD
              AND EM-PAY-METHOD = 'A'
               MOVE EM-PNR TO PR-PNR
               READ PNR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ

               IF WS-PNR-OK
                  AND PR-GROUP-REF NOT = SPACES
                  AND WS-INV-COUNT < 500
                   ADD 1 TO WS-INV-COUNT
                   MOVE PR-GROUP-REF TO IV-ACCT(WS-INV-COUNT)
                   MOVE EM-PNR TO IV-PNR(WS-INV-COUNT)
                   MOVE EM-NUMBER TO IV-TKT(WS-INV-COUNT)
                   MOVE EM-DATE TO IV-DATE(WS-INV-COUNT)
                   MOVE EM-AMT TO IV-AMT(WS-INV-COUNT)
               END-IF
           END-IF

           PERFORM 8100-READ-DOCUMENT.

      *    Small table, so a plain bubble sort does the job -
      *    the same approach the other extract jobs take.
       3000-SORT-BY-ACCOUNT.

       9000-FINALIZE-RUN.
           CLOSE TKT-FILE
           CLOSE EMD-FILE
           CLOSE PNR-FILE
           CLOSE CORP-FILE
           CLOSE INVOICE-RPT.
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-DOCUMENT.
           READ EMD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMD-EOF-SW
           END-READ.
