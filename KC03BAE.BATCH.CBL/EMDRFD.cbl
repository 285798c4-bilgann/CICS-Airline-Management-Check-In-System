       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMDRFD.

      * =======================================================
      *   ANCILLARY DOCUMENT REFUNDS
      * =======================================================
      *   Refunds single EMDREG documents on their own - a bag
      *   fee for a bag that never flew, an upgrade the cabin
      *   could not honour - without touching the ticket or the
      *   booking. The refund desk's file names the document
      *   numbers. An issued document goes to R (refunded) with
      *   today's date on it, and a pending REFUNDF record is
      *   raised for the document's amount in its currency,
      *   paid back the way it was taken, for RFSETL to settle
      *   with everything else. A document that is not issued -
      *   already refunded, void, exchanged, or disputed under
      *   a chargeback - is refused. Nothing is refunded twice,
      *   so the job may be rerun.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFD-IN ASSIGN TO EMDRFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT EMD-FILE ASSIGN TO EMDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-NUMBER
               FILE STATUS IS WS-EMD-STATUS.

           SELECT REFUND-FILE ASSIGN TO REFUNDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.

           SELECT REFUND-RPT ASSIGN TO EMDRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RFD-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-NUMBER               PIC X(13).

       FD  EMD-FILE.
       01  WS-EMD-REC.
           05 EM-NUMBER               PIC X(13).
           05 EM-TYPE                 PIC X.
               88 EM-ISSUED           VALUE 'I'.
               88 EM-VOID             VALUE 'V'.
               88 EM-REFUNDED         VALUE 'R'.
               88 EM-EXCHANGED        VALUE 'E'.
               88 EM-DISPUTED         VALUE 'Q'.
               88 EM-CONTROL          VALUE 'K'.
           05 EM-SERVICE              PIC X(4).
           05 EM-PNR                  PIC X(6).
           05 EM-PSGR                 PIC 9(2).
           05 EM-TKT                  PIC X(13).
           05 EM-DATE                 PIC X(8).
           05 EM-TIME                 PIC X(6).
           05 EM-AMT                  PIC 9(5)V99.
           05 EM-CURR                 PIC X(3).
           05 EM-PAY-METHOD           PIC X.
           05 EM-PAY-REF              PIC X(4).
           05 EM-PROGRAM              PIC X(4).
           05 EM-STATE-DATE           PIC X(8).
           05 EM-LAST-SEQ             PIC 9(10).

       FD  REFUND-FILE.
       01  WS-REFUND-REC.
           05 RF-PNR                PIC X(6).
           05 RF-DATE               PIC X(8).
           05 RF-TIME               PIC X(6).
           05 RF-PAY-METHOD         PIC X.
           05 RF-PAY-REF            PIC X(4).
           05 RF-FARE-AMT           PIC 9(7)V99.
           05 RF-BAG-FEE            PIC 9(5)V99.
           05 RF-STATUS             PIC X.
               88 RF-ST-PENDING     VALUE 'P'.
               88 RF-ST-SETTLED     VALUE 'S'.
           05 RF-CURR               PIC X(3).
           05 RF-TAX-AMT            PIC 9(5)V99.

       FD  REFUND-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-EMD-STATUS               PIC X(2) VALUE SPACES.
           88 WS-EMD-OK               VALUE '00'.

       01 WS-RFD-STATUS               PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME                PIC X(6) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-TODAY-TIME.
           05 WS-TODAY-HH             PIC 9(2).
           05 WS-TODAY-MN             PIC 9(2).
           05 WS-TODAY-SS             PIC 9(2).

       01 WS-REFUNDED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REFUNDED-AMT             PIC 9(9)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(28)
               VALUE 'ANCILLARY DOCUMENT REFUNDS'.

       01 WS-HEADING-2.
           05 FILLER                  PIC X(13) VALUE 'DOCUMENT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'PNR'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE 'SVC'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE '  AMOUNT'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(3) VALUE 'CUR'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-NUMBER               PIC X(13).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SERVICE              PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-AMOUNT               PIC ZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-CURR                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(10) VALUE 'REFUNDED: '.
           05 TL-REFUNDED             PIC ZZZZ9.
           05 FILLER                  PIC X(9) VALUE '  AMOUNT '.
           05 TL-AMOUNT               PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-INPUT UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-HH TO WS-CURR-TIME(1:2)
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN INPUT RFD-IN
           OPEN I-O EMD-FILE
           OPEN EXTEND REFUND-FILE
           OPEN OUTPUT REFUND-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-REFUND-DOCUMENT
           PERFORM 8000-READ-INPUT.

       2100-REFUND-DOCUMENT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-NUMBER TO DT-NUMBER

           IF IN-NUMBER = SPACES OR IN-NUMBER = ZEROS
               MOVE 'REJECTED - NO DOCUMENT NUMBER' TO DT-RESULT
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE IN-NUMBER TO EM-NUMBER
           READ EMD-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-EMD-OK
               MOVE 'REJECTED - NOT ON REGISTER' TO DT-RESULT
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE EM-PNR TO DT-PNR
           MOVE EM-SERVICE TO DT-SERVICE
           MOVE EM-AMT TO DT-AMOUNT
           MOVE EM-CURR TO DT-CURR

           EVALUATE TRUE
               WHEN EM-ISSUED
                   CONTINUE
               WHEN EM-REFUNDED
                   MOVE 'REJECTED - ALREADY REFUNDED' TO DT-RESULT
               WHEN EM-VOID
                   MOVE 'REJECTED - DOCUMENT VOID' TO DT-RESULT
               WHEN EM-EXCHANGED
                   MOVE 'REJECTED - DOCUMENT EXCHANGED' TO DT-RESULT
               WHEN EM-DISPUTED
                   MOVE 'REJECTED - UNDER CHARGEBACK' TO DT-RESULT
               WHEN OTHER
                   MOVE 'REJECTED - NOT A DOCUMENT' TO DT-RESULT
           END-EVALUATE

           IF NOT EM-ISSUED
               PERFORM 2900-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-RAISE-REFUND

           MOVE 'R' TO EM-TYPE
           MOVE WS-CURR-DATE TO EM-STATE-DATE
           REWRITE WS-EMD-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'REFUNDED' TO DT-RESULT
           ADD 1 TO WS-REFUNDED-COUNT
           ADD EM-AMT TO WS-REFUNDED-AMT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    The document's money rides in the fee column with no
      *    fare or tax, so RFSETL pays exactly the document.
       2200-RAISE-REFUND.
           MOVE SPACES TO WS-REFUND-REC
           MOVE EM-PNR TO RF-PNR
           MOVE WS-CURR-DATE TO RF-DATE
           MOVE WS-CURR-TIME TO RF-TIME
           MOVE EM-PAY-METHOD TO RF-PAY-METHOD
           MOVE EM-PAY-REF TO RF-PAY-REF
           MOVE ZERO TO RF-FARE-AMT
           MOVE EM-AMT TO RF-BAG-FEE
           MOVE 'P' TO RF-STATUS
           MOVE EM-CURR TO RF-CURR
           MOVE ZERO TO RF-TAX-AMT
           WRITE WS-REFUND-REC.

       2900-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-REFUNDED-COUNT TO TL-REFUNDED
           MOVE WS-REFUNDED-AMT TO TL-AMOUNT
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE RFD-IN
           CLOSE EMD-FILE
           CLOSE REFUND-FILE
           CLOSE REFUND-RPT.

       8000-READ-INPUT.
           READ RFD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
