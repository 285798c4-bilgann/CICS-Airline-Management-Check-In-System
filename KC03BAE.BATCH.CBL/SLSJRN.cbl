      *   job takes the business date on SYSIN, walks AUDTFIL
      *   for that day's activity (the BOOK entries are the
      *   sales, the X entries the cancellations), pulls each
      *   sold PNR's fare from PNRDATA, takes the fees off the
      *   ancillary documents EMDREG issued that day, and adds
      *   the day's refunds from REFUNDF - producing a journal
      *   the cash office can balance against the card processor.
      *   Held bookings took no payment so they are counted but
      *   carry no money. Denied-boarding compensation paid at the
      *   gate that day comes off the DBCOMP register, cash and
      *   voucher apart.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS VC-NUMBER
               FILE STATUS IS WS-VCH-STATUS.

           SELECT DBCOMP-FILE ASSIGN TO DBCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DBC-STATUS.

           SELECT EMD-FILE ASSIGN TO EMDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-NUMBER
               FILE STATUS IS WS-EMD-STATUS.

           SELECT JOURNAL-RPT ASSIGN TO SLSJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 VC-LAST-PNR           PIC X(6).
           05 VC-LAST-DATE          PIC X(8).

      *   Denied-boarding register - GTBMP/GTCLSE enter each bump,
      *   DBPY records the compensation paid against it.
       FD  DBCOMP-FILE.
       01  WS-DBCOMP-REC.
           05 DB-KEY.
               10 DB-PNR            PIC X(6).
               10 DB-FLIGHT         PIC X(6).
               10 DB-DATE           PIC X(8).
           05 DB-LEG                PIC X.
           05 DB-SCHED-ARR          PIC X(4).
           05 DB-FARE-AMT           PIC 9(7)V99.
           05 DB-TRIPTYPE           PIC X.
           05 DB-SEATED             PIC 9(2).
           05 DB-CURR               PIC X(3).
           05 DB-BUMP-DATE          PIC X(8).
           05 DB-BUMP-TIME          PIC X(6).
           05 DB-BUMP-PGM           PIC X(4).
           05 DB-STATUS             PIC X.
               88 DB-ST-OPEN        VALUE 'O'.
               88 DB-ST-PAID        VALUE 'P'.
               88 DB-ST-NONE-DUE    VALUE 'N'.
           05 DB-PAY-METHOD         PIC X.
               88 DB-PAID-VOUCHER   VALUE 'V'.
               88 DB-PAID-CASH      VALUE 'C'.
           05 DB-AMOUNT             PIC 9(7)V99.
           05 DB-VOUCHER            PIC X(10).
           05 DB-NEW-FLT            PIC X(6).
           05 DB-NEW-DATE           PIC X(8).
           05 DB-NEW-ARR            PIC X(4).
           05 DB-LATE-MINS          PIC 9(5).
           05 DB-PAID-DATE          PIC X(8).
           05 DB-PAID-TIME          PIC X(6).
           05 DB-PAID-USER          PIC X(8).

      *   Ancillary document register - every fee charged (bags,
      *   excess baggage, pets, minors, upgrades, change
      *   penalties) is issued here with its own number.
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

       FD  JOURNAL-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
       01 WS-VCH-OPEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-VCH-LIABILITY           PIC 9(9)V99 VALUE 0.

       01 WS-DBC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-DBC-OK              VALUE '00'.
           88 WS-DBC-EOF             VALUE '10'.
       01 WS-DBC-EOF-SW              PIC X VALUE 'N'.
           88 WS-DBC-DONE            VALUE 'Y'.
       01 WS-DBC-CASH-COUNT          PIC 9(5) VALUE 0.
       01 WS-DBC-CASH-AMT            PIC 9(9)V99 VALUE 0.
       01 WS-DBC-VCHR-COUNT          PIC 9(5) VALUE 0.
       01 WS-DBC-VCHR-AMT            PIC 9(9)V99 VALUE 0.

       01 WS-ONBOARD-SALES           PIC 9(7)V99 VALUE 0.
       01 WS-ONBOARD-CASH            PIC 9(7)V99 VALUE 0.

       01 WS-CHG-EOF-SW              PIC X VALUE 'N'.
           88 WS-CHG-DONE            VALUE 'Y'.

       01 WS-EMD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-EMD-OK              VALUE '00'.
           88 WS-EMD-EOF             VALUE '10'.
       01 WS-EMD-EOF-SW              PIC X VALUE 'N'.
           88 WS-EMD-DONE            VALUE 'Y'.

      * Ancillary documents by service - what was issued on the
      * day and what the day refunded, a slot per service code.
       01 WS-SVC-COUNT               PIC 9(2) VALUE 0.
       01 WS-SVC-TABLE.
           05 WS-SVC-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-SX.
               10 ST-SERVICE          PIC X(4).
               10 ST-ISSUE-COUNT      PIC 9(5).
               10 ST-ISSUE-AMT        PIC 9(9)V99.
               10 ST-RFND-COUNT       PIC 9(5).
               10 ST-RFND-AMT         PIC 9(9)V99.
       01 WS-WORK-SERVICE            PIC X(4) VALUE SPACES.
       01 WS-SVC-MATCH-SW            PIC X VALUE 'N'.
           88 WS-SVC-MATCHED         VALUE 'Y'.

       01 WS-CHGB-NEW-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHGB-NEW-AMT            PIC 9(9)V99 VALUE 0.
               10 MT-METHOD           PIC X.
               10 MT-SALE-COUNT       PIC 9(5).
               10 MT-FARE-AMT         PIC 9(9)V99.
               10 MT-FEE-AMT          PIC 9(9)V99.
               10 MT-RFND-COUNT       PIC 9(5).
               10 MT-RFND-AMT         PIC 9(9)V99.

           05 FILLER                  PIC X(8) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'FARES'.
           05 FILLER                  PIC X(9) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'FEES    '.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'REFUNDS'.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ML-FARES                PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ML-FEES                 PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 ML-REFUNDS              PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CR-REFUNDED             PIC ZZZZZZZZ9.99.

       01 WS-SVC-HEADING.
           05 FILLER                  PIC X(7) VALUE 'SERVICE'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'ISSUED'.
           05 FILLER                  PIC X(9) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'AMOUNT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'REFUNDS'.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'REFUNDED'.

       01 WS-SVC-LINE.
           05 SL-SERVICE              PIC X(4).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 SL-ISSUED               PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SL-AMT                  PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 SL-REFUNDS              PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SL-REFUNDED             PIC ZZZZZZZZ9.99.

       01 WS-CHGB-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'VOUCHER LIABILITY:     '.
           05 VL-AMT                  PIC ZZZZZZZZ9.99.

       01 WS-DBCOMP-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'DENIED BOARDING CASH:  '.
           05 DB1-COUNT               PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DB1-AMT                 PIC ZZZZZZZZ9.99.

       01 WS-DBCOMP-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'DENIED BOARDING VCHR:  '.
           05 DB2-COUNT               PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DB2-AMT                 PIC ZZZZZZZZ9.99.

       01 WS-ONBOARD-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'ONBOARD SALES:         '.
           PERFORM 2000-PROCESS-AUDIT UNTIL WS-AUD-DONE
           PERFORM 3000-PROCESS-REFUNDS UNTIL WS-RFD-DONE
           PERFORM 3500-PROCESS-ONBOARD UNTIL WS-OBS-DONE
           PERFORM 3700-PROCESS-DOCUMENTS UNTIL WS-EMD-DONE
           PERFORM 3800-PROCESS-CHARGEBACKS UNTIL WS-CHG-DONE
           PERFORM 3900-SWEEP-VOUCHERS UNTIL WS-VCH-DONE
           PERFORM 3950-PROCESS-DB-PAYOUTS UNTIL WS-DBC-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

           OPEN INPUT CHGB-FILE
           OPEN INPUT OBS-FILE
           OPEN INPUT VCHR-FILE
           OPEN INPUT DBCOMP-FILE
           OPEN INPUT EMD-FILE
           OPEN OUTPUT JOURNAL-RPT

           MOVE WS-JRN-DATE TO HD-DATE
           PERFORM 8200-READ-REFUND
           PERFORM 8300-READ-ONBOARD
           PERFORM 8400-READ-CHARGEBACK
           PERFORM 8500-READ-VOUCHER
           PERFORM 8600-READ-DBCOMP
           PERFORM 8700-READ-DOCUMENT.

      * =======================================================
      *      PASS 1 - THE DAY'S ACTIVITY OFF THE AUDIT LOG
       2000-PROCESS-AUDIT.
           IF AU-DATE = WS-JRN-DATE
               EVALUATE TRUE
      *            Positioning crew bookings (CRWDHD) are no
      *            sale, and their cancelling is none either.
                   WHEN AU-PROGRAM = 'CDHD'
                       CONTINUE
      *            The web service stamps BKSV but sells through
      *            the same files - its money belongs in the
      *            same journal lines as the screen's.
                         OR AU-PROGRAM = 'BKSV')
                        AND AU-NEW-STATUS = 'H'
                       ADD 1 TO WS-HOLD-COUNT
                   WHEN AU-NEW-STATUS = 'X'
                       ADD 1 TO WS-CANCEL-COUNT
                   WHEN OTHER
               PERFORM 4500-FIND-METHOD-SLOT
               ADD 1 TO MT-SALE-COUNT(WS-MX)
               ADD PR-FARE-AMT TO MT-FARE-AMT(WS-MX)

               PERFORM 2200-GET-SALE-CURRENCY
               PERFORM 4600-FIND-CURRENCY-SLOT
               ADD PR-FARE-AMT TO CT-SALE-AMT(WS-CX)
           END-IF.

      *    The selling currency rides on the PNR extension; a PNR
               MOVE XD-CURR TO WS-WORK-CURR
           END-IF.

      * =======================================================
      *      PASS 2 - THE DAY'S REFUNDS OFF THE REFUND FILE
      * =======================================================

           PERFORM 8300-READ-ONBOARD.

      * =======================================================
      *      THE DAY'S FEES OFF THE ANCILLARY DOCUMENTS
      * =======================================================
      *    A document issued on the day is money taken on the
      *    day even if it was refunded or disputed since; a void
      *    took nothing, and an exchanged one was carried into
      *    the rebooking's fresh document. The refund money is
      *    already in the REFUNDF lines; the per-service
      *    refunded column shows which documents it went back
      *    against.
       3700-PROCESS-DOCUMENTS.
           IF EM-CONTROL
               PERFORM 8700-READ-DOCUMENT
               EXIT PARAGRAPH
           END-IF

           IF EM-DATE = WS-JRN-DATE
              AND NOT EM-VOID AND NOT EM-EXCHANGED
               MOVE EM-PAY-METHOD TO WS-WORK-METHOD
               PERFORM 4500-FIND-METHOD-SLOT
               ADD EM-AMT TO MT-FEE-AMT(WS-MX)

               IF EM-CURR = SPACES
                   MOVE 'USD' TO WS-WORK-CURR
               ELSE
                   MOVE EM-CURR TO WS-WORK-CURR
               END-IF
               PERFORM 4600-FIND-CURRENCY-SLOT
               ADD EM-AMT TO CT-SALE-AMT(WS-CX)

               MOVE EM-SERVICE TO WS-WORK-SERVICE
               PERFORM 4700-FIND-SERVICE-SLOT
               ADD 1 TO ST-ISSUE-COUNT(WS-SX)
               ADD EM-AMT TO ST-ISSUE-AMT(WS-SX)
           END-IF

           IF EM-REFUNDED AND EM-STATE-DATE = WS-JRN-DATE
               MOVE EM-SERVICE TO WS-WORK-SERVICE
               PERFORM 4700-FIND-SERVICE-SLOT
               ADD 1 TO ST-RFND-COUNT(WS-SX)
               ADD EM-AMT TO ST-RFND-AMT(WS-SX)
           END-IF

           PERFORM 8700-READ-DOCUMENT.

      * =======================================================
      *      PASS 4 - THE DAY'S CHARGEBACK MOVEMENT
      * =======================================================

           PERFORM 8500-READ-VOUCHER.

      * =======================================================
      *   DENIED-BOARDING COMPENSATION PAID OUT AT THE GATE
      * =======================================================
      *    Cash left the till; a voucher is money still owed and
      *    already sits in the liability line above.
       3950-PROCESS-DB-PAYOUTS.
           IF DB-ST-PAID AND DB-PAID-DATE = WS-JRN-DATE
               IF DB-PAID-VOUCHER
                   ADD 1 TO WS-DBC-VCHR-COUNT
                   ADD DB-AMOUNT TO WS-DBC-VCHR-AMT
               ELSE
                   ADD 1 TO WS-DBC-CASH-COUNT
                   ADD DB-AMOUNT TO WS-DBC-CASH-AMT
               END-IF
           END-IF

           PERFORM 8600-READ-DBCOMP.

      * =======================================================
      *     FIND (OR CLAIM) THE TOTALS SLOT FOR ONE METHOD
      * =======================================================
                   MOVE WS-WORK-METHOD TO MT-METHOD(WS-MX)
                   MOVE 0 TO MT-SALE-COUNT(WS-MX)
                   MOVE 0 TO MT-FARE-AMT(WS-MX)
                   MOVE 0 TO MT-FEE-AMT(WS-MX)
                   MOVE 0 TO MT-RFND-COUNT(WS-MX)
                   MOVE 0 TO MT-RFND-AMT(WS-MX)
               ELSE
               END-IF
           END-IF.

      * =======================================================
      *     FIND (OR CLAIM) THE TOTALS SLOT FOR ONE SERVICE
      * =======================================================
       4700-FIND-SERVICE-SLOT.
           MOVE 'N' TO WS-SVC-MATCH-SW

           IF WS-SVC-COUNT > 0
               SET WS-SX TO 1
               SEARCH WS-SVC-ENTRY VARYING WS-SX
                   AT END
                       CONTINUE
                   WHEN ST-SERVICE(WS-SX) = WS-WORK-SERVICE
                       MOVE 'Y' TO WS-SVC-MATCH-SW
               END-SEARCH
           END-IF

           IF NOT WS-SVC-MATCHED
               IF WS-SVC-COUNT < 10
                   ADD 1 TO WS-SVC-COUNT
                   SET WS-SX TO WS-SVC-COUNT
                   MOVE WS-WORK-SERVICE TO ST-SERVICE(WS-SX)
                   MOVE 0 TO ST-ISSUE-COUNT(WS-SX)
                   MOVE 0 TO ST-ISSUE-AMT(WS-SX)
                   MOVE 0 TO ST-RFND-COUNT(WS-SX)
                   MOVE 0 TO ST-RFND-AMT(WS-SX)
               ELSE
                   SET WS-SX TO WS-SVC-COUNT
               END-IF
           END-IF.

       9000-FINALIZE-RUN.
           WRITE WS-RPT-LINE FROM WS-METHOD-HEADING

           WRITE WS-RPT-LINE FROM WS-ONBOARD-LINE-1
           MOVE WS-ONBOARD-CASH TO OL-CASH
           WRITE WS-RPT-LINE FROM WS-ONBOARD-LINE-2
           MOVE WS-CHGB-NEW-COUNT TO CB1-COUNT
           MOVE WS-CHGB-NEW-AMT TO CB1-AMT
           WRITE WS-RPT-LINE FROM WS-CHGB-LINE-1
           WRITE WS-RPT-LINE FROM WS-VCHR-LINE-1
           MOVE WS-VCH-LIABILITY TO VL-AMT
           WRITE WS-RPT-LINE FROM WS-VCHR-LINE-2
           MOVE WS-DBC-CASH-COUNT TO DB1-COUNT
           MOVE WS-DBC-CASH-AMT TO DB1-AMT
           WRITE WS-RPT-LINE FROM WS-DBCOMP-LINE-1
           MOVE WS-DBC-VCHR-COUNT TO DB2-COUNT
           MOVE WS-DBC-VCHR-AMT TO DB2-AMT
           WRITE WS-RPT-LINE FROM WS-DBCOMP-LINE-2

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-SVC-HEADING
           IF WS-SVC-COUNT > 0
               PERFORM 9300-WRITE-SERVICE-LINE
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SVC-COUNT
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE CHGB-FILE
           CLOSE OBS-FILE
           CLOSE VCHR-FILE
           CLOSE DBCOMP-FILE
           CLOSE EMD-FILE
           CLOSE JOURNAL-RPT.

       9200-WRITE-CURRENCY-LINE.
           MOVE MT-METHOD(WS-MX) TO ML-METHOD
           MOVE MT-SALE-COUNT(WS-MX) TO ML-SALES
           MOVE MT-FARE-AMT(WS-MX) TO ML-FARES
           MOVE MT-FEE-AMT(WS-MX) TO ML-FEES
           MOVE MT-RFND-COUNT(WS-MX) TO ML-REFUNDS
           MOVE MT-RFND-AMT(WS-MX) TO ML-REFUNDED
           WRITE WS-RPT-LINE FROM WS-METHOD-LINE.

       9300-WRITE-SERVICE-LINE.
           MOVE ST-SERVICE(WS-SX) TO SL-SERVICE
           MOVE ST-ISSUE-COUNT(WS-SX) TO SL-ISSUED
           MOVE ST-ISSUE-AMT(WS-SX) TO SL-AMT
           MOVE ST-RFND-COUNT(WS-SX) TO SL-REFUNDS
           MOVE ST-RFND-AMT(WS-SX) TO SL-REFUNDED
           WRITE WS-RPT-LINE FROM WS-SVC-LINE.

       8100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-VCH-EOF-SW
           END-READ.

       8600-READ-DBCOMP.
           READ DBCOMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DBC-EOF-SW
           END-READ.

       8400-READ-CHARGEBACK.
           READ CHGB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.

       8700-READ-DOCUMENT.
           READ EMD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMD-EOF-SW
           END-READ.
