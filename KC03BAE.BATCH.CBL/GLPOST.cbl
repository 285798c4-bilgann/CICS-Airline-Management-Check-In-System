      *   balanced journal lines on GLOUT, ready for the GL
      *   import:
      *     TKTISSUE  tickets issued that day, net of taxes
      *     ANCISSUE  ancillary fee documents issued that day
      *     TAXCOLL   the day's segment taxes and fees
      *     REFUND    the day's refund records raised
      *     CHGBKLST  chargebacks decided against us that day
      *     DBCASH    denied-boarding compensation paid in cash
      *     DBVCHR    denied-boarding compensation as travel credit
      *   Each event posts one debit and one credit line for the
      *   same amount, under the accounts the GLMAP table names;
      *   an event with money but no mapping row is an exception
      *   on the report and posts nothing, so the import never
      *   goes out of balance.
      *   A refund posts once, on the day it was raised; the
      *   later settlement only pays out money already posted.
      *   A business date in a period finance has closed on
      *   PERIODC is refused. A chargeback lost on a sale from a
      *   closed month arrives on LATEPST (CBLOAD) and posts on
      *   the day it was decided under its own event, flagged on
      *   GLOUT as a prior-period adjustment, in place of
      *   CHGBKLST:
      *     PPCHGBK   chargebacks lost on a closed month's sale
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.

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

           SELECT CHGB-FILE ASSIGN TO CHGBACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-TKT
               FILE STATUS IS WS-CHG-STATUS.

           SELECT MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GL-EVENT
               FILE STATUS IS WS-MAP-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PER-STATUS.

           SELECT LATE-FILE ASSIGN TO LATEPST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT GL-OUT ASSIGN TO GLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
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

       FD  TAX-FILE.
       01  WS-PNRTAX-REC.
           05 TP-KEY.
           05 RF-CURR               PIC X(3).
           05 RF-TAX-AMT            PIC 9(5)V99.

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

      *   Chargeback case - CBLOAD opens and decides it.
       FD  CHGB-FILE.
       01  WS-CHGB-REC.
           05 CB-TKT                  PIC X(13).
           05 CB-PNR                  PIC X(6).
           05 CB-PAY-REF              PIC X(4).
           05 CB-AMOUNT               PIC 9(7)V99.
           05 CB-RCVD-DATE            PIC X(8).
           05 CB-DEADLINE             PIC X(8).
           05 CB-STATUS               PIC X(1).
               88 CB-ST-OPEN          VALUE 'O'.
               88 CB-ST-WON           VALUE 'W'.
               88 CB-ST-LOST          VALUE 'L'.
           05 CB-DECIDED-DATE         PIC X(8).

       FD  MAP-FILE.
       01  WS-MAP-REC.
           05 GL-EVENT                PIC X(8).
           05 GL-DR-ACCT              PIC X(8).
           05 GL-CR-ACCT              PIC X(8).

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

      *   Late postings - money for a closed period, written by
      *   the job that met it (see PERCLS).
       FD  LATE-FILE.
       01  WS-LATE-REC.
           05 LP-ARRIVED            PIC X(8).
           05 LP-TIME               PIC X(6).
           05 LP-JOB                PIC X(8).
           05 LP-EVENT              PIC X(8).
           05 LP-REF                PIC X(13).
           05 LP-ORIG-DATE          PIC X(8).
           05 LP-AMOUNT             PIC 9(9)V99.

      *   One journal line per record, debits and credits always
      *   written in pairs for the same amount.
       FD  GL-OUT
           05 GO-DRCR               PIC X(2).
           05 GO-AMOUNT             PIC 9(9)V99.
           05 GO-EVENT              PIC X(8).
      *    P - a prior-period adjustment.
           05 GO-ADJ-FLAG           PIC X.

       FD  POST-RPT
           RECORDING MODE IS F.
       01 WS-RFD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RFD-OK              VALUE '00'.
           88 WS-RFD-EOF             VALUE '10'.
       01 WS-DBC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-DBC-OK              VALUE '00'.
           88 WS-DBC-EOF             VALUE '10'.
       01 WS-EMD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-EMD-OK              VALUE '00'.
           88 WS-EMD-EOF             VALUE '10'.
       01 WS-CHG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-MAP-STATUS              PIC X(2) VALUE SPACES.
           88 WS-MAP-OK              VALUE '00'.
       01 WS-PER-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PER-OK              VALUE '00'.
       01 WS-LATE-STATUS             PIC X(2) VALUE SPACES.
       01 WS-OUT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

           88 WS-TAX-DONE            VALUE 'Y'.
       01 WS-RFD-EOF-SW              PIC X VALUE 'N'.
           88 WS-RFD-DONE            VALUE 'Y'.
       01 WS-DBC-EOF-SW              PIC X VALUE 'N'.
           88 WS-DBC-DONE            VALUE 'Y'.
       01 WS-EMD-EOF-SW              PIC X VALUE 'N'.
           88 WS-EMD-DONE            VALUE 'Y'.
       01 WS-CHG-EOF-SW              PIC X VALUE 'N'.
           88 WS-CHG-DONE            VALUE 'Y'.
       01 WS-LATE-EOF-SW             PIC X VALUE 'N'.
           88 WS-LATE-DONE           VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).

       01 WS-ISSUE-TOTAL              PIC 9(9)V99 VALUE 0.
       01 WS-ISSUE-TAX                PIC 9(9)V99 VALUE 0.
       01 WS-ANC-TOTAL                PIC 9(9)V99 VALUE 0.
       01 WS-TAX-TOTAL                PIC 9(9)V99 VALUE 0.
       01 WS-REFUND-TOTAL             PIC 9(9)V99 VALUE 0.
       01 WS-DBCASH-TOTAL             PIC 9(9)V99 VALUE 0.
       01 WS-DBVCHR-TOTAL             PIC 9(9)V99 VALUE 0.
       01 WS-CHGBK-TOTAL              PIC 9(9)V99 VALUE 0.
       01 WS-PPCHGBK-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-EVENT-AMT                PIC 9(9)V99 VALUE 0.
       01 WS-ADJ-FLAG                 PIC X VALUE SPACE.
       01 WS-LINES-COUNT              PIC 9(5) VALUE 0.
       01 WS-UNMAPPED-COUNT           PIC 9(3) VALUE 0.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-TOTAL-ISSUES UNTIL WS-TKT-DONE
           PERFORM 2500-TOTAL-DOCUMENTS UNTIL WS-EMD-DONE
           PERFORM 3000-TOTAL-TAXES UNTIL WS-TAX-DONE
           PERFORM 4000-TOTAL-REFUNDS UNTIL WS-RFD-DONE
           PERFORM 4500-TOTAL-DB-PAYOUTS UNTIL WS-DBC-DONE
           PERFORM 4600-TOTAL-CHARGEBACKS UNTIL WS-CHG-DONE
           PERFORM 4700-TOTAL-LATE-POSTINGS UNTIL WS-LATE-DONE
           PERFORM 5000-POST-EVENTS
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-DATE TO WS-SEL-DATE

           PERFORM 1050-CHECK-PERIOD-OPEN

           OPEN INPUT TKT-FILE
           OPEN INPUT EMD-FILE
           OPEN INPUT TAX-FILE
           OPEN INPUT REFUND-FILE
           OPEN INPUT DBCOMP-FILE
           OPEN INPUT CHGB-FILE
           OPEN INPUT MAP-FILE
           OPEN INPUT LATE-FILE
           OPEN OUTPUT GL-OUT
           OPEN OUTPUT POST-RPT

           WRITE WS-RPT-LINE

           PERFORM 8100-READ-TKT
           PERFORM 8150-READ-DOCUMENT
           PERFORM 8200-READ-TAX
           PERFORM 8300-READ-REFUND
           PERFORM 8400-READ-DBCOMP
           PERFORM 8450-READ-CHARGEBACK
           PERFORM 8500-READ-LATE.

      * =======================================================
      *   A CLOSED PERIOD IS NEVER POSTED AGAIN
      * =======================================================
       1050-CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-FILE
           MOVE WS-SEL-DATE(1:6) TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PER-OK AND PC-ST-CLOSED
               DISPLAY 'GLPOST PERIOD ' PC-PERIOD
                       ' IS CLOSED - RUN REFUSED'
               CLOSE PERIOD-FILE
               STOP RUN
           END-IF
           CLOSE PERIOD-FILE.

       2000-TOTAL-ISSUES.
           IF TK-ISSUED AND TK-DATE = WS-SEL-DATE
           END-IF
           PERFORM 8100-READ-TKT.

      *    Fees travel on their own documents, not the ticket. A
      *    void took no money and an exchanged document was
      *    carried into a fresh one; everything else issued on
      *    the day was taken on the day.
       2500-TOTAL-DOCUMENTS.
           IF EM-DATE = WS-SEL-DATE
              AND (EM-ISSUED OR EM-REFUNDED OR EM-DISPUTED)
               ADD EM-AMT TO WS-ANC-TOTAL
           END-IF
           PERFORM 8150-READ-DOCUMENT.

       3000-TOTAL-TAXES.
           IF TP-DATE = WS-SEL-DATE
               ADD TP-AMT TO WS-TAX-TOTAL
           END-IF
           PERFORM 8300-READ-REFUND.

       4500-TOTAL-DB-PAYOUTS.
           IF DB-ST-PAID AND DB-PAID-DATE = WS-SEL-DATE
               IF DB-PAID-VOUCHER
                   ADD DB-AMOUNT TO WS-DBVCHR-TOTAL
               ELSE
                   ADD DB-AMOUNT TO WS-DBCASH-TOTAL
               END-IF
           END-IF
           PERFORM 8400-READ-DBCOMP.

      *    A case lost is the sale's money gone for good, posted
      *    on the day it was decided.
       4600-TOTAL-CHARGEBACKS.
           IF CB-ST-LOST AND CB-DECIDED-DATE = WS-SEL-DATE
               ADD CB-AMOUNT TO WS-CHGBK-TOTAL
           END-IF
           PERFORM 8450-READ-CHARGEBACK.

      *    Late money for a closed month posts on the day it
      *    arrived, in the period still open.
       4700-TOTAL-LATE-POSTINGS.
           IF LP-ARRIVED = WS-SEL-DATE
               EVALUATE LP-EVENT
                   WHEN 'PPCHGBK '
                       ADD LP-AMOUNT TO WS-PPCHGBK-TOTAL
               END-EVALUATE
           END-IF
           PERFORM 8500-READ-LATE.

      * =======================================================
      *   ONE BALANCED DR/CR PAIR PER EVENT WITH MONEY IN IT
      * =======================================================
           MOVE 'TKTISSUE' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

           MOVE WS-ANC-TOTAL TO WS-EVENT-AMT
           MOVE 'ANCISSUE' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

           MOVE WS-TAX-TOTAL TO WS-EVENT-AMT
           MOVE 'TAXCOLL ' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

           MOVE WS-REFUND-TOTAL TO WS-EVENT-AMT
           MOVE 'REFUND  ' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

           MOVE WS-DBCASH-TOTAL TO WS-EVENT-AMT
           MOVE 'DBCASH  ' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

           MOVE WS-DBVCHR-TOTAL TO WS-EVENT-AMT
           MOVE 'DBVCHR  ' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

      *    CBLOAD writes a closed month's loss to LATEPST the day
      *    it decides the case, so the day's losses less those
      *    leaves the ones that post as they stand.
           IF WS-PPCHGBK-TOTAL > WS-CHGBK-TOTAL
               MOVE 0 TO WS-EVENT-AMT
           ELSE
               COMPUTE WS-EVENT-AMT =
                   WS-CHGBK-TOTAL - WS-PPCHGBK-TOTAL
           END-IF
           MOVE 'CHGBKLST' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT

           MOVE 'P' TO WS-ADJ-FLAG
           MOVE WS-PPCHGBK-TOTAL TO WS-EVENT-AMT
           MOVE 'PPCHGBK ' TO GL-EVENT
           PERFORM 5500-POST-ONE-EVENT
           MOVE SPACE TO WS-ADJ-FLAG.

       5500-POST-ONE-EVENT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'DR' TO GO-DRCR
           MOVE WS-EVENT-AMT TO GO-AMOUNT
           MOVE GL-EVENT TO GO-EVENT
           MOVE WS-ADJ-FLAG TO GO-ADJ-FLAG
           WRITE WS-GL-REC
           ADD 1 TO WS-LINES-COUNT

           WRITE WS-GL-REC
           ADD 1 TO WS-LINES-COUNT

           IF WS-ADJ-FLAG = 'P'
               MOVE 'POSTED - PRIOR-PERIOD ADJ' TO DT-RESULT
           ELSE
               MOVE 'POSTED' TO DT-RESULT
           END-IF
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE TKT-FILE
           CLOSE EMD-FILE
           CLOSE TAX-FILE
           CLOSE REFUND-FILE
           CLOSE DBCOMP-FILE
           CLOSE CHGB-FILE
           CLOSE MAP-FILE
           CLOSE LATE-FILE
           CLOSE GL-OUT
           CLOSE POST-RPT.

                   MOVE 'Y' TO WS-TKT-EOF-SW
           END-READ.

       8150-READ-DOCUMENT.
           READ EMD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMD-EOF-SW
           END-READ.

       8200-READ-TAX.
           READ TAX-FILE NEXT RECORD
               AT END
               AT END
                   MOVE 'Y' TO WS-RFD-EOF-SW
           END-READ.

       8400-READ-DBCOMP.
           READ DBCOMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DBC-EOF-SW
           END-READ.

       8450-READ-CHARGEBACK.
           READ CHGB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.

       8500-READ-LATE.
           READ LATE-FILE
               AT END
                   MOVE 'Y' TO WS-LATE-EOF-SW
           END-READ.
