       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTNBIL.

      * =======================================================
      *   PARTNER MILES BILLING - MONTHLY
      * =======================================================
      *   The hotel, car and card partners pay for every mile
      *   PTNACC issued on their behalf. One pass over LOYHIST
      *   picks up the P records dated in the period on SYSIN
      *   (YYYYMM) and totals the lines and miles per partner;
      *   finance prices the miles against each partner's
      *   contract and raises the invoice from this report.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO LOYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BILL-RPT ASSIGN TO PTNBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Loyalty history - only the partner accruals are billed.
       FD  HIST-FILE.
       01  WS-HIST-REC.
           05 LH-FF-NUMBER          PIC X(10).
           05 LH-TYPE               PIC X.
               88 LH-ACCRUAL        VALUE 'A'.
               88 LH-REDEMPTION     VALUE 'R'.
               88 LH-ADJUSTMENT     VALUE 'J'.
               88 LH-PARTNER-ACCRUAL VALUE 'P'.
           05 LH-MILES              PIC 9(7).
           05 LH-DATE               PIC X(8).
           05 LH-TIME               PIC X(6).
           05 LH-PNR                PIC X(6).
      *    A partner accrual carries the partner's code here.
           05 LH-PARTNER REDEFINES LH-PNR
                                    PIC X(6).
           05 LH-PROGRAM            PIC X(4).

       FD  BILL-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-HIST-STATUS             PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-PERIOD               PIC X(6).

       01 WS-SEL-PERIOD               PIC X(6) VALUE SPACES.

      * Miles issued per partner for the period - one slot
      * claimed per partner met on the history.
       01 WS-PTN-COUNT                PIC 9(3) VALUE 0.
       01 WS-PTN-TABLE.
           05 WS-PTN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PX.
               10 PT-PARTNER           PIC X(6).
               10 PT-LINES             PIC 9(7).
               10 PT-MILES             PIC 9(9).
       01 WS-PTN-SWAP                 PIC X(22).
       01 WS-PTN-IX                   PIC 9(3) VALUE 0.
       01 WS-PTN-JX                   PIC 9(3) VALUE 0.
       01 WS-PTN-JX1                  PIC 9(3) VALUE 0.
       01 WS-MATCH-SW                 PIC X VALUE 'N'.
           88 WS-MATCH-FOUND          VALUE 'Y'.

       01 WS-TOTAL-LINES              PIC 9(7) VALUE 0.
       01 WS-TOTAL-MILES              PIC 9(11) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'PARTNER MILES BILLING - PERIOD      '.
           05 HD-PERIOD               PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(10) VALUE 'PARTNER'.
           05 FILLER                  PIC X(10) VALUE '     LINES'.
           05 FILLER                  PIC X(14)
               VALUE '  MILES ISSUED'.

       01 WS-DETAIL-LINE.
           05 DT-PARTNER              PIC X(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-LINES                PIC ZZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-MILES                PIC ZZZZZZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(10) VALUE 'TOTAL'.
           05 TL-LINES                PIC ZZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 TL-MILES                PIC ZZZZZZZZZZZ9.

       01 WS-NONE-LINE.
           05 FILLER                  PIC X(40)
               VALUE 'NO PARTNER MILES ISSUED IN THE PERIOD'.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COLLECT-PARTNER-MILES UNTIL WS-EOF
           PERFORM 3000-SORT-BY-PARTNER
           PERFORM 5000-PRINT-BILLING
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PERIOD TO WS-SEL-PERIOD

           OPEN INPUT HIST-FILE
           OPEN OUTPUT BILL-RPT

           MOVE WS-SEL-PERIOD TO HD-PERIOD
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-HIST.

       2000-COLLECT-PARTNER-MILES.
           IF LH-PARTNER-ACCRUAL
              AND LH-DATE(1:6) = WS-SEL-PERIOD
               PERFORM 2500-FIND-PARTNER-SLOT
               ADD 1 TO PT-LINES(WS-PX)
               ADD LH-MILES TO PT-MILES(WS-PX)
               ADD 1 TO WS-TOTAL-LINES
               ADD LH-MILES TO WS-TOTAL-MILES
           END-IF

           PERFORM 8000-READ-HIST.

       2500-FIND-PARTNER-SLOT.
           MOVE 'N' TO WS-MATCH-SW

           IF WS-PTN-COUNT > 0
               SET WS-PX TO 1
               SEARCH WS-PTN-ENTRY VARYING WS-PX
                   AT END
                       CONTINUE
                   WHEN WS-PX > WS-PTN-COUNT
                       CONTINUE
                   WHEN PT-PARTNER(WS-PX) = LH-PARTNER
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF

           IF NOT WS-MATCH-FOUND
               IF WS-PTN-COUNT < 200
                   ADD 1 TO WS-PTN-COUNT
                   SET WS-PX TO WS-PTN-COUNT
                   MOVE LH-PARTNER TO PT-PARTNER(WS-PX)
                   MOVE 0 TO PT-LINES(WS-PX)
                   MOVE 0 TO PT-MILES(WS-PX)
               ELSE
                   SET WS-PX TO WS-PTN-COUNT
               END-IF
           END-IF.

      *    Small table, so a plain bubble sort does the job.
       3000-SORT-BY-PARTNER.
           IF WS-PTN-COUNT > 1
               PERFORM 3100-SORT-PASS
                   VARYING WS-PTN-IX FROM 1 BY 1
                   UNTIL WS-PTN-IX > WS-PTN-COUNT - 1
           END-IF.

       3100-SORT-PASS.
           PERFORM 3200-SORT-COMPARE
               VARYING WS-PTN-JX FROM 1 BY 1
               UNTIL WS-PTN-JX > WS-PTN-COUNT - WS-PTN-IX.

       3200-SORT-COMPARE.
           COMPUTE WS-PTN-JX1 = WS-PTN-JX + 1
           IF PT-PARTNER(WS-PTN-JX) > PT-PARTNER(WS-PTN-JX1)
               MOVE WS-PTN-ENTRY(WS-PTN-JX) TO WS-PTN-SWAP
               MOVE WS-PTN-ENTRY(WS-PTN-JX1)
                   TO WS-PTN-ENTRY(WS-PTN-JX)
               MOVE WS-PTN-SWAP TO WS-PTN-ENTRY(WS-PTN-JX1)
           END-IF.

      * =======================================================
      *   ONE BILLING LINE PER PARTNER
      * =======================================================
       5000-PRINT-BILLING.
           IF WS-PTN-COUNT = 0
               WRITE WS-RPT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM 5100-PRINT-ONE-PARTNER
                   VARYING WS-PTN-IX FROM 1 BY 1
                   UNTIL WS-PTN-IX > WS-PTN-COUNT
           END-IF.

       5100-PRINT-ONE-PARTNER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PT-PARTNER(WS-PTN-IX) TO DT-PARTNER
           MOVE PT-LINES(WS-PTN-IX) TO DT-LINES
           MOVE PT-MILES(WS-PTN-IX) TO DT-MILES
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-TOTAL-LINES TO TL-LINES
           MOVE WS-TOTAL-MILES TO TL-MILES
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE HIST-FILE
           CLOSE BILL-RPT.

       8000-READ-HIST.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
