       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILREC.

      * =======================================================
      *   COUNTER TILL RECONCILIATION / CASH VARIANCE
      * =======================================================
      *   SLSJRN balances the station's cash for the day as a
      *   whole; this report balances each counter agent's
      *   drawer. Every till closed on TILC for the business
      *   date on SYSIN is one shift: it runs from the agent's
      *   previous close that day (or the start of the day) to
      *   the close time on TILLCLS. Into each shift go the cash
      *   the agent took and paid out under their own user id:
      *     - a sale: the agent's BOOK (or BKSV) entry on
      *       AUDTFIL confirming a PNR whose payment method is C,
      *       for the fare on PNRDATA;
      *     - a fee: a cash ancillary document on EMDREG (bags,
      *       upgrades, penalties) issued for a PNR the agent was
      *       last to touch on AUDTFIL before it was issued;
      *     - a payout: denied-boarding compensation the agent
      *       paid in cash on DBCOMP.
      *   What the drawer should hold is compared with the cash
      *   the agent declared at the close, and the variance is
      *   reported per agent and shift - short as a minus.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-FILE ASSIGN TO TILLCLS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TIL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT EMD-FILE ASSIGN TO EMDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-NUMBER
               FILE STATUS IS WS-EMD-STATUS.

           SELECT DBCOMP-FILE ASSIGN TO DBCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DBC-STATUS.

           SELECT TILL-RPT ASSIGN TO TILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Till close record - one per agent, business date and
      * shift, written by TILC.
       FD  TILL-FILE.
       01  WS-TILL-REC.
           05 TL-KEY.
               10 TL-USER           PIC X(8).
               10 TL-DATE           PIC X(8).
               10 TL-SHIFT          PIC X(1).
           05 TL-DECLARED           PIC 9(7)V99.
           05 TL-CLOSE-DATE         PIC X(8).
           05 TL-CLOSE-TIME         PIC X(6).
           05 TL-TERMID             PIC X(4).
           05 FILLER                PIC X(6).

      * PNR status audit record (append-only log of every change)
       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 AU-PNR                PIC X(6).
           05 AU-OLD-STATUS         PIC X.
           05 AU-NEW-STATUS         PIC X.
           05 AU-DATE               PIC X(8).
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 FILLER                PIC X(685).
           05 PR-FARE-AMT           PIC 9(7)V99.
           05 PR-BAG-FEE            PIC 9(5)V99.
           05 PR-PAY-METHOD         PIC X.
           05 FILLER                PIC X(184).

      *   Ancillary document register - every fee charged (bags,
      *   excess baggage, pets, minors, upgrades, change
      *   penalties) is issued here with its own number.
       FD  EMD-FILE.
       01  WS-EMD-REC.
           05 EM-NUMBER             PIC X(13).
           05 EM-TYPE               PIC X.
               88 EM-ISSUED         VALUE 'I'.
               88 EM-VOID           VALUE 'V'.
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

      *   Denied-boarding register - DBPY records the
      *   compensation paid, by whom and how.
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

       FD  TILL-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TIL-STATUS              PIC X(2) VALUE SPACES.
           88 WS-TIL-OK              VALUE '00'.
       01 WS-TIL-EOF-SW              PIC X VALUE 'N'.
           88 WS-TIL-DONE            VALUE 'Y'.

       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AUD-OK              VALUE '00'.
       01 WS-AUD-EOF-SW              PIC X VALUE 'N'.
           88 WS-AUD-DONE            VALUE 'Y'.

       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.

       01 WS-EMD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-EMD-OK              VALUE '00'.
       01 WS-EMD-EOF-SW              PIC X VALUE 'N'.
           88 WS-EMD-DONE            VALUE 'Y'.

       01 WS-DBC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-DBC-OK              VALUE '00'.
       01 WS-DBC-EOF-SW              PIC X VALUE 'N'.
           88 WS-DBC-DONE            VALUE 'Y'.

       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).

       01 WS-BUS-DATE                 PIC X(8) VALUE SPACES.

      * The tills closed on the business date, in user and shift
      * order as TILLCLS holds them. A shift runs from just after
      * TT-START to TT-END inclusive (date + time stamps).
       01 WS-TILL-COUNT              PIC 9(3) VALUE 0.
       01 WS-TILL-TABLE.
           05 WS-TILL-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-TX.
               10 TT-USER             PIC X(8).
               10 TT-SHIFT            PIC X(1).
               10 TT-TERMID           PIC X(4).
               10 TT-START            PIC X(14).
               10 TT-END              PIC X(14).
               10 TT-DECLARED         PIC 9(7)V99.
               10 TT-SALES            PIC 9(7)V99.
               10 TT-FEES             PIC 9(7)V99.
               10 TT-PAIDOUT          PIC 9(7)V99.

      * Every PNR a till's agent touched during the shift, with
      * when - a cash document goes to the agent who last
      * touched its booking before it was issued.
       01 WS-TOUCH-COUNT             PIC 9(5) VALUE 0.
       01 WS-TOUCH-TABLE.
           05 WS-TOUCH-ENTRY OCCURS 5000 TIMES.
               10 TO-PNR              PIC X(6).
               10 TO-STAMP            PIC X(14).
               10 TO-TILL-IX          PIC 9(3).
       01 WS-TOUCH-IX                PIC 9(5) VALUE 0.
       01 WS-TOUCH-FULL-SW           PIC X VALUE 'N'.
           88 WS-TOUCH-FULL          VALUE 'Y'.

       01 WS-WORK-USER               PIC X(8) VALUE SPACES.
       01 WS-WORK-STAMP.
           05 WS-WORK-DATE            PIC X(8).
           05 WS-WORK-TIME            PIC X(6).
       01 WS-BEST-STAMP              PIC X(14) VALUE SPACES.
       01 WS-BEST-TILL-IX            PIC 9(3) VALUE 0.
       01 WS-TILL-MATCH-SW           PIC X VALUE 'N'.
           88 WS-TILL-MATCHED        VALUE 'Y'.

       01 WS-EXPECTED                PIC S9(7)V99 VALUE 0.
       01 WS-VARIANCE                PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-EXPECTED          PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DECLARED          PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-VARIANCE          PIC S9(9)V99 VALUE 0.
       01 WS-SHORT-COUNT             PIC 9(3) VALUE 0.
       01 WS-OVER-COUNT              PIC 9(3) VALUE 0.
       01 WS-UNMATCHED-FEES          PIC 9(7)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'COUNTER TILL RECONCILIATION - DAY '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'AGENT'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(2) VALUE 'SH'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE '     SALES'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE '      FEES'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE '   PAY OUT'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE '  EXPECTED'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE '  DECLARED'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(11) VALUE '   VARIANCE'.

       01 WS-DETAIL-LINE.
           05 DT-USER                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SHIFT                PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-SALES                PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-FEES                 PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-PAIDOUT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-EXPECTED             PIC -ZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-DECLARED             PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-VARIANCE             PIC -ZZZZZZ9.99.

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'TILLS CLOSED:          '.
           05 TL1-COUNT               PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'TILLS SHORT / OVER:    '.
           05 TL2-SHORT               PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE ' / '.
           05 TL2-OVER                PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'TOTAL EXPECTED:        '.
           05 TL3-AMT                 PIC -ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'TOTAL DECLARED:        '.
           05 TL4-AMT                 PIC -ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'NET VARIANCE:          '.
           05 TL5-AMT                 PIC -ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-6.
           05 FILLER                  PIC X(24)
               VALUE 'CASH FEES NOT PLACED:  '.
           05 TL6-AMT                 PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-TILLS UNTIL WS-TIL-DONE
           PERFORM 3000-PROCESS-AUDIT UNTIL WS-AUD-DONE
           PERFORM 4000-PROCESS-DOCUMENTS UNTIL WS-EMD-DONE
           PERFORM 5000-PROCESS-PAYOUTS UNTIL WS-DBC-DONE
           PERFORM 6000-REPORT-TILL
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TILL-COUNT
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-DATE TO WS-BUS-DATE

           INITIALIZE WS-TILL-TABLE
           INITIALIZE WS-TOUCH-TABLE

           OPEN INPUT TILL-FILE
           OPEN INPUT AUDIT-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT EMD-FILE
           OPEN INPUT DBCOMP-FILE
           OPEN OUTPUT TILL-RPT

           MOVE WS-BUS-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8100-READ-TILL
           PERFORM 8200-READ-AUDIT
           PERFORM 8300-READ-DOCUMENT
           PERFORM 8400-READ-DBCOMP.

      * =======================================================
      *   PASS 1 - THE DAY'S TILL CLOSES, ONE SHIFT EACH
      * =======================================================
      *    An agent's first shift of the day opens at midnight;
      *    each later one opens where their previous one closed.
       2000-LOAD-TILLS.
           IF TL-DATE = WS-BUS-DATE
               IF WS-TILL-COUNT < 200
                   ADD 1 TO WS-TILL-COUNT
                   SET WS-TX TO WS-TILL-COUNT
                   MOVE TL-USER TO TT-USER(WS-TX)
                   MOVE TL-SHIFT TO TT-SHIFT(WS-TX)
                   MOVE TL-TERMID TO TT-TERMID(WS-TX)
                   MOVE TL-DECLARED TO TT-DECLARED(WS-TX)
                   MOVE TL-CLOSE-DATE TO TT-END(WS-TX)(1:8)
                   MOVE TL-CLOSE-TIME TO TT-END(WS-TX)(9:6)
                   IF WS-TILL-COUNT > 1
                      AND TT-USER(WS-TX - 1) = TL-USER
                       MOVE TT-END(WS-TX - 1) TO TT-START(WS-TX)
                   ELSE
                       MOVE TL-DATE TO TT-START(WS-TX)(1:8)
                       MOVE '000000' TO TT-START(WS-TX)(9:6)
                   END-IF
               ELSE
                   DISPLAY 'TILREC TILL TABLE FULL - CLOSE FOR '
                           TL-USER ' SHIFT ' TL-SHIFT ' SKIPPED'
               END-IF
           END-IF

           PERFORM 8100-READ-TILL.

      * =======================================================
      *   PASS 2 - THE AGENTS' CASH SALES OFF THE AUDIT LOG
      * =======================================================
       3000-PROCESS-AUDIT.
           IF AU-USER NOT = SPACES
               MOVE AU-USER TO WS-WORK-USER
               MOVE AU-DATE TO WS-WORK-DATE
               MOVE AU-TIME TO WS-WORK-TIME
               PERFORM 7000-FIND-USER-TILL
               IF WS-TILL-MATCHED
                   PERFORM 3100-NOTE-TOUCH
                   IF (AU-PROGRAM = 'BOOK' OR AU-PROGRAM = 'BKSV')
                      AND (AU-NEW-STATUS = 'C'
                           OR AU-NEW-STATUS = 'W')
                       PERFORM 3200-TAKE-CASH-SALE
                   END-IF
               END-IF
           END-IF

           PERFORM 8200-READ-AUDIT.

       3100-NOTE-TOUCH.
           IF WS-TOUCH-COUNT < 5000
               ADD 1 TO WS-TOUCH-COUNT
               MOVE AU-PNR TO TO-PNR(WS-TOUCH-COUNT)
               MOVE WS-WORK-STAMP TO TO-STAMP(WS-TOUCH-COUNT)
               SET TO-TILL-IX(WS-TOUCH-COUNT) TO WS-TX
           ELSE
               MOVE 'Y' TO WS-TOUCH-FULL-SW
           END-IF.

      *    The money is the fare now on the booking - the same
      *    figure SLSJRN journals for the sale.
       3200-TAKE-CASH-SALE.
           MOVE AU-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PNR-OK AND PR-PAY-METHOD = 'C'
               ADD PR-FARE-AMT TO TT-SALES(WS-TX)
           END-IF.

      * =======================================================
      *   PASS 3 - CASH FEE DOCUMENTS TO THE AGENT WHO TOOK THEM
      * =======================================================
      *    A voided document handed the cash back, and the
      *    control row is not a document at all.
       4000-PROCESS-DOCUMENTS.
           IF EM-PAY-METHOD = 'C'
              AND NOT EM-CONTROL
              AND NOT EM-VOID
              AND EM-DATE >= WS-BUS-DATE
               MOVE EM-DATE TO WS-WORK-DATE
               MOVE EM-TIME TO WS-WORK-TIME
               PERFORM 4100-FIND-LAST-TOUCH
               IF WS-BEST-TILL-IX > 0
                   SET WS-TX TO WS-BEST-TILL-IX
                   IF WS-WORK-STAMP > TT-START(WS-TX)
                      AND WS-WORK-STAMP <= TT-END(WS-TX)
                       ADD EM-AMT TO TT-FEES(WS-TX)
                   ELSE
                       ADD EM-AMT TO WS-UNMATCHED-FEES
                   END-IF
               ELSE
                   IF EM-DATE = WS-BUS-DATE
                       ADD EM-AMT TO WS-UNMATCHED-FEES
                   END-IF
               END-IF
           END-IF

           PERFORM 8300-READ-DOCUMENT.

       4100-FIND-LAST-TOUCH.
           MOVE SPACES TO WS-BEST-STAMP
           MOVE 0 TO WS-BEST-TILL-IX
           PERFORM 4200-CHECK-ONE-TOUCH
               VARYING WS-TOUCH-IX FROM 1 BY 1
               UNTIL WS-TOUCH-IX > WS-TOUCH-COUNT.

       4200-CHECK-ONE-TOUCH.
           IF TO-PNR(WS-TOUCH-IX) = EM-PNR
              AND TO-STAMP(WS-TOUCH-IX) <= WS-WORK-STAMP
              AND TO-STAMP(WS-TOUCH-IX) >= WS-BEST-STAMP
               MOVE TO-STAMP(WS-TOUCH-IX) TO WS-BEST-STAMP
               MOVE TO-TILL-IX(WS-TOUCH-IX) TO WS-BEST-TILL-IX
           END-IF.

      * =======================================================
      *   PASS 4 - CASH COMPENSATION PAID OUT OF THE DRAWER
      * =======================================================
       5000-PROCESS-PAYOUTS.
           IF DB-ST-PAID AND DB-PAID-CASH
              AND DB-PAID-USER NOT = SPACES
               MOVE DB-PAID-USER TO WS-WORK-USER
               MOVE DB-PAID-DATE TO WS-WORK-DATE
               MOVE DB-PAID-TIME TO WS-WORK-TIME
               PERFORM 7000-FIND-USER-TILL
               IF WS-TILL-MATCHED
                   ADD DB-AMOUNT TO TT-PAIDOUT(WS-TX)
               END-IF
           END-IF

           PERFORM 8400-READ-DBCOMP.

      * =======================================================
      *   ONE LINE PER TILL - EXPECTED AGAINST DECLARED
      * =======================================================
       6000-REPORT-TILL.
           COMPUTE WS-EXPECTED = TT-SALES(WS-TX) + TT-FEES(WS-TX)
                               - TT-PAIDOUT(WS-TX)
           COMPUTE WS-VARIANCE = TT-DECLARED(WS-TX) - WS-EXPECTED

           ADD WS-EXPECTED TO WS-TOTAL-EXPECTED
           ADD TT-DECLARED(WS-TX) TO WS-TOTAL-DECLARED
           ADD WS-VARIANCE TO WS-TOTAL-VARIANCE
           IF WS-VARIANCE < 0
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           IF WS-VARIANCE > 0
               ADD 1 TO WS-OVER-COUNT
           END-IF

           MOVE TT-USER(WS-TX) TO DT-USER
           MOVE TT-SHIFT(WS-TX) TO DT-SHIFT
           MOVE TT-SALES(WS-TX) TO DT-SALES
           MOVE TT-FEES(WS-TX) TO DT-FEES
           MOVE TT-PAIDOUT(WS-TX) TO DT-PAIDOUT
           MOVE WS-EXPECTED TO DT-EXPECTED
           MOVE TT-DECLARED(WS-TX) TO DT-DECLARED
           MOVE WS-VARIANCE TO DT-VARIANCE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    The shift of WS-WORK-USER that WS-WORK-STAMP falls in.
       7000-FIND-USER-TILL.
           MOVE 'N' TO WS-TILL-MATCH-SW
           IF WS-TILL-COUNT > 0
               SET WS-TX TO 1
               SEARCH WS-TILL-ENTRY VARYING WS-TX
                   AT END
                       CONTINUE
                   WHEN TT-USER(WS-TX) = WS-WORK-USER
                    AND WS-WORK-STAMP > TT-START(WS-TX)
                    AND WS-WORK-STAMP <= TT-END(WS-TX)
                       MOVE 'Y' TO WS-TILL-MATCH-SW
               END-SEARCH
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-TILL-COUNT TO TL1-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-SHORT-COUNT TO TL2-SHORT
           MOVE WS-OVER-COUNT TO TL2-OVER
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-TOTAL-EXPECTED TO TL3-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TOTAL-DECLARED TO TL4-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-TOTAL-VARIANCE TO TL5-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-UNMATCHED-FEES TO TL6-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-6

           IF WS-TOUCH-FULL
               DISPLAY 'TILREC PNR TOUCH TABLE FULL - SOME CASH '
                       'FEES MAY BE REPORTED AS NOT PLACED'
           END-IF

           CLOSE TILL-FILE
           CLOSE AUDIT-FILE
           CLOSE PNR-FILE
           CLOSE EMD-FILE
           CLOSE DBCOMP-FILE
           CLOSE TILL-RPT.

       8100-READ-TILL.
           READ TILL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TIL-EOF-SW
           END-READ.

       8200-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SW
           END-READ.

       8300-READ-DOCUMENT.
           READ EMD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMD-EOF-SW
           END-READ.

       8400-READ-DBCOMP.
           READ DBCOMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DBC-EOF-SW
           END-READ.
