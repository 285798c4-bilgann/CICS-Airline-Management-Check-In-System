       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYSTM.

      * =======================================================
      *   MONTHLY TRAVEL AGENCY STATEMENTS
      * =======================================================
      *   Takes the period on SYSIN (YYYYMM) and walks the
      *   ticket register. A ticket belongs to an agency when
      *   its PNR's extension record carries the agency code
      *   BOOK or BOKSV took at sale. Each agency's statement
      *   lists:
      *     SALE    tickets issued in the period, with
      *             commission at the agency's AGYMST rate on
      *             the fare less taxes;
      *     REFUND  tickets refunded (or voided) - the amount
      *     EXCH    comes off what the agency owes and the
      *     VOID    commission is clawed back. An exchanged
      *             ticket is reversed the same way; its
      *             replacement is a new sale.
      *   The register keeps only a ticket's current state, not
      *   the day it changed, so the commission paid on every
      *   ticket is kept on AGYCOMM. A paid ticket found
      *   reversed is clawed back on the first statement after
      *   the refund, whatever month it was sold in; one sold
      *   and reversed inside the period shows both lines and
      *   nets to nothing. Net due from the agency is sales
      *   less refunds less net commission.
      *   A period is stated once - RUNCTL refuses a second run
      *   for the same period, since AGYCOMM has already moved.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKT-FILE ASSIGN TO TKTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TK-NUMBER
               FILE STATUS IS WS-TKT-STATUS.

           SELECT XTND-FILE ASSIGN TO PNRXTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-PNR
               FILE STATUS IS WS-XTND-STATUS.

           SELECT AGY-FILE ASSIGN TO AGYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENCY
               FILE STATUS IS WS-AGY-STATUS.

           SELECT COMM-FILE ASSIGN TO AGYCOMM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-TKT
               FILE STATUS IS WS-COMM-STATUS.

           SELECT STMT-RPT ASSIGN TO AGYSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE.
       01  WS-TKT-REC.
           05 TK-NUMBER             PIC X(13).
           05 TK-TYPE               PIC X.
               88 TK-ISSUED         VALUE 'I'.
               88 TK-VOID           VALUE 'V'.
               88 TK-REFUNDED       VALUE 'R'.
               88 TK-EXCHANGED      VALUE 'E'.
               88 TK-DISPUTED       VALUE 'Q'.
               88 TK-CONTROL        VALUE 'K'.
           05 TK-PNR                PIC X(6).
           05 TK-DATE               PIC X(8).
           05 TK-TIME               PIC X(6).
           05 TK-AMT                PIC 9(7)V99.
           05 TK-TAX                PIC 9(5)V99.
           05 TK-CURR               PIC X(3).
           05 TK-LAST-SEQ           PIC 9(10).

      * PNR extension record - the selling agency is here.
       FD  XTND-FILE.
       01  WS-XTND-REC.
           05 XD-PNR                PIC X(6).
           05 FILLER                PIC X(55).
           05 XD-AGENCY             PIC X(8).
           05 FILLER                PIC X(131).

       FD  AGY-FILE.
       01  WS-AGY-REC.
           05 AG-AGENCY             PIC X(8).
           05 AG-NAME               PIC X(30).
           05 AG-COMM-PCT           PIC 9(2)V99.
           05 AG-STATUS             PIC X(1).

      * Commission ledger - one row per agency ticket stated:
      * the commission paid and, once the ticket is reversed,
      * the period it was clawed back in.
       FD  COMM-FILE.
       01  WS-COMM-REC.
           05 AC-TKT                PIC X(13).
           05 AC-AGENCY             PIC X(8).
           05 AC-PNR                PIC X(6).
           05 AC-BASE               PIC 9(7)V99.
           05 AC-PCT                PIC 9(2)V99.
           05 AC-COMM               PIC 9(7)V99.
           05 AC-STATUS             PIC X(1).
               88 AC-ST-PAID        VALUE 'P'.
               88 AC-ST-CLAWED      VALUE 'C'.
           05 AC-PAID-PERIOD        PIC X(6).
           05 AC-CLAW-PERIOD        PIC X(6).

       FD  STMT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Run-control record - keyed by job and period here, so
      *   a period already stated is refused.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       WORKING-STORAGE SECTION.

       01 WS-TKT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-TKT-OK              VALUE '00'.
       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.
       01 WS-AGY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AGY-OK              VALUE '00'.
       01 WS-COMM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-COMM-OK             VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.

       01 WS-RC-DATE                 PIC X(8) VALUE SPACES.
       01 WS-RC-TIME                 PIC X(6) VALUE SPACES.
       01 WS-RC-TODAY.
           05 WS-RC-YY               PIC 9(2).
           05 WS-RC-MM               PIC 9(2).
           05 WS-RC-DD               PIC 9(2).
       01 WS-RC-TODAY-TIME.
           05 WS-RC-HH               PIC 9(2).
           05 WS-RC-MN               PIC 9(2).
           05 WS-RC-SS               PIC 9(2).
           05 FILLER                 PIC 9(2).

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-PERIOD               PIC X(6).

       01 WS-SEL-PERIOD               PIC X(6) VALUE SPACES.

       01 WS-COMM-BASE                PIC 9(7)V99 VALUE 0.
       01 WS-COMM-AMT                 PIC 9(7)V99 VALUE 0.
       01 WS-TKT-LIVE                 PIC X VALUE 'N'.
       01 WS-EVENT                    PIC X(6) VALUE SPACES.
       01 WS-EVENT-AGENCY             PIC X(8) VALUE SPACES.

      * The period's statement lines, collected and then sorted
      * by agency so each statement lists together.
       01 WS-ENT-COUNT                PIC 9(4) VALUE 0.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 2000 TIMES.
               10 EN-AGENCY            PIC X(8).
               10 EN-TKT               PIC X(13).
               10 EN-PNR               PIC X(6).
               10 EN-DATE              PIC X(8).
               10 EN-EVENT             PIC X(6).
               10 EN-AMT               PIC 9(7)V99.
               10 EN-COMM              PIC 9(7)V99.
       01 WS-ENT-IX                   PIC 9(4) VALUE 0.
       01 WS-ENT-JX                   PIC 9(4) VALUE 0.
       01 WS-ENT-JX1                  PIC 9(4) VALUE 0.
       01 WS-ENT-SWAP                 PIC X(59).
       01 WS-ENT-DROPPED              PIC 9(5) VALUE 0.

       01 WS-PRIOR-AGENCY             PIC X(8) VALUE SPACES.
       01 WS-AGY-SALES-CNT            PIC 9(5) VALUE 0.
       01 WS-AGY-SALES-AMT            PIC 9(9)V99 VALUE 0.
       01 WS-AGY-RFND-CNT             PIC 9(5) VALUE 0.
       01 WS-AGY-RFND-AMT             PIC 9(9)V99 VALUE 0.
       01 WS-AGY-COMM-EARNED          PIC 9(9)V99 VALUE 0.
       01 WS-AGY-COMM-CLAWED          PIC 9(9)V99 VALUE 0.
       01 WS-AGY-NET-DUE              PIC S9(9)V99 VALUE 0.
       01 WS-AGENCY-COUNT             PIC 9(5) VALUE 0.
       01 WS-RUN-NET-DUE              PIC S9(11)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(35)
               VALUE 'TRAVEL AGENCY STATEMENTS - PERIOD '.
           05 HD-PERIOD               PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE '  TICKET        PNR    DATE     EVENT   '.
           05 FILLER                  PIC X(30)
               VALUE '     AMOUNT   COMMISSION'.

       01 WS-AGENCY-LINE.
           05 FILLER                  PIC X(7) VALUE 'AGENCY '.
           05 AL-AGENCY               PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AL-NAME                 PIC X(30).
           05 FILLER                  PIC X(13)
               VALUE '  COMMISSION '.
           05 AL-PCT                  PIC Z9.99.
           05 FILLER                  PIC X(1) VALUE '%'.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-TKT                  PIC X(13).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-EVENT                PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-AMT                  PIC -ZZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-COMM                 PIC -ZZZZZZ9.99.

       01 WS-STMT-LINE-1.
           05 FILLER                  PIC X(14)
               VALUE '  SALES      '.
           05 SL-SALES-CNT            PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' TICKETS  '.
           05 SL-SALES-AMT            PIC ZZZZZZZZ9.99.

       01 WS-STMT-LINE-2.
           05 FILLER                  PIC X(14)
               VALUE '  REFUNDS    '.
           05 SL-RFND-CNT             PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' TICKETS  '.
           05 SL-RFND-AMT             PIC ZZZZZZZZ9.99.

       01 WS-STMT-LINE-3.
           05 FILLER                  PIC X(21)
               VALUE '  COMMISSION EARNED '.
           05 SL-COMM-EARNED          PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(15)
               VALUE '  CLAWED BACK '.
           05 SL-COMM-CLAWED          PIC ZZZZZZZZ9.99.

       01 WS-STMT-LINE-4.
           05 FILLER                  PIC X(21)
               VALUE '  NET DUE FROM AGENCY'.
           05 SL-NET-DUE              PIC -ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(22)
               VALUE 'AGENCIES STATED:      '.
           05 TL-AGENCIES             PIC ZZZZ9.
           05 FILLER                  PIC X(18)
               VALUE '   TOTAL NET DUE: '.
           05 TL-NET-DUE              PIC -ZZZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(36)
               VALUE 'LINES NOT STATED (TABLE FULL):      '.
           05 TL-DROPPED              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COLLECT-TICKETS UNTIL WS-EOF
           PERFORM 3000-SORT-BY-AGENCY
           PERFORM 5000-PRINT-STATEMENTS
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PERIOD TO WS-SEL-PERIOD

           PERFORM 1050-CHECK-RUN-CONTROL

           OPEN INPUT TKT-FILE
           OPEN INPUT XTND-FILE
           OPEN INPUT AGY-FILE
           OPEN I-O COMM-FILE
           OPEN OUTPUT STMT-RPT

           MOVE WS-SEL-PERIOD TO HD-PERIOD
           WRITE WS-RPT-LINE FROM WS-HEADING-1

           PERFORM 8000-READ-TKT.

      * =======================================================
      *   ONE REGISTER ROW - CLAWBACK, OR A NEW AGENCY SALE
      * =======================================================
       2000-COLLECT-TICKETS.
           IF NOT TK-CONTROL
               IF TK-ISSUED OR TK-DISPUTED
                   MOVE 'Y' TO WS-TKT-LIVE
               ELSE
                   MOVE 'N' TO WS-TKT-LIVE
               END-IF

               MOVE TK-NUMBER TO AC-TKT
               READ COMM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-COMM-OK
                   IF AC-ST-PAID AND WS-TKT-LIVE = 'N'
                       PERFORM 2200-CLAW-BACK
                   END-IF
               ELSE
                   IF TK-DATE(1:6) = WS-SEL-PERIOD
                       PERFORM 2100-CHECK-AGENCY-SALE
                   END-IF
               END-IF
           END-IF

           PERFORM 8000-READ-TKT.

       2100-CHECK-AGENCY-SALE.
           MOVE TK-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-XTND-OK
              OR XD-AGENCY = SPACES OR XD-AGENCY = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO AG-COMM-PCT
           MOVE XD-AGENCY TO AG-AGENCY
           READ AGY-FILE
               INVALID KEY
                   MOVE ZERO TO AG-COMM-PCT
           END-READ

           IF TK-AMT > TK-TAX
               COMPUTE WS-COMM-BASE = TK-AMT - TK-TAX
           ELSE
               MOVE ZERO TO WS-COMM-BASE
           END-IF
           COMPUTE WS-COMM-AMT ROUNDED =
               WS-COMM-BASE * AG-COMM-PCT / 100

           MOVE TK-NUMBER TO AC-TKT
           MOVE XD-AGENCY TO AC-AGENCY
           MOVE TK-PNR TO AC-PNR
           MOVE WS-COMM-BASE TO AC-BASE
           MOVE AG-COMM-PCT TO AC-PCT
           MOVE WS-COMM-AMT TO AC-COMM
           MOVE 'P' TO AC-STATUS
           MOVE WS-SEL-PERIOD TO AC-PAID-PERIOD
           MOVE SPACES TO AC-CLAW-PERIOD

           MOVE XD-AGENCY TO WS-EVENT-AGENCY
           MOVE 'SALE' TO WS-EVENT
           PERFORM 2500-ADD-ENTRY

      *    Sold and reversed inside the period - the refund line
      *    goes straight under the sale and the row is closed.
           IF WS-TKT-LIVE = 'N'
               PERFORM 2300-SET-REVERSAL-EVENT
               PERFORM 2500-ADD-ENTRY
               MOVE 'C' TO AC-STATUS
               MOVE WS-SEL-PERIOD TO AC-CLAW-PERIOD
           END-IF

           WRITE WS-COMM-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2200-CLAW-BACK.
           MOVE AC-COMM TO WS-COMM-AMT
           PERFORM 2300-SET-REVERSAL-EVENT
           MOVE AC-AGENCY TO WS-EVENT-AGENCY
           PERFORM 2500-ADD-ENTRY

           MOVE 'C' TO AC-STATUS
           MOVE WS-SEL-PERIOD TO AC-CLAW-PERIOD
           REWRITE WS-COMM-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       2300-SET-REVERSAL-EVENT.
           EVALUATE TRUE
               WHEN TK-EXCHANGED
                   MOVE 'EXCH' TO WS-EVENT
               WHEN TK-VOID
                   MOVE 'VOID' TO WS-EVENT
               WHEN OTHER
                   MOVE 'REFUND' TO WS-EVENT
           END-EVALUATE.

      *    The caller stages the event name and agency.
       2500-ADD-ENTRY.
           IF WS-ENT-COUNT >= 2000
               ADD 1 TO WS-ENT-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENT-COUNT
           MOVE WS-EVENT-AGENCY TO EN-AGENCY(WS-ENT-COUNT)
           MOVE TK-NUMBER TO EN-TKT(WS-ENT-COUNT)
           MOVE TK-PNR TO EN-PNR(WS-ENT-COUNT)
           MOVE TK-DATE TO EN-DATE(WS-ENT-COUNT)
           MOVE WS-EVENT TO EN-EVENT(WS-ENT-COUNT)
           MOVE TK-AMT TO EN-AMT(WS-ENT-COUNT)
           MOVE WS-COMM-AMT TO EN-COMM(WS-ENT-COUNT).

      *    Small table, so a plain bubble sort does the job -
      *    the same approach the other extract jobs take. It
      *    keeps each agency's lines in register order.
       3000-SORT-BY-AGENCY.
           IF WS-ENT-COUNT > 1
               PERFORM 3100-SORT-PASS
                   VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-ENT-COUNT - 1
           END-IF.

       3100-SORT-PASS.
           PERFORM 3200-SORT-COMPARE
               VARYING WS-ENT-JX FROM 1 BY 1
               UNTIL WS-ENT-JX > WS-ENT-COUNT - WS-ENT-IX.

       3200-SORT-COMPARE.
           COMPUTE WS-ENT-JX1 = WS-ENT-JX + 1
           IF EN-AGENCY(WS-ENT-JX) > EN-AGENCY(WS-ENT-JX1)
               MOVE WS-ENT-ENTRY(WS-ENT-JX) TO WS-ENT-SWAP
               MOVE WS-ENT-ENTRY(WS-ENT-JX1)
                   TO WS-ENT-ENTRY(WS-ENT-JX)
               MOVE WS-ENT-SWAP TO WS-ENT-ENTRY(WS-ENT-JX1)
           END-IF.

      * =======================================================
      *   ONE STATEMENT PER AGENCY
      * =======================================================
       5000-PRINT-STATEMENTS.
           MOVE SPACES TO WS-PRIOR-AGENCY
           PERFORM 5100-PRINT-ONE-LINE
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT

           IF WS-PRIOR-AGENCY NOT = SPACES
               PERFORM 5300-CLOSE-STATEMENT
           END-IF.

       5100-PRINT-ONE-LINE.
           IF EN-AGENCY(WS-ENT-IX) NOT = WS-PRIOR-AGENCY
               IF WS-PRIOR-AGENCY NOT = SPACES
                   PERFORM 5300-CLOSE-STATEMENT
               END-IF
               MOVE EN-AGENCY(WS-ENT-IX) TO WS-PRIOR-AGENCY
               PERFORM 5200-OPEN-STATEMENT
           END-IF

           MOVE EN-TKT(WS-ENT-IX) TO DT-TKT
           MOVE EN-PNR(WS-ENT-IX) TO DT-PNR
           MOVE EN-DATE(WS-ENT-IX) TO DT-DATE
           MOVE EN-EVENT(WS-ENT-IX) TO DT-EVENT
           IF EN-EVENT(WS-ENT-IX) = 'SALE'
               MOVE EN-AMT(WS-ENT-IX) TO DT-AMT
               MOVE EN-COMM(WS-ENT-IX) TO DT-COMM
               ADD 1 TO WS-AGY-SALES-CNT
               ADD EN-AMT(WS-ENT-IX) TO WS-AGY-SALES-AMT
               ADD EN-COMM(WS-ENT-IX) TO WS-AGY-COMM-EARNED
           ELSE
               COMPUTE DT-AMT = 0 - EN-AMT(WS-ENT-IX)
               COMPUTE DT-COMM = 0 - EN-COMM(WS-ENT-IX)
               ADD 1 TO WS-AGY-RFND-CNT
               ADD EN-AMT(WS-ENT-IX) TO WS-AGY-RFND-AMT
               ADD EN-COMM(WS-ENT-IX) TO WS-AGY-COMM-CLAWED
           END-IF
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       5200-OPEN-STATEMENT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           MOVE WS-PRIOR-AGENCY TO AL-AGENCY
           MOVE '** NOT ON AGENCY MASTER **' TO AL-NAME
           MOVE ZERO TO AL-PCT
           MOVE WS-PRIOR-AGENCY TO AG-AGENCY
           READ AGY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AGY-OK
               MOVE AG-NAME TO AL-NAME
               MOVE AG-COMM-PCT TO AL-PCT
           END-IF
           WRITE WS-RPT-LINE FROM WS-AGENCY-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           MOVE 0 TO WS-AGY-SALES-CNT
           MOVE 0 TO WS-AGY-SALES-AMT
           MOVE 0 TO WS-AGY-RFND-CNT
           MOVE 0 TO WS-AGY-RFND-AMT
           MOVE 0 TO WS-AGY-COMM-EARNED
           MOVE 0 TO WS-AGY-COMM-CLAWED.

       5300-CLOSE-STATEMENT.
           COMPUTE WS-AGY-NET-DUE = WS-AGY-SALES-AMT
                                  - WS-AGY-RFND-AMT
                                  - WS-AGY-COMM-EARNED
                                  + WS-AGY-COMM-CLAWED

           MOVE WS-AGY-SALES-CNT TO SL-SALES-CNT
           MOVE WS-AGY-SALES-AMT TO SL-SALES-AMT
           WRITE WS-RPT-LINE FROM WS-STMT-LINE-1
           MOVE WS-AGY-RFND-CNT TO SL-RFND-CNT
           MOVE WS-AGY-RFND-AMT TO SL-RFND-AMT
           WRITE WS-RPT-LINE FROM WS-STMT-LINE-2
           MOVE WS-AGY-COMM-EARNED TO SL-COMM-EARNED
           MOVE WS-AGY-COMM-CLAWED TO SL-COMM-CLAWED
           WRITE WS-RPT-LINE FROM WS-STMT-LINE-3
           MOVE WS-AGY-NET-DUE TO SL-NET-DUE
           WRITE WS-RPT-LINE FROM WS-STMT-LINE-4

           ADD 1 TO WS-AGENCY-COUNT
           ADD WS-AGY-NET-DUE TO WS-RUN-NET-DUE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-AGENCY-COUNT TO TL-AGENCIES
           MOVE WS-RUN-NET-DUE TO TL-NET-DUE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           IF WS-ENT-DROPPED > 0
               MOVE WS-ENT-DROPPED TO TL-DROPPED
               WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           END-IF

           PERFORM 9050-STAMP-RUN-CONTROL

           CLOSE TKT-FILE
           CLOSE XTND-FILE
           CLOSE AGY-FILE
           CLOSE COMM-FILE
           CLOSE STMT-RPT.

       8000-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - REFUSE A PERIOD ALREADY STATED
      * =======================================================
       1050-CHECK-RUN-CONTROL.
           ACCEPT WS-RC-TODAY FROM DATE
           MOVE '20' TO WS-RC-DATE(1:2)
           MOVE WS-RC-YY TO WS-RC-DATE(3:2)
           MOVE WS-RC-MM TO WS-RC-DATE(5:2)
           MOVE WS-RC-DD TO WS-RC-DATE(7:2)
           ACCEPT WS-RC-TODAY-TIME FROM TIME
           MOVE WS-RC-HH TO WS-RC-TIME(1:2)
           MOVE WS-RC-MN TO WS-RC-TIME(3:2)
           MOVE WS-RC-SS TO WS-RC-TIME(5:2)

           OPEN I-O RUNCTL-FILE
           MOVE 'AGYSTM  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-SEL-PERIOD TO RC-QUALIFIER(1:6)
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               DISPLAY 'AGYSTM PERIOD ' WS-SEL-PERIOD
                       ' ALREADY STATED - RUN REFUSED'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE STATED PERIOD
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'AGYSTM  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-SEL-PERIOD TO RC-QUALIFIER(1:6)
           MOVE WS-RC-DATE TO RC-LAST-DATE
           MOVE WS-RC-TIME TO RC-LAST-TIME
           MOVE 'C' TO RC-STATUS
           WRITE WS-RUNCTL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE RUNCTL-FILE.
