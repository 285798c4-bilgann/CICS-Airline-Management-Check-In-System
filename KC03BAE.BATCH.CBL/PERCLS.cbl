       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLS.

      * =======================================================
      *   ACCOUNTING PERIOD CLOSE
      * =======================================================
      *   Finance closes the month with this job once the month-
      *   end reports are out. SYSIN carries the period (YYYYMM)
      *   and the user closing it. The period's row on PERIODC
      *   goes to closed; from then on GLPOST, TAXRPT, CORINV and
      *   CODSET refuse to run against it, so a rerun can never
      *   change numbers already handed over. Money that turns
      *   up later for a closed month - a chargeback CBLOAD
      *   writes off on one of its sales - goes on LATEPST and
      *   GLPOST posts it in the open period as a prior-period
      *   adjustment. The close report lists every such late
      *   item that arrived during the month being closed, with
      *   the job it came from and a total per job. A period
      *   still running, or one already closed, is refused.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO PERIODC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PER-STATUS.

           SELECT LATE-FILE ASSIGN TO LATEPST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT CLOSE-RPT ASSIGN TO PCLSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *   the job that met it and posted by GLPOST on the day it
      *   arrived.
       FD  LATE-FILE.
       01  WS-LATE-REC.
           05 LP-ARRIVED            PIC X(8).
           05 LP-TIME               PIC X(6).
           05 LP-JOB                PIC X(8).
           05 LP-EVENT              PIC X(8).
           05 LP-REF                PIC X(13).
           05 LP-ORIG-DATE          PIC X(8).
           05 LP-AMOUNT             PIC 9(9)V99.

       FD  CLOSE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PER-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PER-OK              VALUE '00'.
       01 WS-LATE-STATUS             PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-PER-FOUND               PIC X VALUE 'N'.

       01 WS-CONTROL-CARD.
           05 CC-PERIOD               PIC X(6).
           05 FILLER                  PIC X(1).
           05 CC-USER                 PIC X(8).

       01 WS-SEL-PERIOD               PIC X(6) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CLOCK                    PIC X(8) VALUE SPACES.

      * Late items per job that sent them.
       01 WS-JOB-COUNT                PIC 9(2) VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-JX.
               10 JB-JOB               PIC X(8).
               10 JB-LINES             PIC 9(5).
               10 JB-AMOUNT            PIC 9(9)V99.
       01 WS-MATCH-SW                 PIC X VALUE 'N'.
           88 WS-MATCH-FOUND          VALUE 'Y'.

       01 WS-LATE-COUNT               PIC 9(5) VALUE 0.
       01 WS-LATE-AMT                 PIC 9(9)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'ACCOUNTING PERIOD CLOSE -     '.
           05 HD-PERIOD               PIC X(6).
           05 FILLER                  PIC X(4) VALUE ' BY '.
           05 HD-USER                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'LATE POSTINGS ARRIVED IN THE PERIOD'.

       01 WS-HEADING-3.
           05 FILLER                  PIC X(9) VALUE 'ARRIVED'.
           05 FILLER                  PIC X(9) VALUE 'JOB'.
           05 FILLER                  PIC X(9) VALUE 'EVENT'.
           05 FILLER                  PIC X(14) VALUE 'REFERENCE'.
           05 FILLER                  PIC X(10) VALUE 'BELONGS TO'.
           05 FILLER                  PIC X(13)
               VALUE '       AMOUNT'.

       01 WS-DETAIL-LINE.
           05 DT-ARRIVED              PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-JOB                  PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-EVENT                PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-REF                  PIC X(13).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ORIG-DATE            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-AMOUNT               PIC ZZZZZZZZ9.99.

       01 WS-JOB-LINE.
           05 FILLER                  PIC X(4) VALUE 'JOB '.
           05 JL-JOB                  PIC X(8).
           05 FILLER                  PIC X(8) VALUE '  LATE '.
           05 JL-LINES                PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 JL-AMOUNT               PIC ZZZZZZZZ9.99.

       01 WS-NONE-LINE.
           05 FILLER                  PIC X(40)
               VALUE 'NOTHING ARRIVED LATE IN THE PERIOD'.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(20)
               VALUE 'LATE POSTINGS:     '.
           05 TL-LATE                 PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-AMOUNT               PIC ZZZZZZZZ9.99.

       01 WS-CLOSED-LINE.
           05 FILLER                  PIC X(7) VALUE 'PERIOD '.
           05 CL-PERIOD               PIC X(6).
           05 FILLER                  PIC X(11) VALUE ' CLOSED AT '.
           05 CL-DATE                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 CL-TIME                 PIC X(6).

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LIST-LATE-POSTINGS UNTIL WS-EOF
           PERFORM 3000-PRINT-JOB-TOTALS
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PERIOD TO WS-SEL-PERIOD

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           ACCEPT WS-CLOCK FROM TIME

      *    Only a month already over can be closed.
           IF WS-SEL-PERIOD NOT NUMERIC
              OR WS-SEL-PERIOD NOT < WS-CURR-DATE(1:6)
               DISPLAY 'PERCLS PERIOD ' WS-SEL-PERIOD
                       ' NOT ENDED - RUN REFUSED'
               STOP RUN
           END-IF

           OPEN I-O PERIOD-FILE
           MOVE WS-SEL-PERIOD TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PER-OK
               MOVE 'Y' TO WS-PER-FOUND
               IF PC-ST-CLOSED
                   DISPLAY 'PERCLS PERIOD ' WS-SEL-PERIOD
                           ' ALREADY CLOSED - RUN REFUSED'
                   CLOSE PERIOD-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LATE-FILE
           OPEN OUTPUT CLOSE-RPT

           MOVE WS-SEL-PERIOD TO HD-PERIOD
           MOVE CC-USER TO HD-USER
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2
           WRITE WS-RPT-LINE FROM WS-HEADING-3

           PERFORM 8000-READ-LATE.

       2000-LIST-LATE-POSTINGS.
           IF LP-ARRIVED(1:6) = WS-SEL-PERIOD
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE LP-ARRIVED TO DT-ARRIVED
               MOVE LP-JOB TO DT-JOB
               MOVE LP-EVENT TO DT-EVENT
               MOVE LP-REF TO DT-REF
               MOVE LP-ORIG-DATE TO DT-ORIG-DATE
               MOVE LP-AMOUNT TO DT-AMOUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

               PERFORM 2500-FIND-JOB-SLOT
               ADD 1 TO JB-LINES(WS-JX)
               ADD LP-AMOUNT TO JB-AMOUNT(WS-JX)
               ADD 1 TO WS-LATE-COUNT
               ADD LP-AMOUNT TO WS-LATE-AMT
           END-IF

           PERFORM 8000-READ-LATE.

       2500-FIND-JOB-SLOT.
           MOVE 'N' TO WS-MATCH-SW

           IF WS-JOB-COUNT > 0
               SET WS-JX TO 1
               SEARCH WS-JOB-ENTRY VARYING WS-JX
                   AT END
                       CONTINUE
                   WHEN WS-JX > WS-JOB-COUNT
                       CONTINUE
                   WHEN JB-JOB(WS-JX) = LP-JOB
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF

           IF NOT WS-MATCH-FOUND
               IF WS-JOB-COUNT < 20
                   ADD 1 TO WS-JOB-COUNT
                   SET WS-JX TO WS-JOB-COUNT
                   MOVE LP-JOB TO JB-JOB(WS-JX)
                   MOVE 0 TO JB-LINES(WS-JX)
                   MOVE 0 TO JB-AMOUNT(WS-JX)
               ELSE
                   SET WS-JX TO WS-JOB-COUNT
               END-IF
           END-IF.

      * =======================================================
      *   WHICH JOBS SENT LATE MONEY, AND HOW MUCH
      * =======================================================
       3000-PRINT-JOB-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-JOB-COUNT = 0
               WRITE WS-RPT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM 3100-PRINT-ONE-JOB
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
           END-IF.

       3100-PRINT-ONE-JOB.
           MOVE JB-JOB(WS-JX) TO JL-JOB
           MOVE JB-LINES(WS-JX) TO JL-LINES
           MOVE JB-AMOUNT(WS-JX) TO JL-AMOUNT
           WRITE WS-RPT-LINE FROM WS-JOB-LINE.

      * =======================================================
      *   MARK THE PERIOD CLOSED
      * =======================================================
       9000-FINALIZE-RUN.
           MOVE WS-SEL-PERIOD TO PC-PERIOD
           MOVE 'C' TO PC-STATUS
           MOVE WS-CURR-DATE TO PC-CLOSE-DATE
           MOVE WS-CLOCK(1:6) TO PC-CLOSE-TIME
           MOVE CC-USER TO PC-CLOSE-USER
           MOVE WS-LATE-COUNT TO PC-LATE-COUNT
           MOVE WS-LATE-AMT TO PC-LATE-AMT
           IF WS-PER-FOUND = 'Y'
               REWRITE WS-PERIOD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-PERIOD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LATE-COUNT TO TL-LATE
           MOVE WS-LATE-AMT TO TL-AMOUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-SEL-PERIOD TO CL-PERIOD
           MOVE PC-CLOSE-DATE TO CL-DATE
           MOVE PC-CLOSE-TIME TO CL-TIME
           WRITE WS-RPT-LINE FROM WS-CLOSED-LINE

           CLOSE PERIOD-FILE
           CLOSE LATE-FILE
           CLOSE CLOSE-RPT.

       8000-READ-LATE.
           READ LATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
