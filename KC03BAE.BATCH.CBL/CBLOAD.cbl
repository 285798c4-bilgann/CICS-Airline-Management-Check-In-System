      *   case on CHGBACK keyed by the ticket number - matched
      *   to TKTREG and the PNR's payment reference, with the
      *   ticket flagged disputed (Q) so nothing else settles it
      *   while the fight is on. A fee disputed on its own
      *   carries its ancillary document number instead, and is
      *   matched to EMDREG and the document's own authorization
      *   the same way. An O record closes the case won (the
      *   ticket or document goes back to issued) or lost (the
      *   money is gone; SLSJRN picks it up for the day's
      *   journal and GLPOST posts it on the day it was
      *   decided; a loss on a sale made in a month finance
      *   has closed on PERIODC also goes on LATEPST, so GLPOST
      *   posts that one as a prior-period adjustment instead).
      *   The
      *   run ends with the revenue office's work list - every
      *   open case with its response deadline, overdue ones
      *   flagged.
               RECORD KEY IS TK-NUMBER
               FILE STATUS IS WS-TKT-STATUS.

           SELECT EMD-FILE ASSIGN TO EMDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-NUMBER
               FILE STATUS IS WS-EMD-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PER-STATUS.

           SELECT LATE-FILE ASSIGN TO LATEPST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT WORK-RPT ASSIGN TO CBWKRPT
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

      *   Only the key and the payment reference matter here -
      *   the rest of the 892-byte booking record rides as
      *   filler.
           05 PR-PAY-REF            PIC X(4).
           05 FILLER                PIC X(180).

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

      *   Late postings - money for a closed period, posted by
      *   GLPOST in the open one (see PERCLS).
       FD  LATE-FILE.
       01  WS-LATE-REC.
           05 LP-ARRIVED            PIC X(8).
           05 LP-TIME               PIC X(6).
           05 LP-JOB                PIC X(8).
           05 LP-EVENT              PIC X(8).
           05 LP-REF                PIC X(13).
           05 LP-ORIG-DATE          PIC X(8).
           05 LP-AMOUNT             PIC 9(9)V99.

       FD  WORK-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
           88 WS-CHG-OK               VALUE '00'.
       01 WS-TKT-STATUS               PIC X(2) VALUE SPACES.
           88 WS-TKT-OK               VALUE '00'.
       01 WS-EMD-STATUS               PIC X(2) VALUE SPACES.
           88 WS-EMD-OK               VALUE '00'.
       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
       01 WS-PER-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PER-OK              VALUE '00'.
       01 WS-LATE-STATUS             PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
       01 WS-CHG-EOF-SW               PIC X VALUE 'N'.
           88 WS-CHG-DONE             VALUE 'Y'.

      * Which register the disputed number was found on.
       01 WS-DISPUTED-SW              PIC X VALUE SPACE.
           88 WS-DISPUTED-TICKET      VALUE 'T'.
           88 WS-DISPUTED-DOCUMENT    VALUE 'D'.
           88 WS-DISPUTED-NOT-FOUND   VALUE SPACE.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.

      * The last period looked up on PERIODC, kept so a run of
      * records from the same month reads it once.
       01 WS-CHK-PERIOD              PIC X(6) VALUE SPACES.
       01 WS-CHK-CLOSED              PIC X VALUE 'N'.
           88 WS-PERIOD-CLOSED       VALUE 'Y'.
       01 WS-CHK-DATE                PIC X(8) VALUE SPACES.
       01 WS-CLOCK                   PIC X(8) VALUE SPACES.
       01 WS-LATE-COUNT              PIC 9(5) VALUE 0.

       01 WS-POSTED-COUNT             PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
           05 FILLER                  PIC X(9) VALUE '  OPEN:  '.
           05 TL-OPEN                 PIC ZZZZ9.

       01 WS-LATE-LINE.
           05 FILLER                  PIC X(18)
               VALUE 'PRIOR PERIOD:    '.
           05 TL-LATE                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           ACCEPT WS-CLOCK FROM TIME

           OPEN INPUT CHGB-IN
           OPEN I-O CHGB-FILE
           OPEN I-O TKT-FILE
           OPEN I-O EMD-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT PERIOD-FILE
           OPEN EXTEND LATE-FILE
           OPEN OUTPUT WORK-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
      *   OPEN A CASE - MATCHED TO THE TICKET AND ITS PAYMENT
      * =======================================================
       3000-OPEN-CASE.
           PERFORM 3100-FIND-DISPUTED-NUMBER
           IF WS-DISPUTED-NOT-FOUND
               MOVE 'REJECTED - TICKET NOT ON REGISTER'
                   TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3200-FLAG-DISPUTED
               MOVE 'POSTED - CASE REOPENED' TO DT-RESULT
               ADD 1 TO WS-POSTED-COUNT
               EXIT PARAGRAPH

           MOVE SPACES TO WS-CHGB-REC
           MOVE IN-TKT TO CB-TKT
           IF WS-DISPUTED-DOCUMENT
               MOVE EM-PNR TO CB-PNR
           ELSE
               MOVE TK-PNR TO CB-PNR
           END-IF
           MOVE IN-AMOUNT TO CB-AMOUNT
           MOVE WS-CURR-DATE TO CB-RCVD-DATE
           MOVE IN-DEADLINE TO CB-DEADLINE
      *    The PNR's payment reference ties the dispute back to
      *    the original authorization; a purged PNR leaves it
      *    blank and the register row still carries the case.
      *    A document was authorized on its own and carries its
      *    reference itself.
           IF WS-DISPUTED-DOCUMENT
               MOVE EM-PAY-REF TO CB-PAY-REF
           ELSE
               MOVE TK-PNR TO PR-PNR
               READ PNR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PNR-OK
                   MOVE PR-PAY-REF TO CB-PAY-REF
               END-IF
           END-IF

           WRITE WS-CHGB-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-FLAG-DISPUTED

           IF WS-DISPUTED-DOCUMENT
               MOVE 'POSTED - DOCUMENT FLAGGED DISPUTED'
                   TO DT-RESULT
           ELSE
               MOVE 'POSTED - TICKET FLAGGED DISPUTED' TO DT-RESULT
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

      *    The ticket register first; a number it does not hold
      *    may be an ancillary document disputed on its own.
       3100-FIND-DISPUTED-NUMBER.
           MOVE SPACE TO WS-DISPUTED-SW

           MOVE IN-TKT TO TK-NUMBER
           READ TKT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TKT-OK
               MOVE 'T' TO WS-DISPUTED-SW
               EXIT PARAGRAPH
           END-IF

           MOVE IN-TKT TO EM-NUMBER
           READ EMD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-EMD-OK AND NOT EM-CONTROL
               MOVE 'D' TO WS-DISPUTED-SW
           END-IF.

       3200-FLAG-DISPUTED.
           IF WS-DISPUTED-DOCUMENT
               MOVE 'Q' TO EM-TYPE
               MOVE WS-CURR-DATE TO EM-STATE-DATE
               REWRITE WS-EMD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE 'Q' TO TK-TYPE
               REWRITE WS-TKT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      * =======================================================
      *   CLOSE A CASE - WON BACK OR WRITTEN OFF
               EXIT PARAGRAPH
           END-IF

      *    A case is decided once; a close sent again would move
      *    its loss to another day or post it twice.
           IF NOT CB-ST-OPEN
               MOVE 'REJECTED - CASE ALREADY CLOSED' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF IN-WON
               MOVE 'W' TO CB-STATUS
           ELSE
                   CONTINUE
           END-REWRITE

      *    Winning the dispute puts the ticket (or document)
      *    back to issued; a loss leaves it flagged for the
      *    journal to pick up.
           IF IN-WON
               PERFORM 4100-RESTORE-ISSUED
           END-IF

           IF IN-WON
               IF WS-DISPUTED-DOCUMENT
                   MOVE 'CLOSED - WON, DOCUMENT RESTORED'
                       TO DT-RESULT
               ELSE
                   MOVE 'CLOSED - WON, TICKET RESTORED'
                       TO DT-RESULT
               END-IF
           ELSE
               MOVE 'CLOSED - LOST' TO DT-RESULT
               PERFORM 4200-CHECK-LATE-LOSS
           END-IF
           ADD 1 TO WS-CLOSED-COUNT.

       4100-RESTORE-ISSUED.
           PERFORM 3100-FIND-DISPUTED-NUMBER

           IF WS-DISPUTED-TICKET AND TK-DISPUTED
               MOVE 'I' TO TK-TYPE
               REWRITE WS-TKT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-DISPUTED-DOCUMENT AND EM-DISPUTED
               MOVE 'I' TO EM-TYPE
               MOVE WS-CURR-DATE TO EM-STATE-DATE
               REWRITE WS-EMD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      * =======================================================
      *   A LOSS ON A SALE FROM A CLOSED MONTH - THE MONEY GOES
      *   BACK AS A PRIOR-PERIOD ADJUSTMENT IN THE OPEN ONE
      * =======================================================
      *    Arrival date and amount are the case's own decided
      *    date and amount, so GLPOST can take the loss out of
      *    the day's CHGBKLST and post it here once only.
       4200-CHECK-LATE-LOSS.
           PERFORM 3100-FIND-DISPUTED-NUMBER
           EVALUATE TRUE
               WHEN WS-DISPUTED-TICKET
                   MOVE TK-DATE TO WS-CHK-DATE
               WHEN WS-DISPUTED-DOCUMENT
                   MOVE EM-DATE TO WS-CHK-DATE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 4300-CHECK-PERIOD-CLOSED
           IF NOT WS-PERIOD-CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LATE-REC
           MOVE WS-CURR-DATE TO LP-ARRIVED
           MOVE WS-CLOCK(1:6) TO LP-TIME
           MOVE 'CBLOAD' TO LP-JOB
           MOVE 'PPCHGBK' TO LP-EVENT
           MOVE IN-TKT TO LP-REF
           MOVE WS-CHK-DATE TO LP-ORIG-DATE
           MOVE CB-AMOUNT TO LP-AMOUNT
           WRITE WS-LATE-REC
           ADD 1 TO WS-LATE-COUNT
           MOVE 'CLOSED - LOST, PRIOR PERIOD' TO DT-RESULT.

      * =======================================================
      *   IS THE BUSINESS DATE IN WS-CHK-DATE IN A CLOSED PERIOD?
      * =======================================================
       4300-CHECK-PERIOD-CLOSED.
           IF WS-CHK-DATE(1:6) = WS-CHK-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-DATE(1:6) TO WS-CHK-PERIOD
           MOVE 'N' TO WS-CHK-CLOSED
           MOVE WS-CHK-PERIOD TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PER-OK AND PC-ST-CLOSED
               MOVE 'Y' TO WS-CHK-CLOSED
           END-IF.

      * =======================================================
      *   THE REVENUE OFFICE'S WORK LIST OF OPEN CASES
      * =======================================================
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           MOVE WS-OPEN-COUNT TO TL-OPEN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-LATE-COUNT TO TL-LATE
           WRITE WS-RPT-LINE FROM WS-LATE-LINE

           CLOSE CHGB-IN
           CLOSE CHGB-FILE
           CLOSE TKT-FILE
           CLOSE EMD-FILE
           CLOSE PNR-FILE
           CLOSE PERIOD-FILE
           CLOSE LATE-FILE
           CLOSE WORK-RPT.

       8000-READ-INPUT.
