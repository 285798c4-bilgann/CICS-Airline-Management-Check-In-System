       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVSDSP.

      * =======================================================
      *   AVAILABILITY STATUS (AVS) DISPATCHER FOR AVSQUE
      * =======================================================
      *   AVSGEN queues each availability change onto AVSQUE.
      *   This job reads the pending file carried over from the
      *   previous run first, then the current queue, so the
      *   sellers always see a flight's changes in the order
      *   they happened. Each message is formatted as the AVS
      *   line the distribution gateway sends on (carrier,
      *   number, class, date, city pair, status) onto AVSGOUT.
      *   A message that cannot be formatted goes to the new
      *   pending file with its retry count stepped and is
      *   reported abandoned past the retry limit; a message
      *   for a flight that has since departed is dropped, as
      *   no seller can act on it. A SYSIN mode of HOLD sends
      *   nothing and carries the whole backlog, for when the
      *   gateway is down. As with NTFDSP, the scheduler swaps
      *   in a fresh (empty) AVSQUE and feeds this run's
      *   AVSPOUT back as the next run's AVSPEND; the job
      *   itself only ever consumes its inputs.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVS-QUEUE ASSIGN TO AVSQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.

           SELECT PENDING-IN ASSIGN TO AVSPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDI-STATUS.

           SELECT PENDING-OUT ASSIGN TO AVSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDO-STATUS.

           SELECT GATEWAY-OUT ASSIGN TO AVSGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS.

           SELECT DISPATCH-RPT ASSIGN TO AVSDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   AVSGEN's queue record.
       FD  AVS-QUEUE
           RECORDING MODE IS F.
       01  WS-AVSQ-REC.
           05 AQ-FLTNUM              PIC X(5).
           05 AQ-DATE                PIC X(8).
           05 AQ-CLASS               PIC X(1).
           05 AQ-ORIG                PIC X(3).
           05 AQ-DEST                PIC X(3).
           05 AQ-AVS-CODE            PIC X(2).
           05 AQ-GEN-DATE            PIC X(8).
           05 AQ-GEN-TIME            PIC X(6).

      *   Pending records are the queue record plus a retry count.
       FD  PENDING-IN
           RECORDING MODE IS F.
       01  WS-PENDING-REC.
           05 PN-FLTNUM              PIC X(5).
           05 PN-DATE                PIC X(8).
           05 PN-CLASS               PIC X(1).
           05 PN-ORIG                PIC X(3).
           05 PN-DEST                PIC X(3).
           05 PN-AVS-CODE            PIC X(2).
           05 PN-GEN-DATE            PIC X(8).
           05 PN-GEN-TIME            PIC X(6).
           05 PN-RETRY               PIC 9(2).

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01  WS-PENDOUT-REC.
           05 PO-FLTNUM              PIC X(5).
           05 PO-DATE                PIC X(8).
           05 PO-CLASS               PIC X(1).
           05 PO-ORIG                PIC X(3).
           05 PO-DEST                PIC X(3).
           05 PO-AVS-CODE            PIC X(2).
           05 PO-GEN-DATE            PIC X(8).
           05 PO-GEN-TIME            PIC X(6).
           05 PO-RETRY               PIC 9(2).

      *   One AVS line per message for the gateway to send on.
       FD  GATEWAY-OUT
           RECORDING MODE IS F.
       01  WS-GATEWAY-REC.
           05 GW-DATE                PIC X(8).
           05 GW-TIME                PIC X(6).
           05 GW-AVS-LINE            PIC X(30).
           05 GW-GEN-DATE            PIC X(8).
           05 GW-GEN-TIME            PIC X(6).

       FD  DISPATCH-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-QUE-STATUS              PIC X(2) VALUE SPACES.
           88 WS-QUE-OK              VALUE '00'.

       01 WS-PNDI-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PNDI-OK             VALUE '00'.

       01 WS-PNDO-STATUS             PIC X(2) VALUE SPACES.
       01 WS-GATE-STATUS             PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-QUE-EOF-SW              PIC X VALUE 'N'.
           88 WS-QUE-DONE            VALUE 'Y'.

       01 WS-PND-EOF-SW              PIC X VALUE 'N'.
           88 WS-PND-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-MODE                 PIC X(4).

       01 WS-RUN-MODE                 PIC X(4) VALUE 'SEND'.
           88 WS-MODE-HOLD            VALUE 'HOLD'.

       01 WS-RETRY-LIMIT              PIC 9(2) VALUE 5.

       01 WS-WORK-MSG.
           05 WS-WORK-FLTNUM          PIC X(5).
           05 WS-WORK-DATE            PIC X(8).
           05 WS-WORK-CLASS           PIC X(1).
           05 WS-WORK-ORIG            PIC X(3).
           05 WS-WORK-DEST            PIC X(3).
           05 WS-WORK-AVS-CODE        PIC X(2).
               88 WS-AVS-CODE-VALID   VALUE 'AS' 'CL' 'CC' 'LR'.
           05 WS-WORK-GEN-DATE        PIC X(8).
           05 WS-WORK-GEN-TIME        PIC X(6).
       01 WS-WORK-RETRY               PIC 9(2) VALUE 0.

       01 WS-MONTH-TABLE.
           05 FILLER               PIC X(3) VALUE 'JAN'.
           05 FILLER               PIC X(3) VALUE 'FEB'.
           05 FILLER               PIC X(3) VALUE 'MAR'.
           05 FILLER               PIC X(3) VALUE 'APR'.
           05 FILLER               PIC X(3) VALUE 'MAY'.
           05 FILLER               PIC X(3) VALUE 'JUN'.
           05 FILLER               PIC X(3) VALUE 'JUL'.
           05 FILLER               PIC X(3) VALUE 'AUG'.
           05 FILLER               PIC X(3) VALUE 'SEP'.
           05 FILLER               PIC X(3) VALUE 'OCT'.
           05 FILLER               PIC X(3) VALUE 'NOV'.
           05 FILLER               PIC X(3) VALUE 'DEC'.
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
       01 WS-MONTH-NUM               PIC 99.

      * The AVS line - 'XX 123 Y 15OCT LHRJFK CL'; the class is
      * left out of a flight-level message.
       01 WS-AVS-LINE                PIC X(30) VALUE SPACES.
       01 WS-AVS-DDMMM.
           05 WS-AVS-DD               PIC X(2).
           05 WS-AVS-MMM              PIC X(3).

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
           05 FILLER                  PIC 9(2).

       01 WS-SENT-COUNT               PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT             PIC 9(5) VALUE 0.
       01 WS-ABANDONED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DROPPED-COUNT            PIC 9(5) VALUE 0.
       01 WS-BACKLOG-COUNT            PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'AVS MESSAGE DISPATCH - MODE  '.
           05 HD-MODE                 PIC X(4).

       01 WS-DETAIL-LINE.
           05 DT-FLTNUM               PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-CLASS                PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-AVS-CODE             PIC X(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(22).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-AVS-LINE             PIC X(30).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'SENT TO GATEWAY:       '.
           05 TL-SENT                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'FAILED - WILL RETRY:   '.
           05 TL-FAILED               PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'ABANDONED:             '.
           05 TL-ABANDONED            PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'DROPPED - DEPARTED:    '.
           05 TL-DROPPED              PIC ZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'BACKLOG CARRIED:       '.
           05 TL-BACKLOG              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-PENDING UNTIL WS-PND-DONE
           PERFORM 3000-PROCESS-QUEUE UNTIL WS-QUE-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF CC-MODE = 'HOLD'
               MOVE 'HOLD' TO WS-RUN-MODE
           END-IF

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-HH TO WS-CURR-TIME(1:2)
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN INPUT AVS-QUEUE
           OPEN INPUT PENDING-IN
           OPEN OUTPUT PENDING-OUT
           OPEN OUTPUT GATEWAY-OUT
           OPEN OUTPUT DISPATCH-RPT

           MOVE WS-RUN-MODE TO HD-MODE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

      *    The very first run has no pending file to carry in -
      *    a failed open just means there is nothing to retry.
           IF WS-PNDI-OK
               PERFORM 8100-READ-PENDING
           ELSE
               MOVE 'Y' TO WS-PND-EOF-SW
           END-IF

           IF WS-QUE-OK
               PERFORM 8200-READ-QUEUE
           ELSE
               MOVE 'Y' TO WS-QUE-EOF-SW
           END-IF.

      * =======================================================
      *      RETRIES FIRST - THE PRIOR RUN'S PENDING RECORDS
      * =======================================================
       2000-PROCESS-PENDING.
           MOVE PN-FLTNUM TO WS-WORK-FLTNUM
           MOVE PN-DATE TO WS-WORK-DATE
           MOVE PN-CLASS TO WS-WORK-CLASS
           MOVE PN-ORIG TO WS-WORK-ORIG
           MOVE PN-DEST TO WS-WORK-DEST
           MOVE PN-AVS-CODE TO WS-WORK-AVS-CODE
           MOVE PN-GEN-DATE TO WS-WORK-GEN-DATE
           MOVE PN-GEN-TIME TO WS-WORK-GEN-TIME
           MOVE PN-RETRY TO WS-WORK-RETRY
           PERFORM 4000-DISPATCH-ONE

           PERFORM 8100-READ-PENDING.

      * =======================================================
      *      THEN THE CHANGES QUEUED SINCE THE LAST RUN
      * =======================================================
       3000-PROCESS-QUEUE.
           MOVE WS-AVSQ-REC TO WS-WORK-MSG
           MOVE 0 TO WS-WORK-RETRY
           PERFORM 4000-DISPATCH-ONE

           PERFORM 8200-READ-QUEUE.

      * =======================================================
      *      DISPATCH (OR CARRY) ONE AVS MESSAGE
      * =======================================================
      *    In HOLD everything is carried untouched. Otherwise a
      *    departed flight is dropped, and a message with no
      *    flight, a date that will not format or a status code
      *    the gateway does not know is carried as failed.
       4000-DISPATCH-ONE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WORK-FLTNUM TO DT-FLTNUM
           MOVE WS-WORK-DATE TO DT-DATE
           MOVE WS-WORK-CLASS TO DT-CLASS
           MOVE WS-WORK-AVS-CODE TO DT-AVS-CODE

           EVALUATE TRUE
               WHEN WS-MODE-HOLD
                   MOVE 'HELD - GATEWAY DOWN' TO DT-RESULT
                   PERFORM 5000-CARRY-FORWARD
               WHEN WS-WORK-DATE NUMERIC
                    AND WS-WORK-DATE < WS-CURR-DATE
                   MOVE 'DROPPED - DEPARTED' TO DT-RESULT
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN WS-WORK-FLTNUM = SPACES
                 OR WS-WORK-DATE NOT NUMERIC
                 OR NOT WS-AVS-CODE-VALID
                   PERFORM 5500-FAIL-RECORD
               WHEN OTHER
                   PERFORM 4200-FORMAT-AVS-LINE
                   IF WS-AVS-LINE = SPACES
                       PERFORM 5500-FAIL-RECORD
                   ELSE
                       PERFORM 4500-SEND-TO-GATEWAY
                       MOVE 'SENT' TO DT-RESULT
                       MOVE WS-AVS-LINE TO DT-AVS-LINE
                       ADD 1 TO WS-SENT-COUNT
                   END-IF
           END-EVALUATE

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    Carrier and number come off the flight number (two-
      *    letter carrier, then digits); the date goes as DDMMM.
      *    A month out of range leaves the line blank.
       4200-FORMAT-AVS-LINE.
           MOVE SPACES TO WS-AVS-LINE
           MOVE WS-WORK-DATE(5:2) TO WS-MONTH-NUM
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-DATE(7:2) TO WS-AVS-DD
           MOVE WS-MONTH-NAME(WS-MONTH-NUM) TO WS-AVS-MMM

           IF WS-WORK-CLASS = SPACE
               STRING WS-WORK-FLTNUM(1:2) ' '
                      WS-WORK-FLTNUM(3:3) ' '
                      WS-AVS-DDMMM ' '
                      WS-WORK-ORIG WS-WORK-DEST ' '
                      WS-WORK-AVS-CODE
                   DELIMITED BY SIZE INTO WS-AVS-LINE
               END-STRING
           ELSE
               STRING WS-WORK-FLTNUM(1:2) ' '
                      WS-WORK-FLTNUM(3:3) ' '
                      WS-WORK-CLASS ' '
                      WS-AVS-DDMMM ' '
                      WS-WORK-ORIG WS-WORK-DEST ' '
                      WS-WORK-AVS-CODE
                   DELIMITED BY SIZE INTO WS-AVS-LINE
               END-STRING
           END-IF.

       4500-SEND-TO-GATEWAY.
           MOVE SPACES TO WS-GATEWAY-REC
           MOVE WS-CURR-DATE TO GW-DATE
           MOVE WS-CURR-TIME TO GW-TIME
           MOVE WS-AVS-LINE TO GW-AVS-LINE
           MOVE WS-WORK-GEN-DATE TO GW-GEN-DATE
           MOVE WS-WORK-GEN-TIME TO GW-GEN-TIME
           WRITE WS-GATEWAY-REC.

       5000-CARRY-FORWARD.
           MOVE SPACES TO WS-PENDOUT-REC
           MOVE WS-WORK-FLTNUM TO PO-FLTNUM
           MOVE WS-WORK-DATE TO PO-DATE
           MOVE WS-WORK-CLASS TO PO-CLASS
           MOVE WS-WORK-ORIG TO PO-ORIG
           MOVE WS-WORK-DEST TO PO-DEST
           MOVE WS-WORK-AVS-CODE TO PO-AVS-CODE
           MOVE WS-WORK-GEN-DATE TO PO-GEN-DATE
           MOVE WS-WORK-GEN-TIME TO PO-GEN-TIME
           MOVE WS-WORK-RETRY TO PO-RETRY
           WRITE WS-PENDOUT-REC
           ADD 1 TO WS-BACKLOG-COUNT.

       5500-FAIL-RECORD.
           ADD 1 TO WS-WORK-RETRY

           IF WS-WORK-RETRY > WS-RETRY-LIMIT
               MOVE 'ABANDONED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-ABANDONED-COUNT
           ELSE
               MOVE 'FAILED - WILL RETRY' TO DT-RESULT
               ADD 1 TO WS-FAILED-COUNT
               PERFORM 5000-CARRY-FORWARD
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SENT-COUNT TO TL-SENT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-FAILED-COUNT TO TL-FAILED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ABANDONED-COUNT TO TL-ABANDONED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-DROPPED-COUNT TO TL-DROPPED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-BACKLOG-COUNT TO TL-BACKLOG
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE AVS-QUEUE
           CLOSE PENDING-IN
           CLOSE PENDING-OUT
           CLOSE GATEWAY-OUT
           CLOSE DISPATCH-RPT.

       8100-READ-PENDING.
           READ PENDING-IN
               AT END
                   MOVE 'Y' TO WS-PND-EOF-SW
           END-READ.

       8200-READ-QUEUE.
           READ AVS-QUEUE
               AT END
                   MOVE 'Y' TO WS-QUE-EOF-SW
           END-READ.
