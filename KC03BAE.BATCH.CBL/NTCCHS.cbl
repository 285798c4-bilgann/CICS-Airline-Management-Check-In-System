       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCCHS.

      * =======================================================
      *   UNANSWERED DISRUPTION NOTICE CHASER
      * =======================================================
      *   RACCOM, CONCHK and SCHNOT ask the passenger to reply
      *   yes, no or call to each disruption notice, and note it
      *   on NTCRPLY; NTCRSV closes the row when the reply comes
      *   in. This job walks the notices still open. One whose
      *   booking has since been cancelled, bumped or flown has
      *   nothing left to answer and is closed as superseded;
      *   one left unanswered longer than the RPLYHRS parameter
      *   (24 hours when no row has been set) puts the PNR on
      *   the RPLY work queue (reason NR) for an agent to ring,
      *   once however many of its notices are waiting, and is
      *   marked as sent to an agent so it is not chased again.
      *   Everything chased is listed on NTCCRPT.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTCRPLY-FILE ASSIGN TO NTCRPLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-KEY
               FILE STATUS IS WS-NTR-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT QUEUE-FILE ASSIGN TO PNRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUE-STATUS.

           SELECT CHASE-RPT ASSIGN TO NTCCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Disruption notice register - one row per notice sent
      *   that the passenger may answer.
       FD  NTCRPLY-FILE.
       01  WS-NTCRPLY-REC.
           05 NR-KEY.
               10 NR-PNR            PIC X(6).
               10 NR-SENT.
                   15 NR-SENT-DATE  PIC 9(8).
                   15 NR-SENT-HH    PIC 9(2).
                   15 NR-SENT-MN    PIC 9(2).
                   15 NR-SENT-SS    PIC 9(2).
               10 NR-FLIGHT         PIC X(6).
           05 NR-EVENT              PIC X(8).
           05 NR-STATUS             PIC X.
               88 NR-ST-OPEN        VALUE 'O'.
               88 NR-ST-TO-AGENT    VALUE 'T'.
               88 NR-ST-SUPERSEDED  VALUE 'S'.
           05 NR-REPLY-DATE         PIC X(8).
           05 NR-REPLY-TIME         PIC X(6).
           05 NR-VCH-NUMBER         PIC X(10).
           05 FILLER                PIC X(1).

      *   PNR record - only the status matters here; the rest
      *   of the booking rides as filler.
       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 PR-STATUS             PIC X.
               88 PR-ST-HELD        VALUE 'H'.
               88 PR-ST-CONFIRMED   VALUE 'C'.
               88 PR-ST-WAITLIST    VALUE 'W'.
           05 FILLER                PIC X(885).

      * System parameters (PARMFIL) - named tunables maintained
      * through the parameter screen.
       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

      *   PNR work queue - a passenger who has not answered goes
      *   on here for the QWRK screen to feed to an agent.
       FD  QUEUE-FILE.
       01  WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE          PIC X(4).
               10 QU-ADDED          PIC X(14).
               10 QU-PNR            PIC X(6).
           05 QU-REASON             PIC X(2).
           05 QU-STATUS             PIC X.
               88 QU-ST-OPEN        VALUE 'O'.
               88 QU-ST-DONE        VALUE 'C'.
           05 QU-USER               PIC X(8).
           05 QU-DONE-DATE          PIC X(8).

       FD  CHASE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-NTR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-NTR-OK              VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.
       01 WS-QUE-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      * How long a notice may go unanswered before an agent
      * rings - picked up from the parameters file at start-up;
      * 24 stands in only when no RPLYHRS row has been set.
       01 WS-REPLY-HOURS             PIC S9(4) COMP VALUE 24.
       01 WS-REPLY-LIMIT-MINS        PIC S9(9) COMP VALUE 0.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
                                      PIC 9(8).
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

       01 WS-AGE-MINS                 PIC S9(9) COMP VALUE 0.
       01 WS-LAST-QUEUED-PNR          PIC X(6) VALUE SPACES.

       01 WS-READ-COUNT               PIC 9(5) VALUE 0.
       01 WS-SUPERSEDED-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHASED-COUNT             PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT             PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'UNANSWERED DISRUPTION NOTICES     '.
           05 HD-DATE                 PIC X(8).

       01 WS-DETAIL-LINE.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-EVENT                PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SENT                 PIC X(14).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'OPEN NOTICES READ:     '.
           05 TL-READ                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'BOOKING NO LONGER LIVE:'.
           05 TL-SUPERSEDED           PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'UNANSWERED - CHASED:   '.
           05 TL-CHASED               PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'PNRS QUEUED FOR AGENT: '.
           05 TL-QUEUED               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-NOTICES UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           PERFORM 1100-LOAD-SYSTEM-PARMS
           COMPUTE WS-REPLY-LIMIT-MINS = WS-REPLY-HOURS * 60

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-HH TO WS-CURR-TIME(1:2)
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN I-O NTCRPLY-FILE
           OPEN INPUT PNR-FILE
           OPEN I-O QUEUE-FILE
           OPEN OUTPUT CHASE-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-NOTICE.

      * =======================================================
      *   PICK UP THE REPLY WINDOW FROM THE PARAMETERS FILE
      *   (DEFAULT KEPT WHEN NO ROW HAS BEEN SET)
      * =======================================================
       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE 'RPLYHRS ' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-REPLY-HOURS =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               CLOSE PARM-FILE
           END-IF.

      *    Answered and already-chased notices are passed over;
      *    only an open one is looked at.
       2000-PROCESS-NOTICES.
           IF NR-ST-OPEN
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-CHECK-NOTICE
           END-IF

           PERFORM 8000-READ-NOTICE.

       3000-CHECK-NOTICE.
           MOVE NR-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   MOVE SPACE TO PR-STATUS
           END-READ

           IF NOT (PR-ST-HELD OR PR-ST-CONFIRMED OR PR-ST-WAITLIST)
               MOVE 'S' TO NR-STATUS
               PERFORM 5000-CLOSE-NOTICE
               MOVE 'BOOKING NO LONGER LIVE' TO DT-RESULT
               PERFORM 5500-WRITE-DETAIL-LINE
               ADD 1 TO WS-SUPERSEDED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM 4000-COMPUTE-NOTICE-AGE
           IF WS-AGE-MINS < WS-REPLY-LIMIT-MINS
               EXIT PARAGRAPH
           END-IF

           IF NR-PNR NOT = WS-LAST-QUEUED-PNR
               PERFORM 5800-QUEUE-FOR-AGENT
           END-IF

           MOVE 'T' TO NR-STATUS
           PERFORM 5000-CLOSE-NOTICE
           MOVE 'NO REPLY - QUEUED FOR AGENT' TO DT-RESULT
           PERFORM 5500-WRITE-DETAIL-LINE
           ADD 1 TO WS-CHASED-COUNT.

      * =======================================================
      *   MINUTES SINCE THE NOTICE WENT OUT
      * =======================================================
       4000-COMPUTE-NOTICE-AGE.
           IF NR-SENT-DATE NOT NUMERIC
              OR NR-SENT-HH NOT NUMERIC
              OR NR-SENT-MN NOT NUMERIC
               MOVE 0 TO WS-AGE-MINS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AGE-MINS =
               (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-NUM)
                - FUNCTION INTEGER-OF-DATE(NR-SENT-DATE)) * 1440
               + (WS-TODAY-HH * 60 + WS-TODAY-MN)
               - (NR-SENT-HH * 60 + NR-SENT-MN).

      *    The row is stamped with when it was closed; the reply
      *    fields stay blank - no reply came.
       5000-CLOSE-NOTICE.
           MOVE WS-CURR-DATE TO NR-REPLY-DATE
           MOVE WS-CURR-TIME TO NR-REPLY-TIME
           REWRITE WS-NTCRPLY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       5500-WRITE-DETAIL-LINE.
           MOVE NR-PNR TO DT-PNR
           MOVE NR-EVENT TO DT-EVENT
           MOVE NR-FLIGHT TO DT-FLIGHT
           MOVE NR-SENT TO DT-SENT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      * =======================================================
      *   QUEUE THE PNR FOR AN AGENT TO RING
      * =======================================================
      *    Reason NR on the RPLY queue; the register is in PNR
      *    order, so one item covers all the PNR's notices.
       5800-QUEUE-FOR-AGENT.
           MOVE SPACES TO WS-QUEUE-REC
           MOVE 'RPLY' TO QU-QUEUE
           MOVE WS-CURR-DATE TO QU-ADDED(1:8)
           MOVE WS-CURR-TIME TO QU-ADDED(9:6)
           MOVE NR-PNR TO QU-PNR
           MOVE 'NR' TO QU-REASON
           MOVE 'O' TO QU-STATUS

           WRITE WS-QUEUE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE NR-PNR TO WS-LAST-QUEUED-PNR
           ADD 1 TO WS-QUEUED-COUNT.

       8000-READ-NOTICE.
           READ NTCRPLY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-READ-COUNT TO TL-READ
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-SUPERSEDED-COUNT TO TL-SUPERSEDED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CHASED-COUNT TO TL-CHASED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-QUEUED-COUNT TO TL-QUEUED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE NTCRPLY-FILE
           CLOSE PNR-FILE
           CLOSE QUEUE-FILE
           CLOSE CHASE-RPT.
