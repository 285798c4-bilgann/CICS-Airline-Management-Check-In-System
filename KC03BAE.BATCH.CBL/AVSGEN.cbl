       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVSGEN.

      * =======================================================
      *   AVAILABILITY STATUS (AVS) MESSAGE GENERATOR
      * =======================================================
      *   The partners and GDSs selling our seats only learned
      *   that a class or a flight had closed when their sales
      *   bounced. This job walks every flight on FLSRFIL that
      *   has not yet departed and works out what a seller
      *   should now be told:
      *     - FLIGHT CLOSED  the flight is cancelled, or GTCLOS
      *                      has locked it (GCLOSEF);
      *     - WAITLIST ONLY  WR-SEATS is down to nothing and the
      *                      OVBAUTH overbooking level is sold
      *                      out as well - BOOK waitlists;
      *     - CLASS CLOSED   the class's CLSINV bucket is empty;
      *     - CLASS OPEN     otherwise.
      *   Each status is compared with the last one sent, kept
      *   per flight/date (class blank) and per flight/date/
      *   class on AVSSTAT, and only a change is queued onto
      *   AVSQUE for AVSDSP to hand to the gateway. A flight
      *   seen for the first time is taken as open (it reached
      *   the sellers on the SSIM), so only a first status
      *   other than open is queued. When a flight goes back to
      *   open every class still closed is queued again, since
      *   the sellers reopen the whole flight on the flight-
      *   level message. The scheduler runs this after FLLOAD,
      *   BKTADJ and each GTCLSE chain, and on the intraday
      *   cycle for the bookings in between; AVSQUE is appended
      *   to and only ever read by AVSDSP.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT CLS-FILE ASSIGN TO CLSINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLS-STATUS.

           SELECT OVB-FILE ASSIGN TO OVBAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OVB-STATUS.

           SELECT GCLS-FILE ASSIGN TO GCLOSEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-GCLS-STATUS.

           SELECT AVSS-FILE ASSIGN TO AVSSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-AVSS-STATUS.

           SELECT AVS-QUEUE ASSIGN TO AVSQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.

           SELECT AVS-RPT ASSIGN TO AVSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLSR-FILE.
       01  WS-FLSR-REC.
           05 WR-FLTNUM              PIC X(5).
           05 WR-ORIG                PIC X(3).
           05 WR-DATE                PIC X(8).
           05 WR-DEST                PIC X(3).
           05 WR-DEPTIME              PIC X(4).
           05 WR-STATUS              PIC X(1).
               88 WR-ST-ONTIME       VALUE SPACE 'O'.
               88 WR-ST-DELAYED      VALUE 'D'.
               88 WR-ST-CANCELLED    VALUE 'C'.
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

       FD  CLS-FILE.
       01  WS-CLSINV-REC.
           05 CL-KEY.
               10 CL-FLTNUM         PIC X(5).
               10 CL-DATE           PIC X(8).
               10 CL-CLASS          PIC X(1).
           05 CL-SEATS              PIC 9(3).

       FD  OVB-FILE.
       01  WS-OVB-REC.
           05 OV-KEY.
               10 OV-FLTNUM         PIC X(5).
               10 OV-DATE           PIC X(8).
           05 OV-EXTRA-SEATS        PIC 9(3).
           05 OV-SOLD               PIC 9(3).

      *   GTCLOS's check-in lock - its presence closes the flight.
       FD  GCLS-FILE.
       01  WS-GCLS-REC.
           05 GC-KEY.
               10 GC-FLIGHT         PIC X(6).
               10 GC-DATE           PIC X(8).
           05 GC-STATUS             PIC X.
               88 GC-CLOSED         VALUE 'C'.
           05 GC-CLOSE-DATE         PIC X(8).
           05 GC-CLOSE-TIME         PIC X(6).
           05 GC-USER               PIC X(8).

      *   Last status sent per flight/date (class blank is the
      *   flight itself) - O open, X flight closed, L waitlist
      *   only, C class closed.
       FD  AVSS-FILE.
       01  WS-AVSS-REC.
           05 AS-KEY.
               10 AS-FLTNUM         PIC X(5).
               10 AS-DATE           PIC X(8).
               10 AS-CLASS          PIC X(1).
           05 AS-STATUS             PIC X(1).
           05 AS-SENT-DATE          PIC X(8).
           05 AS-SENT-TIME          PIC X(6).

      *   One queued availability change - AS class open, CL
      *   class closed, CC flight closed, LR waitlist only.
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

       FD  AVS-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-CLS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CLS-OK              VALUE '00'.
       01 WS-OVB-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OVB-OK              VALUE '00'.
       01 WS-GCLS-STATUS             PIC X(2) VALUE SPACES.
           88 WS-GCLS-OK             VALUE '00'.
       01 WS-AVSS-STATUS             PIC X(2) VALUE SPACES.
           88 WS-AVSS-OK             VALUE '00'.
       01 WS-QUE-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

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

       01 WS-FLT-STATUS               PIC X VALUE SPACE.
           88 WS-FLT-OPEN             VALUE 'O'.
           88 WS-FLT-CLOSED           VALUE 'X'.
           88 WS-FLT-WAITLIST         VALUE 'L'.
       01 WS-CLS-NEW-STATUS           PIC X VALUE SPACE.
           88 WS-CLS-IS-OPEN          VALUE 'O'.
           88 WS-CLS-IS-CLOSED        VALUE 'C'.
       01 WS-REOPEN-SW                PIC X VALUE 'N'.
           88 WS-FLT-REOPENED         VALUE 'Y'.
       01 WS-QUEUE-SW                 PIC X VALUE 'N'.
           88 WS-QUEUE-IT             VALUE 'Y'.

       01 WS-SEATS-LEFT               PIC 9(3) VALUE 0.
       01 WS-OVB-ROOM                 PIC S9(4) VALUE 0.

       01 WS-CLASS-LIST               PIC X(3) VALUE 'FBY'.
       01 WS-CX                       PIC 9 VALUE 0.
       01 WS-WORK-CLASS               PIC X VALUE SPACE.

       01 WS-FLIGHT-COUNT             PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT             PIC 9(5) VALUE 0.
       01 WS-FCLOSE-COUNT             PIC 9(5) VALUE 0.
       01 WS-WAITL-COUNT              PIC 9(5) VALUE 0.
       01 WS-CCLOSE-COUNT             PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT               PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(33)
               VALUE 'AVAILABILITY STATUS MESSAGES RUN '.
           05 HD-DATE                 PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 HD-TIME                 PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'FLIGHT DATE     CL ROUTE   AVS  STATUS'.

       01 WS-DETAIL-LINE.
           05 DT-FLTNUM               PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CLASS                PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-ORIG                 PIC X(3).
           05 DT-DEST                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-AVS-CODE             PIC X(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-TEXT                 PIC X(20).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'FLIGHTS CHECKED:        '.
           05 TL-FLIGHTS              PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'MESSAGES QUEUED:        '.
           05 TL-QUEUED               PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE '  FLIGHT CLOSED:        '.
           05 TL-FCLOSE               PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE '  WAITLIST ONLY:        '.
           05 TL-WAITL                PIC ZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE '  CLASS CLOSED:         '.
           05 TL-CCLOSE               PIC ZZZZ9.

       01 WS-TOTAL-LINE-6.
           05 FILLER                  PIC X(24)
               VALUE '  OPEN:                 '.
           05 TL-OPEN                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-FLIGHTS UNTIL WS-EOF
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

           OPEN INPUT FLSR-FILE
           OPEN INPUT CLS-FILE
           OPEN INPUT OVB-FILE
           OPEN INPUT GCLS-FILE
           OPEN I-O AVSS-FILE
           OPEN EXTEND AVS-QUEUE
           OPEN OUTPUT AVS-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           MOVE WS-CURR-TIME TO HD-TIME
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-FLIGHT.

      * =======================================================
      *      ONE FLIGHT/DATE - FLIGHT STATUS, THEN EACH CLASS
      * =======================================================
      *    Departed flights are history as far as the sellers
      *    are concerned and are left alone. A flight closed or
      *    on waitlist covers every class, so the class buckets
      *    only matter while the flight itself is open.
       2000-PROCESS-FLIGHTS.
           IF WR-DATE >= WS-CURR-DATE
               ADD 1 TO WS-FLIGHT-COUNT
               PERFORM 3000-DERIVE-FLIGHT-STATUS
               PERFORM 3500-COMPARE-FLIGHT-STATUS
               IF WS-FLT-OPEN
                   PERFORM 4000-PROCESS-CLASS
                       VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > 3
               END-IF
           END-IF

           PERFORM 8000-READ-FLIGHT.

      *    Closed: cancelled, or check-in locked by GTCLOS.
      *    Waitlist only: no seats left in WR-SEATS and nothing
      *    left of the overbooking level either - the test BOOK
      *    waitlists on.
       3000-DERIVE-FLIGHT-STATUS.
           MOVE 'O' TO WS-FLT-STATUS

           IF WR-ST-CANCELLED
               MOVE 'X' TO WS-FLT-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GC-KEY
           MOVE WR-FLTNUM TO GC-FLIGHT
           MOVE WR-DATE TO GC-DATE
           READ GCLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-GCLS-OK AND GC-CLOSED
               MOVE 'X' TO WS-FLT-STATUS
               EXIT PARAGRAPH
           END-IF

           IF WR-SEATS NUMERIC
               MOVE WR-SEATS TO WS-SEATS-LEFT
           ELSE
               MOVE 0 TO WS-SEATS-LEFT
           END-IF
           IF WS-SEATS-LEFT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OVB-ROOM
           MOVE WR-FLTNUM TO OV-FLTNUM
           MOVE WR-DATE TO OV-DATE
           READ OVB-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OVB-OK
               COMPUTE WS-OVB-ROOM = OV-EXTRA-SEATS - OV-SOLD
           END-IF
           IF WS-OVB-ROOM < 1
               MOVE 'L' TO WS-FLT-STATUS
           END-IF.

       3500-COMPARE-FLIGHT-STATUS.
           MOVE 'N' TO WS-REOPEN-SW
           MOVE 'N' TO WS-QUEUE-SW
           MOVE WR-FLTNUM TO AS-FLTNUM
           MOVE WR-DATE TO AS-DATE
           MOVE SPACE TO AS-CLASS
           READ AVSS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-AVSS-OK
               IF AS-STATUS = WS-FLT-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-QUEUE-SW
               IF WS-FLT-OPEN
                   MOVE 'Y' TO WS-REOPEN-SW
               END-IF
               MOVE WS-FLT-STATUS TO AS-STATUS
               MOVE WS-CURR-DATE TO AS-SENT-DATE
               MOVE WS-CURR-TIME TO AS-SENT-TIME
               REWRITE WS-AVSS-REC
           ELSE
               IF NOT WS-FLT-OPEN
                   MOVE 'Y' TO WS-QUEUE-SW
               END-IF
               MOVE WR-FLTNUM TO AS-FLTNUM
               MOVE WR-DATE TO AS-DATE
               MOVE SPACE TO AS-CLASS
               MOVE WS-FLT-STATUS TO AS-STATUS
               MOVE WS-CURR-DATE TO AS-SENT-DATE
               MOVE WS-CURR-TIME TO AS-SENT-TIME
               WRITE WS-AVSS-REC
           END-IF

           IF WS-QUEUE-IT
               MOVE SPACE TO WS-WORK-CLASS
               EVALUATE TRUE
                   WHEN WS-FLT-CLOSED
                       MOVE 'CC' TO AQ-AVS-CODE
                       MOVE 'FLIGHT CLOSED' TO DT-TEXT
                       ADD 1 TO WS-FCLOSE-COUNT
                   WHEN WS-FLT-WAITLIST
                       MOVE 'LR' TO AQ-AVS-CODE
                       MOVE 'WAITLIST ONLY' TO DT-TEXT
                       ADD 1 TO WS-WAITL-COUNT
                   WHEN OTHER
                       MOVE 'AS' TO AQ-AVS-CODE
                       MOVE 'FLIGHT OPEN' TO DT-TEXT
                       ADD 1 TO WS-OPEN-COUNT
               END-EVALUATE
               PERFORM 5000-QUEUE-MESSAGE
           END-IF.

      * =======================================================
      *      ONE CLASS BUCKET OF AN OPEN FLIGHT
      * =======================================================
      *    A class with no CLSINV bucket is not managed by
      *    class and sells off the flight's own seats - open.
       4000-PROCESS-CLASS.
           MOVE WS-CLASS-LIST(WS-CX:1) TO WS-WORK-CLASS
           MOVE 'O' TO WS-CLS-NEW-STATUS
           MOVE 'N' TO WS-QUEUE-SW

           MOVE WR-FLTNUM TO CL-FLTNUM
           MOVE WR-DATE TO CL-DATE
           MOVE WS-WORK-CLASS TO CL-CLASS
           READ CLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK AND CL-SEATS = 0
               MOVE 'C' TO WS-CLS-NEW-STATUS
           END-IF

           MOVE WR-FLTNUM TO AS-FLTNUM
           MOVE WR-DATE TO AS-DATE
           MOVE WS-WORK-CLASS TO AS-CLASS
           READ AVSS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-AVSS-OK
               IF AS-STATUS NOT = WS-CLS-NEW-STATUS
                  OR (WS-FLT-REOPENED AND WS-CLS-IS-CLOSED)
                   MOVE 'Y' TO WS-QUEUE-SW
                   MOVE WS-CLS-NEW-STATUS TO AS-STATUS
                   MOVE WS-CURR-DATE TO AS-SENT-DATE
                   MOVE WS-CURR-TIME TO AS-SENT-TIME
                   REWRITE WS-AVSS-REC
               END-IF
           ELSE
               IF WS-CLS-IS-CLOSED
                   MOVE 'Y' TO WS-QUEUE-SW
               END-IF
               MOVE WR-FLTNUM TO AS-FLTNUM
               MOVE WR-DATE TO AS-DATE
               MOVE WS-WORK-CLASS TO AS-CLASS
               MOVE WS-CLS-NEW-STATUS TO AS-STATUS
               MOVE WS-CURR-DATE TO AS-SENT-DATE
               MOVE WS-CURR-TIME TO AS-SENT-TIME
               WRITE WS-AVSS-REC
           END-IF

           IF WS-QUEUE-IT
               IF WS-CLS-IS-CLOSED
                   MOVE 'CL' TO AQ-AVS-CODE
                   MOVE 'CLASS CLOSED' TO DT-TEXT
                   ADD 1 TO WS-CCLOSE-COUNT
               ELSE
                   MOVE 'AS' TO AQ-AVS-CODE
                   MOVE 'CLASS OPEN' TO DT-TEXT
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
               PERFORM 5000-QUEUE-MESSAGE
           END-IF.

      *    AQ-AVS-CODE and DT-TEXT are set by the caller.
       5000-QUEUE-MESSAGE.
           MOVE WR-FLTNUM TO AQ-FLTNUM
           MOVE WR-DATE TO AQ-DATE
           MOVE WS-WORK-CLASS TO AQ-CLASS
           MOVE WR-ORIG TO AQ-ORIG
           MOVE WR-DEST TO AQ-DEST
           MOVE WS-CURR-DATE TO AQ-GEN-DATE
           MOVE WS-CURR-TIME TO AQ-GEN-TIME
           WRITE WS-AVSQ-REC
           ADD 1 TO WS-QUEUED-COUNT

           MOVE WR-FLTNUM TO DT-FLTNUM
           MOVE WR-DATE TO DT-DATE
           MOVE WS-WORK-CLASS TO DT-CLASS
           MOVE WR-ORIG TO DT-ORIG
           MOVE WR-DEST TO DT-DEST
           MOVE AQ-AVS-CODE TO DT-AVS-CODE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-FLIGHT-COUNT TO TL-FLIGHTS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-QUEUED-COUNT TO TL-QUEUED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-FCLOSE-COUNT TO TL-FCLOSE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-WAITL-COUNT TO TL-WAITL
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-CCLOSE-COUNT TO TL-CCLOSE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-OPEN-COUNT TO TL-OPEN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-6

           CLOSE FLSR-FILE
           CLOSE CLS-FILE
           CLOSE OVB-FILE
           CLOSE GCLS-FILE
           CLOSE AVSS-FILE
           CLOSE AVS-QUEUE
           CLOSE AVS-RPT.

       8000-READ-FLIGHT.
           READ FLSR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
