       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKTADJ.

      * =======================================================
      *   NIGHTLY CLASS BUCKET ADJUSTMENT FROM BOOKING PACE
      * =======================================================
      *   Runs after PACESNP. PACERPT shows a departure selling
      *   ahead of or behind its own history, but acting on it
      *   meant hand-editing CLSINV flight by flight. This job
      *   takes each future departure's snapshot from tonight
      *   and sets it against the average its flight number's
      *   completed departures had sold at the same days-out -
      *   the comparison PACERPT prints - as a percentage of the
      *   departure's capacity.
      *
      *   Running ahead by PARMFIL BKTAHEAD percent or more, up
      *   to BKTSTEP seats move out of the cheapest bucket (Y)
      *   into the next one up (B), never taking Y below BKTYMIN
      *   and never holding more than BKTMAXPC percent of the
      *   capacity moved in all. Running behind by BKTBEHND
      *   percent or more, up to BKTSTEP of the seats moved
      *   earlier go back to Y - the job only ever undoes its
      *   own moves, so a level revenue management keyed by hand
      *   is not pulled apart. F is never touched; the total
      *   across the buckets never changes. A departure needs
      *   BKTMINHS past departures at that days-out before it is
      *   judged at all.
      *
      *   A departure (or the whole flight, blank date) held
      *   under manual control on BKTOVR - see BKOLOAD - is left
      *   alone. BKTOVR also carries the seats moved so far per
      *   departure. Every bucket changed is listed on BKTARPT.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACE-FILE ASSIGN TO PACEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PACE-STATUS.

           SELECT CLSINV-FILE ASSIGN TO CLSINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLS-STATUS.

           SELECT OVR-FILE ASSIGN TO BKTOVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

           SELECT ADJ-RPT ASSIGN TO BKTARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PACE-FILE.
       01  WS-PACE-REC.
           05 PH-KEY.
               10 PH-FLTNUM          PIC X(5).
               10 PH-DATE            PIC X(8).
               10 PH-DAYS-OUT        PIC 9(3).
           05 PH-SOLD                PIC 9(3).
           05 PH-CAPACITY            PIC 9(3).

       FD  CLSINV-FILE.
       01  WS-CLSINV-REC.
           05 CL-KEY.
               10 CL-FLTNUM          PIC X(5).
               10 CL-DATE            PIC X(8).
               10 CL-CLASS           PIC X(1).
           05 CL-SEATS               PIC 9(3).

       FD  OVR-FILE.
       01  WS-OVR-REC.
           05 BO-KEY.
               10 BO-FLTNUM           PIC X(5).
               10 BO-DATE             PIC X(8).
           05 BO-MANUAL               PIC X(1).
               88 BO-MANUAL-HOLD      VALUE 'M'.
           05 BO-SHIFTED              PIC 9(3).
           05 BO-LAST-DATE            PIC X(8).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       FD  ADJ-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.
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

       01 WS-PACE-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PACE-OK             VALUE '00'.
       01 WS-CLS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CLS-OK              VALUE '00'.
       01 WS-BO-STATUS               PIC X(2) VALUE SPACES.
           88 WS-BO-OK               VALUE '00'.
       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

      * Adjustment limits - PARMFIL overrides these defaults.
       01 WS-AHEAD-PCT                PIC 9(3) VALUE 10.
       01 WS-BEHIND-PCT               PIC 9(3) VALUE 10.
       01 WS-STEP-SEATS               PIC 9(3) VALUE 10.
       01 WS-Y-MIN-SEATS              PIC 9(3) VALUE 0.
       01 WS-MAX-SHIFT-PCT            PIC 9(3) VALUE 30.
       01 WS-MIN-HISTORY              PIC 9(3) VALUE 3.
       01 WS-PARM-NAME                PIC X(8) VALUE SPACES.
       01 WS-PARM-NUM                 PIC 9(3) VALUE 0.

       01 WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01 WS-TODAY-INT                PIC S9(9) COMP VALUE 0.
       01 WS-DEP-NUM                  PIC 9(8) VALUE 0.
       01 WS-DEP-INT                  PIC S9(9) COMP VALUE 0.

       01 WS-CUR-FLIGHT               PIC X(5) VALUE SPACES.
       01 WS-SLOT                     PIC 9(3) VALUE 0.
       01 WS-DAYS-IX                  PIC 9(3) VALUE 0.

      * The current flight number's completed departures, summed
      * per days-out, as PACERPT builds them.
       01 WS-PACE-TABLE.
           05 WS-PACE-POINT OCCURS 401 TIMES.
               10 PP-HIST-SUM          PIC 9(7).
               10 PP-HIST-CNT          PIC 9(5).

      * The current flight number's future departures, each with
      * tonight's snapshot.
       01 WS-PEND-COUNT               PIC 9(3) VALUE 0.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 400 TIMES
                              INDEXED BY WS-PX.
               10 PD-DATE             PIC X(8).
               10 PD-DAYS-OUT         PIC 9(3).
               10 PD-SOLD             PIC 9(3).
               10 PD-CAPACITY         PIC 9(3).

       01 WS-AVG-SOLD                 PIC 9(5) VALUE 0.
       01 WS-VAR-PCT                  PIC S9(5) VALUE 0.
       01 WS-SHIFTED                  PIC 9(3) VALUE 0.
       01 WS-SHIFT-ROOM               PIC S9(5) VALUE 0.
       01 WS-MOVE-SEATS               PIC S9(5) VALUE 0.
       01 WS-Y-SEATS                  PIC 9(3) VALUE 0.
       01 WS-B-SEATS                  PIC 9(3) VALUE 0.
       01 WS-OVR-FOUND                PIC X VALUE 'N'.
       01 WS-HELD-SW                  PIC X VALUE 'N'.
           88 WS-HELD                 VALUE 'Y'.

       01 WS-JUDGED-COUNT             PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REOPENED-COUNT           PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT               PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'CLASS BUCKET ADJUSTMENT - NIGHT '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'FLIGHT DEPARTS  DAYS SOLD HIST  VAR% ACT'.
           05 FILLER                  PIC X(26)
               VALUE 'ION  SEATS    Y NOW  B NOW'.

       01 WS-DETAIL-LINE.
           05 DT-FLIGHT               PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DAYS                 PIC ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SOLD                 PIC ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-HIST                 PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-VAR                  PIC -ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ACTION               PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-SEATS                PIC ZZ9.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 DT-Y-NOW                PIC ZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-B-NOW                PIC ZZ9.

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(22)
               VALUE 'DEPARTURES JUDGED:    '.
           05 TL-JUDGED               PIC ZZZZ9.
           05 FILLER                  PIC X(22)
               VALUE '   MANUAL - SKIPPED:  '.
           05 TL-HELD                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(22)
               VALUE 'BUCKETS CLOSED DOWN:  '.
           05 TL-CLOSED               PIC ZZZZ9.
           05 FILLER                  PIC X(22)
               VALUE '   REOPENED:          '.
           05 TL-REOPENED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COLLECT-PACE UNTIL WS-EOF
           PERFORM 3000-JUDGE-FLIGHT
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           PERFORM 1050-CHECK-RUN-CONTROL

           MOVE WS-RC-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           PERFORM 1100-LOAD-SYSTEM-PARMS

           OPEN INPUT PACE-FILE
           OPEN I-O CLSINV-FILE
           OPEN I-O OVR-FILE
           OPEN OUTPUT ADJ-RPT

           MOVE WS-RC-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 1200-CLEAR-FLIGHT
           PERFORM 8000-READ-PACE
           IF NOT WS-EOF
               MOVE PH-FLTNUM TO WS-CUR-FLIGHT
           END-IF.

      * =======================================================
      *   PICK UP THE ADJUSTMENT LIMITS FROM THE PARAMETERS
      *   FILE (DEFAULTS KEPT WHEN NO ROW HAS BEEN SET)
      * =======================================================
       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE WS-AHEAD-PCT TO WS-PARM-NUM
               MOVE 'BKTAHEAD' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-AHEAD-PCT

               MOVE WS-BEHIND-PCT TO WS-PARM-NUM
               MOVE 'BKTBEHND' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-BEHIND-PCT

               MOVE WS-STEP-SEATS TO WS-PARM-NUM
               MOVE 'BKTSTEP ' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-STEP-SEATS

               MOVE WS-Y-MIN-SEATS TO WS-PARM-NUM
               MOVE 'BKTYMIN ' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-Y-MIN-SEATS

               MOVE WS-MAX-SHIFT-PCT TO WS-PARM-NUM
               MOVE 'BKTMAXPC' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-MAX-SHIFT-PCT

               MOVE WS-MIN-HISTORY TO WS-PARM-NUM
               MOVE 'BKTMINHS' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-MIN-HISTORY

               CLOSE PARM-FILE
           END-IF.

       1150-READ-LIMIT.
           MOVE WS-PARM-NAME TO PM-NAME
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PM-VALUE NOT = SPACES
               COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(PM-VALUE)
           END-IF.

       1200-CLEAR-FLIGHT.
           PERFORM 1250-CLEAR-POINT
               VARYING WS-DAYS-IX FROM 1 BY 1
               UNTIL WS-DAYS-IX > 401
           MOVE 0 TO WS-PEND-COUNT.

       1250-CLEAR-POINT.
           MOVE 0 TO PP-HIST-SUM(WS-DAYS-IX)
           MOVE 0 TO PP-HIST-CNT(WS-DAYS-IX).

      * =======================================================
      *   ONE FLIGHT NUMBER AT A TIME - PAST DEPARTURES BUILD
      *   THE HISTORY, FUTURE ONES SNAPPED TONIGHT WAIT TO BE
      *   JUDGED AGAINST IT
      * =======================================================
       2000-COLLECT-PACE.
           IF PH-FLTNUM NOT = WS-CUR-FLIGHT
               PERFORM 3000-JUDGE-FLIGHT
               PERFORM 1200-CLEAR-FLIGHT
               MOVE PH-FLTNUM TO WS-CUR-FLIGHT
           END-IF

           IF PH-DATE NUMERIC AND PH-DAYS-OUT <= 400
               PERFORM 2100-FILE-SNAPSHOT
           END-IF

           PERFORM 8000-READ-PACE.

       2100-FILE-SNAPSHOT.
           MOVE PH-DATE TO WS-DEP-NUM
           COMPUTE WS-DEP-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEP-NUM)

           IF WS-DEP-INT < WS-TODAY-INT
               COMPUTE WS-SLOT = PH-DAYS-OUT + 1
               ADD PH-SOLD TO PP-HIST-SUM(WS-SLOT)
               ADD 1 TO PP-HIST-CNT(WS-SLOT)
               EXIT PARAGRAPH
           END-IF

           IF WS-DEP-INT - PH-DAYS-OUT = WS-TODAY-INT
              AND WS-PEND-COUNT < 400
               ADD 1 TO WS-PEND-COUNT
               SET WS-PX TO WS-PEND-COUNT
               MOVE PH-DATE TO PD-DATE(WS-PX)
               MOVE PH-DAYS-OUT TO PD-DAYS-OUT(WS-PX)
               MOVE PH-SOLD TO PD-SOLD(WS-PX)
               MOVE PH-CAPACITY TO PD-CAPACITY(WS-PX)
           END-IF.

       3000-JUDGE-FLIGHT.
           PERFORM 3100-JUDGE-DEPARTURE
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PEND-COUNT.

      * =======================================================
      *   ONE FUTURE DEPARTURE AGAINST ITS FLIGHT'S HISTORY
      * =======================================================
       3100-JUDGE-DEPARTURE.
           COMPUTE WS-SLOT = PD-DAYS-OUT(WS-PX) + 1
           IF PP-HIST-CNT(WS-SLOT) < WS-MIN-HISTORY
              OR PP-HIST-CNT(WS-SLOT) = 0
              OR PD-CAPACITY(WS-PX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-GET-OVERRIDE
           IF WS-HELD
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JUDGED-COUNT
           COMPUTE WS-AVG-SOLD ROUNDED =
               PP-HIST-SUM(WS-SLOT) / PP-HIST-CNT(WS-SLOT)
           COMPUTE WS-VAR-PCT =
               ((PD-SOLD(WS-PX) - WS-AVG-SOLD) * 100)
               / PD-CAPACITY(WS-PX)

           IF WS-VAR-PCT >= WS-AHEAD-PCT
               PERFORM 3300-CLOSE-DOWN
           ELSE
               IF WS-VAR-PCT <= 0 - WS-BEHIND-PCT
                  AND WS-SHIFTED > 0
                   PERFORM 3400-REOPEN
               END-IF
           END-IF.

      *    A flight-level hold (blank date) covers every
      *    departure; the departure's own record carries the
      *    seats moved so far.
       3200-GET-OVERRIDE.
           MOVE 'N' TO WS-HELD-SW
           MOVE WS-CUR-FLIGHT TO BO-FLTNUM
           MOVE SPACES TO BO-DATE
           READ OVR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BO-OK AND BO-MANUAL-HOLD
               MOVE 'Y' TO WS-HELD-SW
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SHIFTED
           MOVE 'N' TO WS-OVR-FOUND
           MOVE WS-CUR-FLIGHT TO BO-FLTNUM
           MOVE PD-DATE(WS-PX) TO BO-DATE
           READ OVR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BO-OK
               MOVE 'Y' TO WS-OVR-FOUND
               MOVE BO-SHIFTED TO WS-SHIFTED
               IF BO-MANUAL-HOLD
                   MOVE 'Y' TO WS-HELD-SW
               END-IF
           END-IF.

      *    Running ahead - protect seats for the dearer class.
       3300-CLOSE-DOWN.
           PERFORM 3500-READ-BUCKETS
           IF NOT WS-CLS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STEP-SEATS TO WS-MOVE-SEATS
           IF WS-Y-SEATS - WS-Y-MIN-SEATS < WS-MOVE-SEATS
               COMPUTE WS-MOVE-SEATS = WS-Y-SEATS - WS-Y-MIN-SEATS
           END-IF
           COMPUTE WS-SHIFT-ROOM =
               (PD-CAPACITY(WS-PX) * WS-MAX-SHIFT-PCT) / 100
               - WS-SHIFTED
           IF WS-SHIFT-ROOM < WS-MOVE-SEATS
               MOVE WS-SHIFT-ROOM TO WS-MOVE-SEATS
           END-IF
           IF WS-MOVE-SEATS <= 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-MOVE-SEATS FROM WS-Y-SEATS
           ADD WS-MOVE-SEATS TO WS-B-SEATS
           ADD WS-MOVE-SEATS TO WS-SHIFTED
           PERFORM 3600-POST-BUCKETS

           MOVE 'CLOSE Y' TO DT-ACTION
           PERFORM 3700-REPORT-CHANGE
           ADD 1 TO WS-CLOSED-COUNT.

      *    Running behind - hand back what this job moved.
       3400-REOPEN.
           PERFORM 3500-READ-BUCKETS
           IF NOT WS-CLS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STEP-SEATS TO WS-MOVE-SEATS
           IF WS-SHIFTED < WS-MOVE-SEATS
               MOVE WS-SHIFTED TO WS-MOVE-SEATS
           END-IF
           IF WS-B-SEATS < WS-MOVE-SEATS
               MOVE WS-B-SEATS TO WS-MOVE-SEATS
           END-IF
           IF WS-MOVE-SEATS <= 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-MOVE-SEATS TO WS-Y-SEATS
           SUBTRACT WS-MOVE-SEATS FROM WS-B-SEATS
           SUBTRACT WS-MOVE-SEATS FROM WS-SHIFTED
           PERFORM 3600-POST-BUCKETS

           MOVE 'REOPEN Y' TO DT-ACTION
           PERFORM 3700-REPORT-CHANGE
           ADD 1 TO WS-REOPENED-COUNT.

      *    Both buckets must be on file - a flight that predates
      *    the class inventory has nothing to adjust.
       3500-READ-BUCKETS.
           MOVE WS-CUR-FLIGHT TO CL-FLTNUM
           MOVE PD-DATE(WS-PX) TO CL-DATE
           MOVE 'B' TO CL-CLASS
           READ CLSINV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-CLS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE CL-SEATS TO WS-B-SEATS

           MOVE 'Y' TO CL-CLASS
           READ CLSINV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK
               MOVE CL-SEATS TO WS-Y-SEATS
           END-IF.

       3600-POST-BUCKETS.
           MOVE WS-CUR-FLIGHT TO CL-FLTNUM
           MOVE PD-DATE(WS-PX) TO CL-DATE
           MOVE 'Y' TO CL-CLASS
           MOVE WS-Y-SEATS TO CL-SEATS
           REWRITE WS-CLSINV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'B' TO CL-CLASS
           MOVE WS-B-SEATS TO CL-SEATS
           REWRITE WS-CLSINV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE WS-CUR-FLIGHT TO BO-FLTNUM
           MOVE PD-DATE(WS-PX) TO BO-DATE
           MOVE WS-SHIFTED TO BO-SHIFTED
           MOVE WS-RC-DATE TO BO-LAST-DATE
           IF WS-OVR-FOUND = 'Y'
               REWRITE WS-OVR-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACE TO BO-MANUAL
               WRITE WS-OVR-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       3700-REPORT-CHANGE.
           MOVE WS-CUR-FLIGHT TO DT-FLIGHT
           MOVE PD-DATE(WS-PX) TO DT-DATE
           MOVE PD-DAYS-OUT(WS-PX) TO DT-DAYS
           MOVE PD-SOLD(WS-PX) TO DT-SOLD
           MOVE WS-AVG-SOLD TO DT-HIST
           MOVE WS-VAR-PCT TO DT-VAR
           MOVE WS-MOVE-SEATS TO DT-SEATS
           MOVE WS-Y-SEATS TO DT-Y-NOW
           MOVE WS-B-SEATS TO DT-B-NOW
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-JUDGED-COUNT TO TL-JUDGED
           MOVE WS-HELD-COUNT TO TL-HELD
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CLOSED-COUNT TO TL-CLOSED
           MOVE WS-REOPENED-COUNT TO TL-REOPENED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2

           CLOSE PACE-FILE
           CLOSE CLSINV-FILE
           CLOSE OVR-FILE
           CLOSE ADJ-RPT.

       8000-READ-PACE.
           READ PACE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - REFUSE A DUPLICATE SAME-DAY RUN
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
           MOVE 'BKTADJ  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
               IF RC-LAST-DATE = WS-RC-DATE
                   DISPLAY 'BKTADJ ALREADY RAN TODAY - RUN REFUSED'
                   CLOSE RUNCTL-FILE
                   STOP RUN
               END-IF
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'BKTADJ  ' TO RC-JOB
           MOVE WS-RC-DATE TO RC-LAST-DATE
           MOVE WS-RC-TIME TO RC-LAST-TIME
           MOVE 'C' TO RC-STATUS
           IF WS-RUN-FOUND = 'Y'
               REWRITE WS-RUNCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-RUNCTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE RUNCTL-FILE.
