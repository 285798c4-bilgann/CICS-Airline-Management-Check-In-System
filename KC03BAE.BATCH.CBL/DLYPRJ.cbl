       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYPRJ.

      * =======================================================
      *   KNOCK-ON DELAY PROJECTION ALONG THE TAIL ROTATION
      * =======================================================
      *   Runs after every OPSLOAD. A late arrival makes the same
      *   airframe's later sectors that day late too, but
      *   FLSRFIL kept showing them on time until someone keyed
      *   the delay. For each of today's sectors with an actual
      *   arrival on FLTOPS, this job follows the tail (TAILASG)
      *   through its later sectors in scheduled order: the next
      *   sector cannot leave before the previous arrival plus
      *   the minimum turnaround at that station for that type
      *   (MINTURN, most specific row first, else PARMFIL
      *   MINTURN, else the default below). A sector projected
      *   later than FLSRFIL now shows is marked delayed with
      *   the projected departure, its arrival moved by the same
      *   amount - the way FLLOAD carries a published delay - and
      *   the projection carries on from its new arrival. The
      *   chain stops at a sector that has already departed; its
      *   own actuals take over from there. A sector is never
      *   moved earlier, so rerunning changes nothing new.
      *
      *   Every change is listed. When anything changed the job
      *   ends with return code 4 and its RUNCTL stamp, and the
      *   scheduler reruns CONCHK, SCHNOT and FIDEXT off that so
      *   passengers and the departure boards hear of it early;
      *   SCHNOT accepts a same-day rerun after a later DLYPRJ
      *   stamp.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASGN-FILE ASSIGN TO TAILASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-ASG-STATUS.

           SELECT TAIL-FILE ASSIGN TO TAILMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-REG
               FILE STATUS IS WS-TL-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT OPS-FILE ASSIGN TO FLTOPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPS-STATUS.

           SELECT TURN-FILE ASSIGN TO MINTURN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-MT-STATUS.

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

           SELECT PRJ-RPT ASSIGN TO DLYPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASGN-FILE.
       01  WS-ASGN-REC.
           05 TA-KEY.
               10 TA-FLTNUM           PIC X(5).
               10 TA-DATE             PIC X(8).
           05 TA-REG                  PIC X(6).

       FD  TAIL-FILE.
       01  WS-TAIL-REC.
           05 TL-REG                  PIC X(6).
           05 TL-ACFT-TYPE            PIC X(3).
           05 TL-STATUS               PIC X(1).
               88 TL-ST-ACTIVE        VALUE 'A' SPACE.
               88 TL-ST-GROUNDED      VALUE 'G'.
           05 TL-US-SEAT OCCURS 5 TIMES PIC X(3).

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
           05 WR-ARRTIME              PIC X(4).
           05 WR-SEATS               PIC X(3).

       FD  OPS-FILE.
       01  WS-OPS-REC.
           05 OP-KEY.
               10 OP-FLTNUM           PIC X(5).
               10 OP-DATE             PIC X(8).
           05 OP-ACT-DEP              PIC X(4).
           05 OP-ACT-ARR              PIC X(4).
           05 OP-DELAY-CODE           PIC X(2).
           05 OP-DELAY-MINS           PIC 9(3).
      *    Where the flight landed instead, and its recovery
      *    flight - loaded by OPSLOAD, worked by DIVRCV.
           05 OP-DIVERSION            PIC X(30).

       FD  TURN-FILE.
       01  WS-TURN-REC.
           05 MT-KEY.
               10 MT-STN              PIC X(3).
               10 MT-ACFT-TYPE        PIC X(3).
           05 MT-MINS                 PIC 9(3).

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

       FD  PRJ-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ASG-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ASG-OK               VALUE '00'.

       01 WS-TL-STATUS                PIC X(2) VALUE SPACES.
           88 WS-TL-OK                VALUE '00'.

       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.

       01 WS-OPS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-OPS-OK               VALUE '00'.

       01 WS-MT-STATUS                PIC X(2) VALUE SPACES.
           88 WS-MT-OK                VALUE '00'.

       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.

       01 WS-RUN-STATUS               PIC X(2) VALUE SPACES.
           88 WS-RUN-OK               VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

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
       01 WS-RUN-FOUND               PIC X VALUE 'N'.

       01 WS-DEFAULT-TURN             PIC 9(3) VALUE 45.
       01 WS-TURN-MINS                PIC 9(3) VALUE 0.

      * Today's sectors, one per TAILASG assignment. Times are
      * minutes from midnight; SX-ORDER is the departure as
      * first read and fixes the rotation order while the
      * projection moves SX-DEP.
       01 WS-SECTOR-COUNT             PIC 9(4) VALUE 0.
       01 WS-SECTOR-TABLE.
           05 WS-SECTOR-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-SX WS-NX.
               10 SX-FLTNUM           PIC X(5).
               10 SX-REG              PIC X(6).
               10 SX-TYPE             PIC X(3).
               10 SX-DEST             PIC X(3).
               10 SX-ORDER            PIC 9(4).
               10 SX-DEP              PIC 9(4).
               10 SX-ARR              PIC 9(4).
               10 SX-OLD-DEP          PIC X(4).
               10 SX-ACT-ARR          PIC 9(4).
               10 SX-FLOWN            PIC X.
               10 SX-LANDED           PIC X.
               10 SX-CHANGED          PIC X.
       01 WS-LIST-IX                  PIC 9(4) VALUE 0.

      * The chain being followed.
       01 WS-CHAIN-REG                PIC X(6) VALUE SPACES.
       01 WS-CHAIN-ORDER              PIC 9(4) VALUE 0.
       01 WS-READY-MINS               PIC 9(4) VALUE 0.
       01 WS-CHAIN-SW                 PIC X VALUE 'N'.
           88 WS-CHAIN-ENDED          VALUE 'Y'.
       01 WS-NEXT-FOUND               PIC X VALUE 'N'.
       01 WS-BEST-ORDER               PIC 9(4) VALUE 0.
       01 WS-DELTA-MINS               PIC 9(4) VALUE 0.
       01 WS-TURN-STN                 PIC X(3) VALUE SPACES.
       01 WS-TURN-TYPE                PIC X(3) VALUE SPACES.

       01 WS-HHMM                     PIC X(4) VALUE SPACES.
       01 WS-HHMM-NUM REDEFINES WS-HHMM.
           05 WS-HH                   PIC 9(2).
           05 WS-MM                   PIC 9(2).
       01 WS-CLOCK-MINS               PIC 9(4) VALUE 0.
       01 WS-DEP-MINS                 PIC 9(4) VALUE 0.

       01 WS-CHANGED-COUNT            PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'KNOCK-ON DELAY PROJECTION  RUN '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(44)
               VALUE 'FLIGHT  TAIL    WAS    NOW    ARR   DELAY'.

       01 WS-DETAIL-LINE.
           05 DT-FLIGHT               PIC X(5).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-REG                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-WAS                  PIC X(4).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-NOW                  PIC X(4).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-ARR                  PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-DELAY                PIC ZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(19)
               VALUE 'SECTORS DELAYED: '.
           05 TL-CHANGED              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-SECTORS UNTIL WS-EOF
           PERFORM 3000-PROJECT-FROM-SECTOR
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-SECTOR-COUNT
           PERFORM 4000-POST-CHANGES
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-SECTOR-COUNT
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-RC-TODAY FROM DATE
           MOVE '20' TO WS-RC-DATE(1:2)
           MOVE WS-RC-YY TO WS-RC-DATE(3:2)
           MOVE WS-RC-MM TO WS-RC-DATE(5:2)
           MOVE WS-RC-DD TO WS-RC-DATE(7:2)
           ACCEPT WS-RC-TODAY-TIME FROM TIME
           MOVE WS-RC-HH TO WS-RC-TIME(1:2)
           MOVE WS-RC-MN TO WS-RC-TIME(3:2)
           MOVE WS-RC-SS TO WS-RC-TIME(5:2)

           PERFORM 1100-LOAD-SYSTEM-PARMS

           OPEN INPUT ASGN-FILE
           OPEN INPUT TAIL-FILE
           OPEN I-O FLSR-FILE
           OPEN INPUT OPS-FILE
           OPEN INPUT TURN-FILE
           OPEN OUTPUT PRJ-RPT

           MOVE WS-RC-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-ASSIGNMENT.

      * =======================================================
      *   PICK UP THE DEFAULT TURNAROUND FROM THE PARAMETERS
      *   FILE (DEFAULT KEPT WHEN NO ROW HAS BEEN SET)
      * =======================================================
       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE 'MINTURN ' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-DEFAULT-TURN =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               CLOSE PARM-FILE
           END-IF.

      * =======================================================
      *   TABLE UP TODAY'S TAIL ASSIGNMENTS WITH THEIR TIMES
      * =======================================================
       2000-LOAD-SECTORS.
           IF TA-DATE = WS-RC-DATE
               PERFORM 2100-ADD-SECTOR
           END-IF
           PERFORM 8000-READ-ASSIGNMENT.

       2100-ADD-SECTOR.
           MOVE TA-FLTNUM TO WR-FLTNUM
           MOVE TA-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK OR WR-ST-CANCELLED
              OR WR-DEPTIME NOT NUMERIC
              OR WR-ARRTIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-SECTOR-COUNT >= 1000
               DISPLAY 'DLYPRJ SECTOR TABLE FULL AT ' TA-FLTNUM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SECTOR-COUNT
           SET WS-SX TO WS-SECTOR-COUNT
           MOVE TA-FLTNUM TO SX-FLTNUM(WS-SX)
           MOVE TA-REG TO SX-REG(WS-SX)
           MOVE WR-DEST TO SX-DEST(WS-SX)
           MOVE WR-DEPTIME TO SX-OLD-DEP(WS-SX)
           MOVE WR-DEPTIME TO WS-HHMM
           PERFORM 8500-CLOCK-TO-MINS
           MOVE WS-CLOCK-MINS TO SX-ORDER(WS-SX)
           MOVE WS-CLOCK-MINS TO SX-DEP(WS-SX)
           MOVE WS-CLOCK-MINS TO WS-DEP-MINS
           MOVE WR-ARRTIME TO WS-HHMM
           PERFORM 8500-CLOCK-TO-MINS
           IF WS-CLOCK-MINS < WS-DEP-MINS
               ADD 1440 TO WS-CLOCK-MINS
           END-IF
           MOVE WS-CLOCK-MINS TO SX-ARR(WS-SX)
           MOVE 'N' TO SX-FLOWN(WS-SX)
           MOVE 'N' TO SX-LANDED(WS-SX)
           MOVE 'N' TO SX-CHANGED(WS-SX)
           MOVE 0 TO SX-ACT-ARR(WS-SX)

      *    The type the tail is configured as, else the flight's.
           MOVE WR-ACFT-TYPE TO SX-TYPE(WS-SX)
           MOVE TA-REG TO TL-REG
           READ TAIL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TL-OK AND TL-ACFT-TYPE NOT = SPACES
               MOVE TL-ACFT-TYPE TO SX-TYPE(WS-SX)
           END-IF

           MOVE TA-FLTNUM TO OP-FLTNUM
           MOVE TA-DATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPS-OK AND OP-ACT-DEP NUMERIC
               MOVE 'Y' TO SX-FLOWN(WS-SX)
               IF OP-ACT-ARR NUMERIC
                   MOVE 'Y' TO SX-LANDED(WS-SX)
                   MOVE OP-ACT-DEP TO WS-HHMM
                   PERFORM 8500-CLOCK-TO-MINS
                   MOVE WS-CLOCK-MINS TO WS-DEP-MINS
                   MOVE OP-ACT-ARR TO WS-HHMM
                   PERFORM 8500-CLOCK-TO-MINS
                   IF WS-CLOCK-MINS < WS-DEP-MINS
                       ADD 1440 TO WS-CLOCK-MINS
                   END-IF
                   MOVE WS-CLOCK-MINS TO SX-ACT-ARR(WS-SX)
               END-IF
           END-IF.

      * =======================================================
      *   FOLLOW ONE LANDED SECTOR'S TAIL THROUGH THE DAY
      * =======================================================
       3000-PROJECT-FROM-SECTOR.
           SET WS-SX TO WS-LIST-IX
           IF SX-LANDED(WS-SX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SX-REG(WS-SX) TO WS-CHAIN-REG
           MOVE SX-ORDER(WS-SX) TO WS-CHAIN-ORDER
           MOVE SX-DEST(WS-SX) TO WS-TURN-STN
           MOVE SX-TYPE(WS-SX) TO WS-TURN-TYPE
           PERFORM 3500-GET-TURNAROUND
           COMPUTE WS-READY-MINS = SX-ACT-ARR(WS-SX) + WS-TURN-MINS

           MOVE 'N' TO WS-CHAIN-SW
           PERFORM 3100-PROJECT-NEXT-SECTOR
               UNTIL WS-CHAIN-ENDED.

      *    The tail's next sector in scheduled order after the
      *    one the chain has reached.
       3100-PROJECT-NEXT-SECTOR.
           MOVE 'N' TO WS-NEXT-FOUND
           MOVE 9999 TO WS-BEST-ORDER
           PERFORM 3200-TEST-CANDIDATE
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-SECTOR-COUNT
           IF WS-NEXT-FOUND = 'N'
               MOVE 'Y' TO WS-CHAIN-SW
               EXIT PARAGRAPH
           END-IF

           SET WS-NX TO 1
           SEARCH WS-SECTOR-ENTRY VARYING WS-NX
               AT END
                   MOVE 'Y' TO WS-CHAIN-SW
               WHEN SX-REG(WS-NX) = WS-CHAIN-REG
                AND SX-ORDER(WS-NX) = WS-BEST-ORDER
                   CONTINUE
           END-SEARCH
           IF WS-CHAIN-ENDED OR SX-FLOWN(WS-NX) = 'Y'
               MOVE 'Y' TO WS-CHAIN-SW
               EXIT PARAGRAPH
           END-IF

           IF WS-READY-MINS > SX-DEP(WS-NX)
               COMPUTE WS-DELTA-MINS = WS-READY-MINS - SX-DEP(WS-NX)
               MOVE WS-READY-MINS TO SX-DEP(WS-NX)
               ADD WS-DELTA-MINS TO SX-ARR(WS-NX)
               MOVE 'Y' TO SX-CHANGED(WS-NX)
           END-IF

           MOVE SX-ORDER(WS-NX) TO WS-CHAIN-ORDER
           MOVE SX-DEST(WS-NX) TO WS-TURN-STN
           MOVE SX-TYPE(WS-NX) TO WS-TURN-TYPE
           PERFORM 3500-GET-TURNAROUND
           COMPUTE WS-READY-MINS = SX-ARR(WS-NX) + WS-TURN-MINS.

       3200-TEST-CANDIDATE.
           IF SX-REG(WS-NX) = WS-CHAIN-REG
              AND SX-ORDER(WS-NX) > WS-CHAIN-ORDER
              AND SX-ORDER(WS-NX) < WS-BEST-ORDER
               MOVE SX-ORDER(WS-NX) TO WS-BEST-ORDER
               MOVE 'Y' TO WS-NEXT-FOUND
           END-IF.

      *    Station + type, then station, then type, then the
      *    PARMFIL default.
       3500-GET-TURNAROUND.
           MOVE WS-DEFAULT-TURN TO WS-TURN-MINS

           MOVE WS-TURN-STN TO MT-STN
           MOVE WS-TURN-TYPE TO MT-ACFT-TYPE
           READ TURN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MT-OK
               MOVE MT-MINS TO WS-TURN-MINS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TURN-STN TO MT-STN
           MOVE SPACES TO MT-ACFT-TYPE
           READ TURN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MT-OK
               MOVE MT-MINS TO WS-TURN-MINS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MT-STN
           MOVE WS-TURN-TYPE TO MT-ACFT-TYPE
           READ TURN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MT-OK
               MOVE MT-MINS TO WS-TURN-MINS
           END-IF.

      * =======================================================
      *   MARK EACH PROJECTED SECTOR DELAYED ON FLSRFIL
      * =======================================================
       4000-POST-CHANGES.
           SET WS-SX TO WS-LIST-IX
           IF SX-CHANGED(WS-SX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SX-FLTNUM(WS-SX) TO WR-FLTNUM
           MOVE WS-RC-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SX-DEP(WS-SX) TO WS-CLOCK-MINS
           PERFORM 8600-MINS-TO-CLOCK
           MOVE WS-HHMM TO WR-DEPTIME
           MOVE SX-ARR(WS-SX) TO WS-CLOCK-MINS
           PERFORM 8600-MINS-TO-CLOCK
           MOVE WS-HHMM TO WR-ARRTIME
           MOVE 'D' TO WR-STATUS

           REWRITE WS-FLSR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SX-FLTNUM(WS-SX) TO DT-FLIGHT
           MOVE SX-REG(WS-SX) TO DT-REG
           MOVE SX-OLD-DEP(WS-SX) TO DT-WAS
           MOVE WR-DEPTIME TO DT-NOW
           MOVE WR-ARRTIME TO DT-ARR
           COMPUTE DT-DELAY = SX-DEP(WS-SX) - SX-ORDER(WS-SX)
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-CHANGED-COUNT.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CHANGED-COUNT TO TL-CHANGED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE ASGN-FILE
           CLOSE TAIL-FILE
           CLOSE FLSR-FILE
           CLOSE OPS-FILE
           CLOSE TURN-FILE
           CLOSE PRJ-RPT

           PERFORM 9050-STAMP-RUN-CONTROL

           DISPLAY 'DLYPRJ SECTORS DELAYED: ' WS-CHANGED-COUNT
           IF WS-CHANGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
      *    Stamped only when a sector changed - SCHNOT reruns
      *    same day only after a stamp later than its own.
       9050-STAMP-RUN-CONTROL.
           IF WS-CHANGED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RUNCTL-FILE
           MOVE 'DLYPRJ  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
           END-IF

           MOVE 'DLYPRJ  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
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

       8000-READ-ASSIGNMENT.
           READ ASGN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8500-CLOCK-TO-MINS.
           COMPUTE WS-CLOCK-MINS = WS-HH * 60 + WS-MM.

      *    A projection past midnight shows as the next morning's
      *    clock time.
       8600-MINS-TO-CLOCK.
           IF WS-CLOCK-MINS >= 1440
               SUBTRACT 1440 FROM WS-CLOCK-MINS
           END-IF
           DIVIDE WS-CLOCK-MINS BY 60 GIVING WS-HH
               REMAINDER WS-MM.
