      *   (unknown or closed station, bad date, time or seat
      *   fields) are diverted whole to the reject file so the
      *   feed can be fixed and the rejects re-run. Every record
      *   is echoed to the load report. Each flight added or
      *   refreshed also gets its FLSRCPX city-pair entry here,
      *   so the availability searches see it the same day;
      *   FLCXBD sweeps out the entries a re-route leaves behind.
      *   Every flight/date that is new, retimed, re-routed,
      *   re-equipped, cancelled or reinstated is appended to
      *   SCHCHG, from which SSIMEX builds the same day's
      *   change-only file for the distributors. A flight/date
      *   re-equipped here keeps its old SEATFIL map until
      *   EQPCHG, run after this job, redraws it for the new
      *   aircraft and reseats the passengers.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT CPX-FILE ASSIGN TO FLSRCPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CPX-STATUS.

           SELECT LOAD-RPT ASSIGN TO FLLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CHANGE-OUT ASSIGN TO SCHCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.


           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

      *   City-pair/date access path into FLSRFIL - origin +
      *   destination + date + flight, the way the searches ask.
       FD  CPX-FILE.
       01  WS-CPX-REC.
           05 CX-KEY.
               10 CX-ORIG            PIC X(3).
               10 CX-DEST            PIC X(3).
               10 CX-DATE            PIC X(8).
               10 CX-FLTNUM          PIC X(5).

      *   Aircraft configuration master - per type, the seat plan
      *   a new flight's SEATFIL inventory is built from.
       FD  ACFT-FILE.
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Schedule change feed - the flight/date as it now
      *   stands, with what happened to it: N new (or
      *   reinstated), R retimed, re-routed or re-equipped,
      *   C cancelled.
       FD  CHANGE-OUT
           RECORDING MODE IS F.
       01  WS-CHANGE-REC.
           05 SC-FLTNUM              PIC X(5).
           05 SC-DATE                PIC X(8).
           05 SC-ACTION              PIC X.
               88 SC-NEW             VALUE 'N'.
               88 SC-RETIMED         VALUE 'R'.
               88 SC-CANCELLED       VALUE 'C'.
           05 SC-ORIG                PIC X(3).
           05 SC-DEST                PIC X(3).
           05 SC-DEPTIME             PIC X(4).
           05 SC-ARRTIME             PIC X(4).
           05 SC-ACFT-TYPE           PIC X(3).
           05 SC-STATUS              PIC X.
           05 SC-LOAD-DATE           PIC X(8).
           05 SC-LOAD-TIME           PIC X(6).


      *   Run-control record - the job checks and stamps it so a
      *   duplicate same-day run is refused and a missed window

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-CPX-STATUS               PIC X(2) VALUE SPACES.

       01 WS-ACF-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ACF-OK               VALUE '00'.

           88 WS-STN-OK               VALUE '00'.

       01 WS-REJ-STATUS               PIC X(2) VALUE SPACES.
       01 WS-CHG-STATUS               PIC X(2) VALUE SPACES.

      * The flight as it stood before a refresh, to tell a
      * schedule change from a plain status update.
       01 WS-OLD-FLIGHT.
           05 WS-OLD-ORIG             PIC X(3).
           05 WS-OLD-DEST             PIC X(3).
           05 WS-OLD-DEPTIME          PIC X(4).
           05 WS-OLD-ARRTIME          PIC X(4).
           05 WS-OLD-ACFT-TYPE        PIC X(3).
           05 WS-OLD-STATUS           PIC X(1).
       01 WS-CHANGE-ACTION            PIC X VALUE SPACE.
       01 WS-CHANGED-COUNT            PIC 9(5) VALUE 0.

       01 WS-INPUT-VALID              PIC X VALUE 'Y'.
       01 WS-REJECT-REASON            PIC X(24) VALUE SPACES.
           05 TL-UPDATED              PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.
           05 FILLER                  PIC X(16)
               VALUE '  SCHED CHANGES:'.
           05 TL-CHANGED              PIC ZZZZ9.

       PROCEDURE DIVISION.


           OPEN INPUT SCHED-IN
           OPEN I-O FLSR-FILE
           OPEN I-O CPX-FILE
           OPEN OUTPUT LOAD-RPT
           OPEN INPUT ACFT-FILE
           OPEN I-O SEAT-FILE
           OPEN INPUT STN-FILE
           OPEN I-O CLSINV-FILE
           OPEN OUTPUT REJECT-OUT
           OPEN EXTEND CHANGE-OUT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
                   CONTINUE
           END-WRITE

           PERFORM 2600-WRITE-CITY-PAIR-ENTRY
           PERFORM 2400-BUILD-SEAT-RECORD
           PERFORM 2450-BUILD-CLASS-BUCKETS

           IF NOT WR-ST-CANCELLED
               MOVE 'N' TO WS-CHANGE-ACTION
               PERFORM 2700-WRITE-SCHEDULE-CHANGE
           END-IF

           MOVE 'ADDED  ' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT
           PERFORM 5000-WRITE-DETAIL-LINE.
      *    load, and overwriting it with the feed's figure made
      *    the flight's availability fiction after a busy day.
       2500-UPDATE-EXISTING-FLIGHT.
           MOVE WR-ORIG TO WS-OLD-ORIG
           MOVE WR-DEST TO WS-OLD-DEST
           MOVE WR-DEPTIME TO WS-OLD-DEPTIME
           MOVE WR-ARRTIME TO WS-OLD-ARRTIME
           MOVE WR-ACFT-TYPE TO WS-OLD-ACFT-TYPE
           MOVE WR-STATUS TO WS-OLD-STATUS

           MOVE IN-ORIG TO WR-ORIG
           MOVE IN-DATE TO WR-DATE
           MOVE IN-DEST TO WR-DEST
                   CONTINUE
           END-REWRITE

           PERFORM 2600-WRITE-CITY-PAIR-ENTRY
           PERFORM 2550-CHECK-SCHEDULE-CHANGE

           MOVE 'UPDATED' TO DT-RESULT
           ADD 1 TO WS-UPDATED-COUNT
           PERFORM 5000-WRITE-DETAIL-LINE.

      *    A delay is a status for the departure boards, not a
      *    schedule change; a cancellation, a reinstatement and
      *    a new time, route or aircraft are.
       2550-CHECK-SCHEDULE-CHANGE.
           MOVE SPACE TO WS-CHANGE-ACTION
           IF WR-ST-CANCELLED
               IF WS-OLD-STATUS NOT = 'C'
                   MOVE 'C' TO WS-CHANGE-ACTION
               END-IF
           ELSE
               IF WS-OLD-STATUS = 'C'
                   MOVE 'N' TO WS-CHANGE-ACTION
               ELSE
                   IF WR-ORIG NOT = WS-OLD-ORIG
                      OR WR-DEST NOT = WS-OLD-DEST
                      OR WR-DEPTIME NOT = WS-OLD-DEPTIME
                      OR WR-ARRTIME NOT = WS-OLD-ARRTIME
                      OR WR-ACFT-TYPE NOT = WS-OLD-ACFT-TYPE
                       MOVE 'R' TO WS-CHANGE-ACTION
                   END-IF
               END-IF
           END-IF

           IF WS-CHANGE-ACTION NOT = SPACE
               PERFORM 2700-WRITE-SCHEDULE-CHANGE
           END-IF.

      * =======================================================
      *   KEEP THE CITY-PAIR/DATE ACCESS PATH CURRENT
      * =======================================================
      *    A duplicate means the flight already had its entry. A
      *    refresh that moves the flight to another city pair
      *    adds the new entry and leaves the old one to the
      *    nightly FLCXBD rebuild - readers verify every entry
      *    against the FLSRFIL record before using it.
       2600-WRITE-CITY-PAIR-ENTRY.
           MOVE WR-ORIG TO CX-ORIG
           MOVE WR-DEST TO CX-DEST
           MOVE WR-DATE TO CX-DATE
           MOVE WR-FLTNUM TO CX-FLTNUM

           WRITE WS-CPX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * =======================================================
      *   APPEND ONE FLIGHT/DATE TO THE SCHEDULE CHANGE FEED
      * =======================================================
       2700-WRITE-SCHEDULE-CHANGE.
           MOVE SPACES TO WS-CHANGE-REC
           MOVE WR-FLTNUM TO SC-FLTNUM
           MOVE WR-DATE TO SC-DATE
           MOVE WS-CHANGE-ACTION TO SC-ACTION
           MOVE WR-ORIG TO SC-ORIG
           MOVE WR-DEST TO SC-DEST
           MOVE WR-DEPTIME TO SC-DEPTIME
           MOVE WR-ARRTIME TO SC-ARRTIME
           MOVE WR-ACFT-TYPE TO SC-ACFT-TYPE
           MOVE WR-STATUS TO SC-STATUS
           MOVE WS-RC-DATE TO SC-LOAD-DATE
           MOVE WS-RC-TIME TO SC-LOAD-TIME
           WRITE WS-CHANGE-REC
           ADD 1 TO WS-CHANGED-COUNT.

       5000-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WR-FLTNUM TO DT-FLIGHT
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           MOVE WS-CHANGED-COUNT TO TL-CHANGED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE SCHED-IN
           CLOSE FLSR-FILE
           CLOSE CPX-FILE
           CLOSE LOAD-RPT
           CLOSE ACFT-FILE
           CLOSE SEAT-FILE
           CLOSE STN-FILE
           CLOSE CLSINV-FILE
           CLOSE REJECT-OUT
           CLOSE CHANGE-OUT.

       8000-READ-INPUT.
           READ SCHED-IN
