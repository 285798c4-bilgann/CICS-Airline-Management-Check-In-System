       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQPCHG.

      * =======================================================
      *   EQUIPMENT CHANGE - REBUILD THE SEAT MAP AND RESEAT
      * =======================================================
      *   FLLOAD builds a flight/date's SEATFIL map once, from
      *   the ACFMSTR plan of the aircraft type it was loaded
      *   with, and a later refresh that swaps WR-ACFT-TYPE
      *   leaves the old map in place - passengers seated at
      *   booking or check-in go on holding seats the new
      *   aircraft may not have. This job walks FLSRFIL for
      *   every flight today or later whose type no longer
      *   matches the type its SEATFIL map was drawn for (or
      *   which has a type but no map yet), rebuilds the map
      *   from the new type's plan and reseats the flight's
      *   passengers onto it:
      *     - a passenger keeps the same seat number if the new
      *       plan has it in the same cabin;
      *     - anyone else gets the nearest free seat in the same
      *       cabin (cabins are the slot thirds the seat map
      *       draws - F, B, then Y), a party that has lost its
      *       seats being put side by side in one row where the
      *       cabin has room, or next to a party member who kept
      *       a seat;
      *     - anyone who cannot be seated has the seat taken off
      *       the booking, is listed on the report and gets an
      *       SCNOTIFY message to see check-in for a seat.
      *   The PNR seats and slot indexes are rewritten (and
      *   journalled) so a later cancellation frees the right
      *   slot. Seats blocked on the old map (SEATM, TLASGN)
      *   are not carried over - the aircraft is a different
      *   one, and TLASGN blocks its own when the tail is set.
      *   Run after FLLOAD; a flight whose map already matches
      *   is passed over, so a rerun changes nothing.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT SEAT-FILE ASSIGN TO SEATFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-KEY = SR-FLIGHT SR-DATE
               FILE STATUS IS WS-SEAT-STATUS.

           SELECT ACFT-FILE ASSIGN TO ACFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-TYPE
               FILE STATUS IS WS-ACF-STATUS.

           SELECT XREF-FILE ASSIGN TO PNRXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT NOTIFY-OUT ASSIGN TO SCNOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT RESEAT-RPT ASSIGN TO EQCHRPT
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

       FD  SEAT-FILE.
       01  WS-SEAT-REC.
           05 SR-FLIGHT              PIC X(6).
           05 SR-DATE                PIC X(8).
           05 SR-ACFT-TYPE           PIC X(3).
           05 SR-SEAT-CNT            PIC 9(3).
           05 SR-SEAT OCCURS 150 TIMES.
               10 SR-SEATNO          PIC X(3).

      *   Aircraft configuration master - per type, the seat plan
      *   the rebuilt map is drawn from.
       FD  ACFT-FILE.
       01  WS-ACFT-REC.
           05 AC-TYPE                PIC X(3).
           05 AC-SEAT-CNT            PIC 9(3).
           05 AC-SEAT OCCURS 150 TIMES.
               10 AC-SEATNO          PIC X(3).
               10 AC-EXIT-ROW        PIC X.
           05 AC-OEW                 PIC 9(6).
           05 AC-MTOW                PIC 9(6).
           05 AC-PAX-WT              PIC 9(3).
           05 AC-BAG-WT              PIC 9(3).
           05 AC-INF-CAP             PIC 9(2).

      *   Flight/date access path into PNRDATA - one record per
      *   booking leg.
       FD  XREF-FILE.
       01  WS-XREF-REC.
           05 XR-KEY.
               10 XR-FLT             PIC X(6).
               10 XR-DATE            PIC X(8).
               10 XR-PNR             PIC X(6).

       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 PR-STATUS             PIC X.
               88 PR-ST-HELD        VALUE 'H'.
               88 PR-ST-CONFIRMED   VALUE 'C'.
               88 PR-ST-CANCELLED   VALUE 'X'.
               88 PR-ST-WAITLIST    VALUE 'W'.
               88 PR-ST-BUMPED      VALUE 'B'.
               88 PR-ST-NOSHOW      VALUE 'N'.
           05 PR-HOLD-EXPIRY        PIC X(12).
           05 PR-LAST-NAME          PIC X(16).
           05 PR-NAME               PIC X(18).
           05 PR-PASSPORT           PIC X(16).
           05 PR-PASS-EXPIRY        PIC X(8).
           05 PR-ORIG               PIC X(3).
           05 PR-DEST               PIC X(3).
           05 PR-DEPDATE            PIC X(8).
           05 PR-RETDATE            PIC X(8).
           05 PR-TRIPTYPE           PIC X.
           05 PR-OUT-FLT            PIC X(6).
           05 PR-OUT-DEP            PIC X(4).
           05 PR-OUT-ARR            PIC X(4).
           05 PR-RET-FLT            PIC X(6).
           05 PR-RET-DEP            PIC X(4).
           05 PR-RET-ARR            PIC X(4).
           05 PR-OUT-SEAT           PIC X(3).
           05 PR-RET-SEAT           PIC X(3).
           05 PR-OUT-BAGGAGE        PIC X.
           05 PR-OUT-CARRYON        PIC X.
           05 PR-RET-BAGGAGE        PIC X.
           05 PR-RET-CARRYON        PIC X.
           05 PR-NUMP               PIC 9(2).
           05 PR-PASSENGER OCCURS 9 TIMES.
               10 PR-PSGR-NAME      PIC X(18).
               10 PR-PSGR-PASSPORT  PIC X(16).
               10 PR-PSGR-OUT-SEAT  PIC X(3).
               10 PR-PSGR-RET-SEAT  PIC X(3).
               10 PR-PSGR-OUT-SEAT-IX PIC 9(3).
               10 PR-PSGR-RET-SEAT-IX PIC 9(3).
               10 PR-PSGR-TYPE        PIC X.
               10 PR-PSGR-DOB         PIC X(8).
               10 PR-PSGR-BRD-SEQ     PIC 9(3).
           05 PR-GROUP-REF          PIC X(8).
           05 PR-MEAL               PIC X(10).
           05 PR-ASSIST             PIC X.
           05 PR-FF-NUMBER          PIC X(10).
           05 PR-FARE-AMT           PIC 9(7)V99.
           05 PR-BAG-FEE            PIC 9(5)V99.
           05 PR-PAY-METHOD         PIC X.
           05 PR-PAY-REF            PIC X(4).
           05 PR-OUT-CKIN-FLAG      PIC X.
           05 PR-OUT-CKIN-DATE      PIC X(8).
           05 PR-OUT-CKIN-TIME      PIC X(6).
           05 PR-RET-CKIN-FLAG      PIC X.
           05 PR-RET-CKIN-DATE      PIC X(8).
           05 PR-RET-CKIN-TIME      PIC X(6).
           05 PR-OPER-CARRIER       PIC X(2).
           05 PR-MKTG-FLT           PIC X(6).
           05 PR-VIA-STN            PIC X(3).
           05 PR-OUT-FLT2           PIC X(6).
           05 PR-OUT-DEP2           PIC X(4).
           05 PR-OUT-ARR2           PIC X(4).
           05 PR-DOB                PIC X(8).
           05 PR-TKT-NUMBER         PIC X(13).
           05 PR-PHONE              PIC X(14).
           05 PR-EMAIL              PIC X(30).
           05 PR-REMARKS            PIC X(60).

      *   Forward-recovery journal - the after-image of every
      *   PNRDATA change this job makes.
       FD  JRNL-FILE.
       01  WS-JRNL-REC.
           05 JR-DATE               PIC X(8).
           05 JR-TIME               PIC X(6).
           05 JR-PROGRAM            PIC X(8).
           05 JR-ACTION             PIC X.
           05 JR-PNR                PIC X(6).
           05 JR-IMAGE              PIC X(892).
           05 FILLER                PIC X(9).

      *   SCNOTIFY hand-off feed - one record per booking whose
      *   passengers lost their seats and could not be reseated.
       FD  NOTIFY-OUT
           RECORDING MODE IS F.
       01  WS-NOTIFY-REC.
           05 NT-PNR                 PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 NT-MESSAGE             PIC X(90).
           05 NT-PHONE               PIC X(14).
           05 NT-EMAIL               PIC X(30).
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

       FD  RESEAT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.
       01 WS-SEAT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SEAT-OK              VALUE '00'.
       01 WS-ACF-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ACF-OK               VALUE '00'.
       01 WS-XRF-STATUS               PIC X(2) VALUE SPACES.
           88 WS-XRF-OK               VALUE '00'.
       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
       01 WS-JRNL-STATUS              PIC X(2) VALUE SPACES.
       01 WS-NOTIFY-STATUS            PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-JRNL-ACTION              PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD              PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK               PIC X(8) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-XREF-EOF-SW              PIC X VALUE 'N'.
           88 WS-XREF-EOF             VALUE 'Y'.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).

      * The flight being reworked.
       01 WS-SEL-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.
       01 WS-OLD-TYPE                 PIC X(3) VALUE SPACES.
       01 WS-MAP-FOUND                PIC X VALUE 'N'.

      * Cabin bands - the first third of the slots is F, the
      * second B, the rest Y, the same split CKIN2 draws the
      * seat map with, worked out for the old map (to know which
      * cabin a passenger was sitting in) and for the new plan.
       01 WS-OLD-SEAT-CNT             PIC 9(3) VALUE 0.
       01 WS-OLD-F-END                PIC 9(3) VALUE 0.
       01 WS-OLD-B-END                PIC 9(3) VALUE 0.
       01 WS-NEW-F-END                PIC 9(3) VALUE 0.
       01 WS-NEW-B-END                PIC 9(3) VALUE 0.

      * The new aircraft's plan, one entry per slot, with the
      * slot's cabin and whether this run has sat someone in it.
       01 WS-NEW-PLAN.
           05 WS-NP-CNT               PIC 9(3) VALUE 0.
           05 WS-NP-SLOT OCCURS 150 TIMES.
               10 WS-NP-SEAT          PIC X(3).
               10 WS-NP-CABIN         PIC X.
               10 WS-NP-TAKEN         PIC X.

      * Every seated passenger on the flight, one entry per
      * passenger and booking leg, in PNR order so a party's
      * entries sit together.
       01 WS-PAX-MAX                  PIC 9(3) VALUE 300.
       01 WS-PAX-CNT                  PIC 9(3) VALUE 0.
       01 WS-PAX-TABLE.
           05 WS-PX-ENTRY OCCURS 300 TIMES.
               10 WS-PX-PNR           PIC X(6).
               10 WS-PX-PSGR          PIC 9(1).
               10 WS-PX-LEG           PIC X.
               10 WS-PX-NAME          PIC X(18).
               10 WS-PX-CKIN          PIC X.
               10 WS-PX-OLD-SEAT      PIC X(3).
               10 WS-PX-CABIN         PIC X.
               10 WS-PX-NEW-SLOT      PIC 9(3).
               10 WS-PX-RESULT        PIC X.
                   88 WS-PX-KEPT      VALUE 'K'.
                   88 WS-PX-MOVED     VALUE 'M'.
                   88 WS-PX-UNSEATED  VALUE 'U'.
                   88 WS-PX-PENDING   VALUE SPACE.

       01 WS-PX                       PIC 9(3) VALUE 0.
       01 WS-PX2                      PIC 9(3) VALUE 0.
       01 WS-SLOT                     PIC 9(3) VALUE 0.
       01 WS-SLOT2                    PIC 9(3) VALUE 0.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-WORK-SLOT                PIC 9(3) VALUE 0.

      * One party at a time - its first and last table entries,
      * how many of it still need a seat, and the seat the rest
      * are put next to.
       01 WS-PARTY-FIRST              PIC 9(3) VALUE 0.
       01 WS-PARTY-LAST               PIC 9(3) VALUE 0.
       01 WS-PARTY-EDGE-SW            PIC X VALUE 'N'.
           88 WS-PARTY-EDGE           VALUE 'Y'.
       01 WS-PARTY-NEED               PIC 9(2) VALUE 0.
       01 WS-PARTY-CABIN              PIC X VALUE SPACE.
       01 WS-ANCHOR-SEAT              PIC X(3) VALUE SPACES.

      * Nearest-seat search - the best slot found so far and its
      * distance from the reference seat (two per row apart,
      * one more for a different seat letter).
       01 WS-REF-SEAT                 PIC X(3) VALUE SPACES.
       01 WS-REF-ROW                  PIC 9(2) VALUE 0.
       01 WS-REF-LTR                  PIC X VALUE SPACE.
       01 WS-FIND-CABIN               PIC X VALUE SPACE.
       01 WS-BEST-SLOT                PIC 9(3) VALUE 0.
       01 WS-BEST-DIST                PIC 9(4) VALUE 0.
       01 WS-THIS-DIST                PIC 9(4) VALUE 0.
       01 WS-BLOCK-OK                 PIC X VALUE 'N'.
       01 WS-BLOCK-ROW                PIC 9(2) VALUE 0.

       01 WS-SPLIT-SEAT               PIC X(3) VALUE SPACES.
       01 WS-SPLIT-ROW                PIC 9(2) VALUE 0.
       01 WS-SPLIT-LTR                PIC X VALUE SPACE.

       01 WS-LAST-PNR                 PIC X(6) VALUE SPACES.
       01 WS-NOTIFIED-PNR             PIC X(6) VALUE SPACES.

       01 WS-FLIGHT-COUNT             PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT               PIC 9(5) VALUE 0.
       01 WS-MOVED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UNSEATED-COUNT           PIC 9(5) VALUE 0.
       01 WS-NOPLAN-COUNT             PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'EQUIPMENT CHANGE RESEAT REPORT'.
           05 FILLER                  PIC X(9) VALUE 'RUN DATE '.
           05 HD-DATE                 PIC X(8).

       01 WS-FLIGHT-LINE.
           05 FILLER                  PIC X(7) VALUE 'FLIGHT '.
           05 FL-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(6) VALUE ' DATE '.
           05 FL-DATE                 PIC X(8).
           05 FILLER                  PIC X(6) VALUE ' TYPE '.
           05 FL-OLD-TYPE             PIC X(3).
           05 FILLER                  PIC X(4) VALUE ' TO '.
           05 FL-NEW-TYPE             PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FL-RESULT               PIC X(35).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'PNR'.
           05 FILLER                  PIC X(19) VALUE 'PASSENGER'.
           05 FILLER                  PIC X(4) VALUE 'LEG'.
           05 FILLER                  PIC X(5) VALUE 'CKIN'.
           05 FILLER                  PIC X(5) VALUE 'WAS'.
           05 FILLER                  PIC X(5) VALUE 'NOW'.
           05 FILLER                  PIC X(20) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NAME                 PIC X(18).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-LEG                  PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-CKIN                 PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-OLD-SEAT             PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NEW-SEAT             PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'FLIGHTS RE-EQUIPPED:   '.
           05 TL-FLIGHTS              PIC ZZZZ9.
           05 FILLER                  PIC X(24)
               VALUE '   NEW TYPE NOT ON FILE:'.
           05 TL-NOPLAN               PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'KEPT SAME SEAT:        '.
           05 TL-KEPT                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'MOVED TO NEW SEAT:     '.
           05 TL-MOVED                PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'NOT SEATED:            '.
           05 TL-UNSEATED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-FLIGHT UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           OPEN INPUT FLSR-FILE
           OPEN I-O SEAT-FILE
           OPEN INPUT ACFT-FILE
           OPEN INPUT XREF-FILE
           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN OUTPUT RESEAT-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-FLIGHT.

      * =======================================================
      *   ONE FLIGHT/DATE - HAS ITS AIRCRAFT CHANGED?
      * =======================================================
      *    Departed and cancelled flights are left as they are,
      *    and so is a flight loaded with no aircraft type.
       2000-PROCESS-FLIGHT.
           IF WR-DATE NOT < WS-CURR-DATE
              AND NOT WR-ST-CANCELLED
              AND WR-ACFT-TYPE NOT = SPACES
               PERFORM 2100-CHECK-EQUIPMENT
           END-IF

           PERFORM 8000-READ-FLIGHT.

       2100-CHECK-EQUIPMENT.
           MOVE SPACES TO WS-SEL-FLIGHT
           MOVE WR-FLTNUM TO WS-SEL-FLIGHT
           MOVE WR-DATE TO WS-SEL-DATE

           MOVE WS-SEL-FLIGHT TO SR-FLIGHT
           MOVE WS-SEL-DATE TO SR-DATE
           READ SEAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-SEAT-OK
               IF SR-ACFT-TYPE = WR-ACFT-TYPE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-MAP-FOUND
               MOVE SR-ACFT-TYPE TO WS-OLD-TYPE
               MOVE SR-SEAT-CNT TO WS-OLD-SEAT-CNT
           ELSE
               MOVE 'N' TO WS-MAP-FOUND
               MOVE SPACES TO WS-OLD-TYPE
               MOVE 0 TO WS-OLD-SEAT-CNT
           END-IF

           MOVE WS-SEL-FLIGHT TO FL-FLIGHT
           MOVE WS-SEL-DATE TO FL-DATE
           MOVE WS-OLD-TYPE TO FL-OLD-TYPE
           MOVE WR-ACFT-TYPE TO FL-NEW-TYPE
           MOVE SPACES TO FL-RESULT

           MOVE WR-ACFT-TYPE TO AC-TYPE
           READ ACFT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-ACF-OK
               MOVE 'NEW TYPE NOT ON ACFMSTR - NOT DONE' TO FL-RESULT
               WRITE WS-RPT-LINE FROM WS-FLIGHT-LINE
               ADD 1 TO WS-NOPLAN-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLIGHT-COUNT
           PERFORM 3000-RESEAT-FLIGHT.

      * =======================================================
      *   REBUILD THE MAP AND RESEAT THE FLIGHT'S PASSENGERS
      * =======================================================
       3000-RESEAT-FLIGHT.
           PERFORM 3100-LOAD-NEW-PLAN

           MOVE 0 TO WS-PAX-CNT
           IF WS-MAP-FOUND = 'Y'
               COMPUTE WS-OLD-F-END = WS-OLD-SEAT-CNT / 3
               COMPUTE WS-OLD-B-END = (WS-OLD-SEAT-CNT * 2) / 3
               PERFORM 3200-COLLECT-SEATED
           END-IF

           PERFORM 3300-KEEP-SAME-SEAT
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PAX-CNT
           PERFORM 3400-SEAT-PARTY
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PAX-CNT

           PERFORM 3500-WRITE-SEAT-MAP

           MOVE SPACES TO WS-LAST-PNR
           PERFORM 3600-UPDATE-PNR
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PAX-CNT

           IF WS-MAP-FOUND = 'Y'
               MOVE 'SEAT MAP REBUILT' TO FL-RESULT
           ELSE
               MOVE 'SEAT MAP BUILT - NONE ON FILE' TO FL-RESULT
           END-IF
           WRITE WS-RPT-LINE FROM WS-FLIGHT-LINE
           IF WS-PAX-CNT > 0
               WRITE WS-RPT-LINE FROM WS-HEADING-2
               MOVE SPACES TO WS-NOTIFIED-PNR
               PERFORM 3700-REPORT-PASSENGER
                   VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PAX-CNT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3100-LOAD-NEW-PLAN.
           MOVE AC-SEAT-CNT TO WS-NP-CNT
           COMPUTE WS-NEW-F-END = WS-NP-CNT / 3
           COMPUTE WS-NEW-B-END = (WS-NP-CNT * 2) / 3
           PERFORM 3110-LOAD-PLAN-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > WS-NP-CNT.

       3110-LOAD-PLAN-SLOT.
           MOVE AC-SEATNO(WS-SLOT) TO WS-NP-SEAT(WS-SLOT)
           MOVE 'N' TO WS-NP-TAKEN(WS-SLOT)
           EVALUATE TRUE
               WHEN WS-SLOT <= WS-NEW-F-END
                   MOVE 'F' TO WS-NP-CABIN(WS-SLOT)
               WHEN WS-SLOT <= WS-NEW-B-END
                   MOVE 'B' TO WS-NP-CABIN(WS-SLOT)
               WHEN OTHER
                   MOVE 'Y' TO WS-NP-CABIN(WS-SLOT)
           END-EVALUATE
      *    A slot with no seat number is no seat at all.
           IF WS-NP-SEAT(WS-SLOT) = SPACES
               MOVE 'Y' TO WS-NP-TAKEN(WS-SLOT)
           END-IF.

      * =======================================================
      *   EVERY PASSENGER HOLDING A SEAT ON THE FLIGHT
      * =======================================================
      *    The leg test doubles as the stale-entry filter, as in
      *    GTMAN - an access-path entry whose PNR has moved off
      *    the flight matches neither leg and is skipped.
       3200-COLLECT-SEATED.
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE WS-SEL-FLIGHT TO XR-FLT
           MOVE WS-SEL-DATE TO XR-DATE
           MOVE LOW-VALUES TO XR-PNR
           START XREF-FILE KEY >= XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START

           IF NOT WS-XREF-EOF
               PERFORM 8100-READ-XREF
           END-IF
           PERFORM 3210-COLLECT-PNR UNTIL WS-XREF-EOF.

       3210-COLLECT-PNR.
           MOVE XR-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PNR-OK
              AND NOT PR-ST-CANCELLED AND NOT PR-ST-BUMPED
               IF PR-OUT-FLT = WS-SEL-FLIGHT
                  AND PR-DEPDATE = WS-SEL-DATE
                   PERFORM 3220-COLLECT-OUT-SEAT
                       VARYING WS-PSGR-IX FROM 1 BY 1
                       UNTIL WS-PSGR-IX > PR-NUMP
                          OR WS-PSGR-IX > 9
               END-IF
               IF PR-RET-FLT = WS-SEL-FLIGHT
                  AND PR-RETDATE = WS-SEL-DATE
                   PERFORM 3230-COLLECT-RET-SEAT
                       VARYING WS-PSGR-IX FROM 1 BY 1
                       UNTIL WS-PSGR-IX > PR-NUMP
                          OR WS-PSGR-IX > 9
               END-IF
           END-IF

           PERFORM 8100-READ-XREF.

       3220-COLLECT-OUT-SEAT.
           IF PR-PSGR-OUT-SEAT(WS-PSGR-IX) NOT = SPACES
              AND WS-PAX-CNT < WS-PAX-MAX
               ADD 1 TO WS-PAX-CNT
               MOVE 'O' TO WS-PX-LEG(WS-PAX-CNT)
               MOVE PR-OUT-CKIN-FLAG TO WS-PX-CKIN(WS-PAX-CNT)
               MOVE PR-PSGR-OUT-SEAT(WS-PSGR-IX)
                   TO WS-PX-OLD-SEAT(WS-PAX-CNT)
               MOVE PR-PSGR-OUT-SEAT-IX(WS-PSGR-IX) TO WS-WORK-SLOT
               PERFORM 3240-FILL-PAX-ENTRY
           END-IF.

       3230-COLLECT-RET-SEAT.
           IF PR-PSGR-RET-SEAT(WS-PSGR-IX) NOT = SPACES
              AND WS-PAX-CNT < WS-PAX-MAX
               ADD 1 TO WS-PAX-CNT
               MOVE 'R' TO WS-PX-LEG(WS-PAX-CNT)
               MOVE PR-RET-CKIN-FLAG TO WS-PX-CKIN(WS-PAX-CNT)
               MOVE PR-PSGR-RET-SEAT(WS-PSGR-IX)
                   TO WS-PX-OLD-SEAT(WS-PAX-CNT)
               MOVE PR-PSGR-RET-SEAT-IX(WS-PSGR-IX) TO WS-WORK-SLOT
               PERFORM 3240-FILL-PAX-ENTRY
           END-IF.

      *    The cabin a passenger was sitting in comes from the
      *    slot index kept on the booking, banded against the old
      *    map; a seat taken without one is taken to be Y.
       3240-FILL-PAX-ENTRY.
           MOVE PR-PNR TO WS-PX-PNR(WS-PAX-CNT)
           MOVE WS-PSGR-IX TO WS-PX-PSGR(WS-PAX-CNT)
           MOVE SPACES TO WS-PX-NAME(WS-PAX-CNT)
           IF WS-PSGR-IX = 1
               STRING PR-LAST-NAME DELIMITED BY SPACE
                      '/' PR-NAME DELIMITED BY SIZE
                   INTO WS-PX-NAME(WS-PAX-CNT)
               END-STRING
           ELSE
               MOVE PR-PSGR-NAME(WS-PSGR-IX)
                   TO WS-PX-NAME(WS-PAX-CNT)
           END-IF
           MOVE 0 TO WS-PX-NEW-SLOT(WS-PAX-CNT)
           MOVE SPACE TO WS-PX-RESULT(WS-PAX-CNT)
           EVALUATE TRUE
               WHEN WS-WORK-SLOT = 0
                   MOVE 'Y' TO WS-PX-CABIN(WS-PAX-CNT)
               WHEN WS-WORK-SLOT <= WS-OLD-F-END
                   MOVE 'F' TO WS-PX-CABIN(WS-PAX-CNT)
               WHEN WS-WORK-SLOT <= WS-OLD-B-END
                   MOVE 'B' TO WS-PX-CABIN(WS-PAX-CNT)
               WHEN OTHER
                   MOVE 'Y' TO WS-PX-CABIN(WS-PAX-CNT)
           END-EVALUATE.

      * =======================================================
      *   FIRST PASS - SAME SEAT NUMBER, SAME CABIN
      * =======================================================
      *    Everyone who can keep a seat has it marked before
      *    anybody is moved, so nobody is moved into it.
       3300-KEEP-SAME-SEAT.
           PERFORM 3310-MATCH-PLAN-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-NP-CNT
                  OR NOT WS-PX-PENDING(WS-PX).

       3310-MATCH-PLAN-SLOT.
           IF WS-NP-SEAT(WS-SLOT) = WS-PX-OLD-SEAT(WS-PX)
              AND WS-NP-CABIN(WS-SLOT) = WS-PX-CABIN(WS-PX)
              AND WS-NP-TAKEN(WS-SLOT) = 'N'
               MOVE 'Y' TO WS-NP-TAKEN(WS-SLOT)
               MOVE WS-SLOT TO WS-PX-NEW-SLOT(WS-PX)
               MOVE 'K' TO WS-PX-RESULT(WS-PX)
           END-IF.

      * =======================================================
      *   SECOND PASS - SEAT WHAT IS LEFT, A PARTY AT A TIME
      * =======================================================
      *    The first entry of a booking still waiting starts its
      *    party: the party's other entries follow it in the
      *    table. A member who kept a seat is the anchor the rest
      *    are sat next to; with nobody kept, two or more are
      *    first tried side by side in one row, nearest the lead
      *    traveller's old seat number.
       3400-SEAT-PARTY.
           IF NOT WS-PX-PENDING(WS-PX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PX TO WS-PARTY-FIRST
           MOVE 'N' TO WS-PARTY-EDGE-SW
           PERFORM 3410-FIND-PARTY-START UNTIL WS-PARTY-EDGE
           MOVE WS-PX TO WS-PARTY-LAST
           MOVE 'N' TO WS-PARTY-EDGE-SW
           PERFORM 3420-FIND-PARTY-END UNTIL WS-PARTY-EDGE

           MOVE SPACES TO WS-ANCHOR-SEAT
           MOVE 0 TO WS-PARTY-NEED
           PERFORM 3430-SIZE-UP-PARTY
               VARYING WS-PX2 FROM WS-PARTY-FIRST BY 1
               UNTIL WS-PX2 > WS-PARTY-LAST

           MOVE WS-PX-CABIN(WS-PX) TO WS-PARTY-CABIN
           IF WS-ANCHOR-SEAT = SPACES AND WS-PARTY-NEED > 1
               MOVE WS-PX-OLD-SEAT(WS-PX) TO WS-REF-SEAT
               MOVE WS-PARTY-CABIN TO WS-FIND-CABIN
               PERFORM 3450-FIND-ROW-BLOCK
               IF WS-BEST-SLOT > 0
                   MOVE WS-BEST-SLOT TO WS-SLOT2
                   PERFORM 3440-SEAT-IN-BLOCK
                       VARYING WS-PX2 FROM WS-PARTY-FIRST BY 1
                       UNTIL WS-PX2 > WS-PARTY-LAST
               END-IF
           END-IF

           PERFORM 3470-SEAT-ONE-NEAREST
               VARYING WS-PX2 FROM WS-PARTY-FIRST BY 1
               UNTIL WS-PX2 > WS-PARTY-LAST.

       3410-FIND-PARTY-START.
           MOVE 'Y' TO WS-PARTY-EDGE-SW
           IF WS-PARTY-FIRST > 1
               IF WS-PX-PNR(WS-PARTY-FIRST - 1) = WS-PX-PNR(WS-PX)
                   SUBTRACT 1 FROM WS-PARTY-FIRST
                   MOVE 'N' TO WS-PARTY-EDGE-SW
               END-IF
           END-IF.

       3420-FIND-PARTY-END.
           MOVE 'Y' TO WS-PARTY-EDGE-SW
           IF WS-PARTY-LAST < WS-PAX-CNT
               IF WS-PX-PNR(WS-PARTY-LAST + 1) = WS-PX-PNR(WS-PX)
                   ADD 1 TO WS-PARTY-LAST
                   MOVE 'N' TO WS-PARTY-EDGE-SW
               END-IF
           END-IF.

       3430-SIZE-UP-PARTY.
           IF WS-PX-KEPT(WS-PX2)
               IF WS-ANCHOR-SEAT = SPACES
                   MOVE WS-NP-SEAT(WS-PX-NEW-SLOT(WS-PX2))
                       TO WS-ANCHOR-SEAT
               END-IF
           ELSE
               IF WS-PX-PENDING(WS-PX2)
                   ADD 1 TO WS-PARTY-NEED
               END-IF
           END-IF.

       3440-SEAT-IN-BLOCK.
           IF WS-PX-PENDING(WS-PX2)
               MOVE 'Y' TO WS-NP-TAKEN(WS-SLOT2)
               MOVE WS-SLOT2 TO WS-PX-NEW-SLOT(WS-PX2)
               MOVE 'M' TO WS-PX-RESULT(WS-PX2)
               ADD 1 TO WS-SLOT2
           END-IF.

      *    Room for the whole party in consecutive slots of one
      *    row of the cabin; the block starting nearest the
      *    reference seat wins.
       3450-FIND-ROW-BLOCK.
           MOVE 0 TO WS-BEST-SLOT
           MOVE 9999 TO WS-BEST-DIST
           MOVE WS-REF-SEAT TO WS-SPLIT-SEAT
           PERFORM 3490-SPLIT-SEAT-NUMBER
           MOVE WS-SPLIT-ROW TO WS-REF-ROW
           MOVE WS-SPLIT-LTR TO WS-REF-LTR
           PERFORM 3460-TRY-BLOCK-AT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT + WS-PARTY-NEED - 1 > WS-NP-CNT.

       3460-TRY-BLOCK-AT.
           MOVE 'Y' TO WS-BLOCK-OK
           MOVE WS-NP-SEAT(WS-SLOT) TO WS-SPLIT-SEAT
           PERFORM 3490-SPLIT-SEAT-NUMBER
           MOVE WS-SPLIT-ROW TO WS-BLOCK-ROW
           PERFORM 3465-CHECK-BLOCK-SLOT
               VARYING WS-SLOT2 FROM WS-SLOT BY 1
               UNTIL WS-SLOT2 > WS-SLOT + WS-PARTY-NEED - 1
                  OR WS-BLOCK-OK = 'N'
           IF WS-BLOCK-OK = 'Y'
               MOVE WS-SLOT TO WS-WORK-SLOT
               PERFORM 3480-SCORE-SLOT
           END-IF.

       3465-CHECK-BLOCK-SLOT.
           IF WS-NP-TAKEN(WS-SLOT2) NOT = 'N'
              OR WS-NP-CABIN(WS-SLOT2) NOT = WS-FIND-CABIN
               MOVE 'N' TO WS-BLOCK-OK
           ELSE
               MOVE WS-NP-SEAT(WS-SLOT2) TO WS-SPLIT-SEAT
               PERFORM 3490-SPLIT-SEAT-NUMBER
               IF WS-SPLIT-ROW NOT = WS-BLOCK-ROW
                   MOVE 'N' TO WS-BLOCK-OK
               END-IF
           END-IF.

      *    One member still without a seat: the nearest free
      *    seat in the cabin to the party's anchor, or, with no
      *    anchor yet, to the member's own old seat number - the
      *    first so placed becomes the anchor for the rest.
       3470-SEAT-ONE-NEAREST.
           IF NOT WS-PX-PENDING(WS-PX2)
               EXIT PARAGRAPH
           END-IF

           IF WS-ANCHOR-SEAT NOT = SPACES
               MOVE WS-ANCHOR-SEAT TO WS-REF-SEAT
           ELSE
               MOVE WS-PX-OLD-SEAT(WS-PX2) TO WS-REF-SEAT
           END-IF
           MOVE WS-REF-SEAT TO WS-SPLIT-SEAT
           PERFORM 3490-SPLIT-SEAT-NUMBER
           MOVE WS-SPLIT-ROW TO WS-REF-ROW
           MOVE WS-SPLIT-LTR TO WS-REF-LTR
           MOVE WS-PX-CABIN(WS-PX2) TO WS-FIND-CABIN

           MOVE 0 TO WS-BEST-SLOT
           MOVE 9999 TO WS-BEST-DIST
           PERFORM 3475-TRY-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > WS-NP-CNT

           IF WS-BEST-SLOT > 0
               MOVE 'Y' TO WS-NP-TAKEN(WS-BEST-SLOT)
               MOVE WS-BEST-SLOT TO WS-PX-NEW-SLOT(WS-PX2)
               MOVE 'M' TO WS-PX-RESULT(WS-PX2)
               IF WS-ANCHOR-SEAT = SPACES
                   MOVE WS-NP-SEAT(WS-BEST-SLOT) TO WS-ANCHOR-SEAT
               END-IF
           ELSE
               MOVE 'U' TO WS-PX-RESULT(WS-PX2)
           END-IF.

       3475-TRY-SLOT.
           IF WS-NP-TAKEN(WS-SLOT) = 'N'
              AND WS-NP-CABIN(WS-SLOT) = WS-FIND-CABIN
               MOVE WS-SLOT TO WS-WORK-SLOT
               PERFORM 3480-SCORE-SLOT
           END-IF.

      *    Distance from the reference seat: two for every row
      *    apart, one more for a different seat letter.
       3480-SCORE-SLOT.
           MOVE WS-NP-SEAT(WS-WORK-SLOT) TO WS-SPLIT-SEAT
           PERFORM 3490-SPLIT-SEAT-NUMBER
           IF WS-SPLIT-ROW > WS-REF-ROW
               COMPUTE WS-THIS-DIST = (WS-SPLIT-ROW - WS-REF-ROW) * 2
           ELSE
               COMPUTE WS-THIS-DIST = (WS-REF-ROW - WS-SPLIT-ROW) * 2
           END-IF
           IF WS-SPLIT-LTR NOT = WS-REF-LTR
               ADD 1 TO WS-THIS-DIST
           END-IF
           IF WS-THIS-DIST < WS-BEST-DIST
               MOVE WS-THIS-DIST TO WS-BEST-DIST
               MOVE WS-WORK-SLOT TO WS-BEST-SLOT
           END-IF.

      *    A seat number is the row (one or two digits) and the
      *    seat letter after it.
       3490-SPLIT-SEAT-NUMBER.
           MOVE 0 TO WS-SPLIT-ROW
           MOVE SPACE TO WS-SPLIT-LTR
           EVALUATE TRUE
               WHEN WS-SPLIT-SEAT(1:2) NUMERIC
                   MOVE WS-SPLIT-SEAT(1:2) TO WS-SPLIT-ROW
                   MOVE WS-SPLIT-SEAT(3:1) TO WS-SPLIT-LTR
               WHEN WS-SPLIT-SEAT(1:1) NUMERIC
                   MOVE WS-SPLIT-SEAT(1:1) TO WS-SPLIT-ROW
                   MOVE WS-SPLIT-SEAT(2:1) TO WS-SPLIT-LTR
               WHEN OTHER
                   MOVE WS-SPLIT-SEAT(1:1) TO WS-SPLIT-LTR
           END-EVALUATE.

      * =======================================================
      *   WRITE THE NEW MAP - TAKEN SLOTS BLANKED, AS CKIN2 DOES
      * =======================================================
       3500-WRITE-SEAT-MAP.
           MOVE SPACES TO WS-SEAT-REC
           MOVE WS-SEL-FLIGHT TO SR-FLIGHT
           MOVE WS-SEL-DATE TO SR-DATE
           MOVE AC-TYPE TO SR-ACFT-TYPE
           MOVE WS-NP-CNT TO SR-SEAT-CNT
           PERFORM 3510-SET-MAP-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > WS-NP-CNT

           IF WS-MAP-FOUND = 'Y'
               REWRITE WS-SEAT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-SEAT-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       3510-SET-MAP-SLOT.
           IF WS-NP-TAKEN(WS-SLOT) = 'N'
               MOVE WS-NP-SEAT(WS-SLOT) TO SR-SEATNO(WS-SLOT)
           END-IF.

      * =======================================================
      *   PUT THE NEW SEATS ON THE BOOKINGS
      * =======================================================
      *    One rewrite per PNR, at its first table entry, with
      *    every entry of that PNR applied.
       3600-UPDATE-PNR.
           IF WS-PX-PNR(WS-PX) = WS-LAST-PNR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PX-PNR(WS-PX) TO WS-LAST-PNR

           MOVE WS-PX-PNR(WS-PX) TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 3610-APPLY-NEW-SEAT
               VARYING WS-PX2 FROM WS-PX BY 1
               UNTIL WS-PX2 > WS-PAX-CNT
                  OR WS-PX-PNR(WS-PX2) NOT = WS-LAST-PNR

           REWRITE WS-PNR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF.

      *    The lead traveller's seat is also carried on the PNR
      *    header, which BOOK and the manifests read.
       3610-APPLY-NEW-SEAT.
           MOVE WS-PX-PSGR(WS-PX2) TO WS-PSGR-IX
           IF WS-PX-NEW-SLOT(WS-PX2) > 0
               MOVE WS-NP-SEAT(WS-PX-NEW-SLOT(WS-PX2)) TO WS-REF-SEAT
           ELSE
               MOVE SPACES TO WS-REF-SEAT
           END-IF

           IF WS-PX-LEG(WS-PX2) = 'O'
               MOVE WS-REF-SEAT TO PR-PSGR-OUT-SEAT(WS-PSGR-IX)
               MOVE WS-PX-NEW-SLOT(WS-PX2)
                   TO PR-PSGR-OUT-SEAT-IX(WS-PSGR-IX)
               IF WS-PSGR-IX = 1
                   MOVE WS-REF-SEAT TO PR-OUT-SEAT
               END-IF
           ELSE
               MOVE WS-REF-SEAT TO PR-PSGR-RET-SEAT(WS-PSGR-IX)
               MOVE WS-PX-NEW-SLOT(WS-PX2)
                   TO PR-PSGR-RET-SEAT-IX(WS-PSGR-IX)
               IF WS-PSGR-IX = 1
                   MOVE WS-REF-SEAT TO PR-RET-SEAT
               END-IF
           END-IF.

      * =======================================================
      *   REPORT EACH PASSENGER; TELL THOSE LEFT WITHOUT A SEAT
      * =======================================================
       3700-REPORT-PASSENGER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PX-PNR(WS-PX) TO DT-PNR
           MOVE WS-PX-NAME(WS-PX) TO DT-NAME
           IF WS-PX-LEG(WS-PX) = 'O'
               MOVE 'OUT' TO DT-LEG
           ELSE
               MOVE 'RET' TO DT-LEG
           END-IF
           IF WS-PX-CKIN(WS-PX) = 'Y'
               MOVE 'YES' TO DT-CKIN
           ELSE
               MOVE 'NO' TO DT-CKIN
           END-IF
           MOVE WS-PX-OLD-SEAT(WS-PX) TO DT-OLD-SEAT

           EVALUATE TRUE
               WHEN WS-PX-KEPT(WS-PX)
                   MOVE WS-NP-SEAT(WS-PX-NEW-SLOT(WS-PX))
                       TO DT-NEW-SEAT
                   MOVE 'SAME SEAT' TO DT-RESULT
                   ADD 1 TO WS-KEPT-COUNT
               WHEN WS-PX-MOVED(WS-PX)
                   MOVE WS-NP-SEAT(WS-PX-NEW-SLOT(WS-PX))
                       TO DT-NEW-SEAT
                   IF WS-PX-CKIN(WS-PX) = 'Y'
                       MOVE 'MOVED - REISSUE BOARDING PASS'
                           TO DT-RESULT
                   ELSE
                       MOVE 'MOVED' TO DT-RESULT
                   END-IF
                   ADD 1 TO WS-MOVED-COUNT
               WHEN OTHER
                   MOVE '---' TO DT-NEW-SEAT
                   MOVE 'NOT SEATED - NO SEAT IN CABIN' TO DT-RESULT
                   ADD 1 TO WS-UNSEATED-COUNT
                   IF WS-PX-PNR(WS-PX) NOT = WS-NOTIFIED-PNR
                       PERFORM 3710-WRITE-NOTIFICATION
                   END-IF
           END-EVALUATE

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    One message per booking, however many of the party
      *    were left without a seat.
       3710-WRITE-NOTIFICATION.
           MOVE WS-PX-PNR(WS-PX) TO WS-NOTIFIED-PNR
           MOVE WS-PX-PNR(WS-PX) TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTIFY-REC
           MOVE PR-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL
           STRING 'FLIGHT ' WS-SEL-FLIGHT ' ON ' WS-SEL-DATE
                  ' NOW HAS A NEW AIRCRAFT - PLEASE SEE CHECK-IN'
                  ' FOR A SEAT.'
               DELIMITED BY SIZE INTO NT-MESSAGE
           END-STRING
           MOVE 'EQPCHG  ' TO NT-EVENT
           MOVE WS-SEL-FLIGHT TO NT-FLIGHT

           WRITE WS-NOTIFY-REC.

      * =======================================================
      *     JOURNAL THE PNR AFTER-IMAGE FOR FORWARD RECOVERY
      * =======================================================
       7500-JOURNAL-PNR-IMAGE.
           ACCEPT WS-JRNL-YYMMDD FROM DATE
           ACCEPT WS-JRNL-CLOCK FROM TIME

           MOVE SPACES TO WS-JRNL-REC
           MOVE '20' TO JR-DATE(1:2)
           MOVE WS-JRNL-YYMMDD TO JR-DATE(3:6)
           MOVE WS-JRNL-CLOCK(1:6) TO JR-TIME
           MOVE 'EQPCHG' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       9000-FINALIZE-RUN.
           MOVE WS-FLIGHT-COUNT TO TL-FLIGHTS
           MOVE WS-NOPLAN-COUNT TO TL-NOPLAN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-KEPT-COUNT TO TL-KEPT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-MOVED-COUNT TO TL-MOVED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-UNSEATED-COUNT TO TL-UNSEATED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE FLSR-FILE
           CLOSE SEAT-FILE
           CLOSE ACFT-FILE
           CLOSE XREF-FILE
           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE NOTIFY-OUT
           CLOSE RESEAT-RPT.

       8000-READ-FLIGHT.
           READ FLSR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF NOT WS-XREF-EOF
               IF XR-FLT NOT = WS-SEL-FLIGHT
                  OR XR-DATE NOT = WS-SEL-DATE
                   MOVE 'Y' TO WS-XREF-EOF-SW
               END-IF
           END-IF.
