       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGOLOAD.

      * =======================================================
      *   CARGO AND MAIL BOOKING LOAD
      * =======================================================
      *   Applies the cargo shed's booking feed to CGOBKG, one
      *   record per consignment, keyed flight + date + air
      *   waybill: pieces, weight, commodity, whether it is mail
      *   or dangerous goods, and the shed's priority (1 express
      *   or perishable, 2 general, 3 deferrable). Action N books
      *   a consignment or replaces it with new figures; X
      *   cancels it. A booking must fit the payload the flight
      *   has left once its passengers are allowed for - the
      *   type's maximum takeoff weight, less its empty weight,
      *   less a standard passenger and bag for every head the
      *   flight is forecast to carry, less the cargo already
      *   booked on it. The forecast is the seats on the type
      *   times PARMFIL CGOPAXLF percent (default 90), or the
      *   heads already booked if that is more. A consignment
      *   that does not fit is rejected back to the shed and
      *   what is left is shown. LOADSH puts the booked cargo on
      *   the loadsheet and lists what comes off first when the
      *   sheet is overweight.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGO-IN ASSIGN TO CGOIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CGO-FILE ASSIGN TO CGOBKG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CGO-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

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

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAD-RPT ASSIGN TO CGLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CGO-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-ACTION               PIC X(1).
               88 IN-ACT-BOOK         VALUE 'N'.
               88 IN-ACT-CANCEL       VALUE 'X'.
           05 IN-FLIGHT               PIC X(6).
           05 IN-DATE                 PIC X(8).
           05 IN-AWB                  PIC X(11).
           05 IN-PIECES               PIC 9(4).
           05 IN-WEIGHT               PIC 9(6).
           05 IN-MAIL                 PIC X(1).
               88 IN-MAIL-VALID       VALUE 'Y' 'N'.
           05 IN-DG                   PIC X(1).
               88 IN-DG-VALID         VALUE 'Y' 'N'.
           05 IN-PRIORITY             PIC X(1).
               88 IN-PRI-VALID        VALUE '1' '2' '3'.
           05 IN-DESC                 PIC X(20).

      *   Cargo booking - one consignment on one flight/date.
       FD  CGO-FILE.
       01  WS-CGO-REC.
           05 CG-KEY.
               10 CG-FLIGHT           PIC X(6).
               10 CG-DATE             PIC X(8).
               10 CG-AWB              PIC X(11).
           05 CG-PIECES               PIC 9(4).
           05 CG-WEIGHT               PIC 9(6).
           05 CG-MAIL                 PIC X(1).
               88 CG-IS-MAIL          VALUE 'Y'.
           05 CG-DG                   PIC X(1).
               88 CG-IS-DG            VALUE 'Y'.
           05 CG-PRIORITY             PIC X(1).
           05 CG-DESC                 PIC X(20).
           05 CG-STATUS               PIC X(1).
               88 CG-ST-BOOKED        VALUE 'B'.
               88 CG-ST-CANCELLED     VALUE 'X'.
           05 CG-BOOK-DATE            PIC X(8).
           05 CG-BOOK-TIME            PIC X(6).
           05 FILLER                  PIC X(10).

       FD  FLSR-FILE.
       01  WS-FLSR-REC.
           05 WR-FLTNUM              PIC X(5).
           05 WR-ORIG                PIC X(3).
           05 WR-DATE                PIC X(8).
           05 WR-DEST                PIC X(3).
           05 WR-DEPTIME              PIC X(4).
           05 WR-STATUS              PIC X(1).
               88 WR-ST-CANCELLED    VALUE 'C'.
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

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

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.
       01 WS-CGO-STATUS               PIC X(2) VALUE SPACES.
           88 WS-CGO-OK               VALUE '00'.
       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.
       01 WS-ACF-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ACF-OK               VALUE '00'.
       01 WS-XRF-STATUS               PIC X(2) VALUE SPACES.
           88 WS-XRF-OK               VALUE '00'.
       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-XREF-EOF-SW              PIC X VALUE 'N'.
           88 WS-XREF-EOF             VALUE 'Y'.
       01 WS-CGO-EOF-SW               PIC X VALUE 'N'.
           88 WS-CGO-EOF              VALUE 'Y'.

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

      * Forecast passenger load, percent of the type's seats -
      * PARMFIL CGOPAXLF overrides the default.
       01 WS-PAX-LF-PCT               PIC 9(3) VALUE 90.
       01 WS-PARM-NAME                PIC X(8) VALUE SPACES.
       01 WS-PARM-NUM                 PIC 9(3) VALUE 0.

      * The passenger side of the payload is worked out once per
      * flight/date - feeds arrive grouped by flight.
       01 WS-PAX-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-PAX-DATE                 PIC X(8) VALUE SPACES.
       01 WS-FLIGHT-OK                PIC X VALUE 'N'.
       01 WS-BOOKED-HEADS             PIC 9(5) VALUE 0.
       01 WS-FORECAST-HEADS           PIC 9(5) VALUE 0.
       01 WS-PAX-PAYLOAD              PIC 9(7) VALUE 0.
       01 WS-CARGO-BOOKED             PIC 9(7) VALUE 0.
       01 WS-PAYLOAD-LEFT             PIC S9(7) COMP VALUE 0.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'CARGO AND MAIL BOOKING LOAD REPORT'.

       01 WS-HEADING-2.
           05 FILLER                  PIC X(2) VALUE 'A'.
           05 FILLER                  PIC X(7) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(9) VALUE 'DATE'.
           05 FILLER                  PIC X(12) VALUE 'AWB'.
           05 FILLER                  PIC X(5) VALUE 'PCS'.
           05 FILLER                  PIC X(7) VALUE 'KG'.
           05 FILLER                  PIC X(4) VALUE 'M/D'.
           05 FILLER                  PIC X(8) VALUE 'LEFT KG'.
           05 FILLER                  PIC X(20) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-ACTION               PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-AWB                  PIC X(11).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PIECES               PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-WEIGHT               PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-MAIL                 PIC X(1).
           05 DT-DG                   PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-LEFT                 PIC -(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-RESULT               PIC X(25).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(8) VALUE 'BOOKED: '.
           05 TL-ADDED                PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  UPDATED: '.
           05 TL-UPDATED              PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  CANCELLED: '.
           05 TL-CANCELLED            PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-INPUT UNTIL WS-EOF
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

           PERFORM 1100-LOAD-SYSTEM-PARMS

           OPEN INPUT CGO-IN
           OPEN I-O CGO-FILE
           OPEN INPUT FLSR-FILE
           OPEN INPUT ACFT-FILE
           OPEN INPUT XREF-FILE
           OPEN INPUT PNR-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-INPUT.

       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE WS-PAX-LF-PCT TO WS-PARM-NUM
               MOVE 'CGOPAXLF' TO WS-PARM-NAME
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-NUM TO WS-PAX-LF-PCT

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

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-CONSIGNMENT
           PERFORM 8000-READ-INPUT.

       2100-LOAD-CONSIGNMENT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-ACTION TO DT-ACTION
           MOVE IN-FLIGHT TO DT-FLIGHT
           MOVE IN-DATE TO DT-DATE
           MOVE IN-AWB TO DT-AWB
           MOVE IN-MAIL TO DT-MAIL
           MOVE IN-DG TO DT-DG
           MOVE 0 TO DT-LEFT

           IF IN-FLIGHT = SPACES
              OR IN-DATE NOT NUMERIC
              OR IN-AWB = SPACES
              OR NOT (IN-ACT-BOOK OR IN-ACT-CANCEL)
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           IF IN-ACT-CANCEL
               PERFORM 2200-CANCEL-CONSIGNMENT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           IF IN-PIECES NOT NUMERIC
              OR IN-WEIGHT NOT NUMERIC
              OR IN-WEIGHT = 0
              OR NOT IN-MAIL-VALID
              OR NOT IN-DG-VALID
              OR NOT IN-PRI-VALID
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE IN-PIECES TO DT-PIECES
           MOVE IN-WEIGHT TO DT-WEIGHT

           IF IN-FLIGHT NOT = WS-PAX-FLIGHT
              OR IN-DATE NOT = WS-PAX-DATE
               PERFORM 3000-FORECAST-PAX-PAYLOAD
           END-IF
           IF WS-FLIGHT-OK = 'N'
               MOVE 'REJECTED - NO SUCH FLIGHT' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-SUM-CARGO-BOOKED
           COMPUTE WS-PAYLOAD-LEFT =
               WS-PAX-PAYLOAD - WS-CARGO-BOOKED
           IF IN-WEIGHT > WS-PAYLOAD-LEFT
               MOVE WS-PAYLOAD-LEFT TO DT-LEFT
               MOVE 'REJECTED - OVER PAYLOAD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAYLOAD-LEFT = WS-PAYLOAD-LEFT - IN-WEIGHT
           MOVE WS-PAYLOAD-LEFT TO DT-LEFT

           MOVE IN-FLIGHT TO CG-FLIGHT
           MOVE IN-DATE TO CG-DATE
           MOVE IN-AWB TO CG-AWB
           READ CGO-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-CONSIGNMENT
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-CONSIGNMENT
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2200-CANCEL-CONSIGNMENT.
           MOVE IN-FLIGHT TO CG-FLIGHT
           MOVE IN-DATE TO CG-DATE
           MOVE IN-AWB TO CG-AWB
           READ CGO-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-CGO-OK OR NOT CG-ST-BOOKED
               MOVE 'REJECTED - NOT BOOKED' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE CG-PIECES TO DT-PIECES
           MOVE CG-WEIGHT TO DT-WEIGHT
           MOVE 'X' TO CG-STATUS
           MOVE WS-CURR-DATE TO CG-BOOK-DATE
           MOVE WS-CURR-TIME TO CG-BOOK-TIME
           REWRITE WS-CGO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'CANCELLED' TO DT-RESULT
           ADD 1 TO WS-CANCELLED-COUNT.

       2300-ADD-NEW-CONSIGNMENT.
           MOVE SPACES TO WS-CGO-REC
           MOVE IN-FLIGHT TO CG-FLIGHT
           MOVE IN-DATE TO CG-DATE
           MOVE IN-AWB TO CG-AWB
           PERFORM 2400-FILL-CONSIGNMENT

           WRITE WS-CGO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'BOOKED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

      *    The booking stamp is when the consignment was last
      *    booked or re-booked - LOADSH offloads the latest first
      *    within a priority.
       2400-FILL-CONSIGNMENT.
           MOVE IN-PIECES TO CG-PIECES
           MOVE IN-WEIGHT TO CG-WEIGHT
           MOVE IN-MAIL TO CG-MAIL
           MOVE IN-DG TO CG-DG
           MOVE IN-PRIORITY TO CG-PRIORITY
           MOVE IN-DESC TO CG-DESC
           MOVE 'B' TO CG-STATUS
           MOVE WS-CURR-DATE TO CG-BOOK-DATE
           MOVE WS-CURR-TIME TO CG-BOOK-TIME.

       2500-UPDATE-CONSIGNMENT.
           PERFORM 2400-FILL-CONSIGNMENT

           REWRITE WS-CGO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'UPDATED' TO DT-RESULT
           ADD 1 TO WS-UPDATED-COUNT.

      * =======================================================
      *   PAYLOAD LEFT FOR CARGO AFTER THE PASSENGER FORECAST
      * =======================================================
       3000-FORECAST-PAX-PAYLOAD.
           MOVE IN-FLIGHT TO WS-PAX-FLIGHT
           MOVE IN-DATE TO WS-PAX-DATE
           MOVE 'N' TO WS-FLIGHT-OK
           MOVE 0 TO WS-PAX-PAYLOAD

           MOVE IN-FLIGHT(1:5) TO WR-FLTNUM
           MOVE IN-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK OR WR-ST-CANCELLED
               EXIT PARAGRAPH
           END-IF

           MOVE WR-ACFT-TYPE TO AC-TYPE
           READ ACFT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-ACF-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FLIGHT-OK

           PERFORM 3100-COUNT-BOOKED-HEADS
           COMPUTE WS-FORECAST-HEADS =
               AC-SEAT-CNT * WS-PAX-LF-PCT / 100
           IF WS-BOOKED-HEADS > WS-FORECAST-HEADS
               MOVE WS-BOOKED-HEADS TO WS-FORECAST-HEADS
           END-IF

           COMPUTE WS-PAYLOAD-LEFT = AC-MTOW - AC-OEW
               - WS-FORECAST-HEADS * (AC-PAX-WT + AC-BAG-WT)
           IF WS-PAYLOAD-LEFT > 0
               MOVE WS-PAYLOAD-LEFT TO WS-PAX-PAYLOAD
           END-IF.

      *    Live bookings on any leg of the flight/date - the leg
      *    test drops stale access-path entries, as GTMAN does.
       3100-COUNT-BOOKED-HEADS.
           MOVE 0 TO WS-BOOKED-HEADS
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE IN-FLIGHT TO XR-FLT
           MOVE IN-DATE TO XR-DATE
           MOVE LOW-VALUES TO XR-PNR
           START XREF-FILE KEY >= XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-START
           IF NOT WS-XREF-EOF
               PERFORM 8100-READ-XREF
           END-IF
           PERFORM 3110-ADD-BOOKING-HEADS UNTIL WS-XREF-EOF.

       3110-ADD-BOOKING-HEADS.
           MOVE XR-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PNR-OK
              AND (PR-ST-CONFIRMED OR PR-ST-HELD)
              AND (((PR-OUT-FLT = WS-PAX-FLIGHT
                     OR PR-OUT-FLT2 = WS-PAX-FLIGHT)
                    AND PR-DEPDATE = WS-PAX-DATE)
                OR (PR-RET-FLT = WS-PAX-FLIGHT
                    AND PR-RETDATE = WS-PAX-DATE))
               ADD PR-NUMP TO WS-BOOKED-HEADS
           END-IF
           PERFORM 8100-READ-XREF.

      *    Everything still booked on the flight/date bar the
      *    consignment in hand, whose old figures it replaces.
       3500-SUM-CARGO-BOOKED.
           MOVE 0 TO WS-CARGO-BOOKED
           MOVE 'N' TO WS-CGO-EOF-SW
           MOVE IN-FLIGHT TO CG-FLIGHT
           MOVE IN-DATE TO CG-DATE
           MOVE LOW-VALUES TO CG-AWB
           START CGO-FILE KEY >= CG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CGO-EOF-SW
           END-START
           IF NOT WS-CGO-EOF
               PERFORM 8200-READ-CARGO
           END-IF
           PERFORM 3510-ADD-CONSIGNMENT-WEIGHT UNTIL WS-CGO-EOF.

       3510-ADD-CONSIGNMENT-WEIGHT.
           IF CG-ST-BOOKED AND CG-AWB NOT = IN-AWB
               ADD CG-WEIGHT TO WS-CARGO-BOOKED
           END-IF
           PERFORM 8200-READ-CARGO.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-CANCELLED-COUNT TO TL-CANCELLED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE CGO-IN
           CLOSE CGO-FILE
           CLOSE FLSR-FILE
           CLOSE ACFT-FILE
           CLOSE XREF-FILE
           CLOSE PNR-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ CGO-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ
           IF NOT WS-XREF-EOF
               IF XR-FLT NOT = WS-PAX-FLIGHT
                  OR XR-DATE NOT = WS-PAX-DATE
                   MOVE 'Y' TO WS-XREF-EOF-SW
               END-IF
           END-IF.

       8200-READ-CARGO.
           READ CGO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CGO-EOF-SW
           END-READ
           IF NOT WS-CGO-EOF
               IF CG-FLIGHT NOT = IN-FLIGHT
                  OR CG-DATE NOT = IN-DATE
                   MOVE 'Y' TO WS-CGO-EOF-SW
               END-IF
           END-IF.
