       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTLVCH.

      * =======================================================
      *   HOTEL AND MEAL VOUCHERS FOR DISRUPTED PASSENGERS
      * =======================================================
      *   Takes the disruption date on SYSIN and issues the
      *   vouchers the station owes, in place of the paper forms
      *   the hotels used to invoice against:
      *     - a booking RACCOM took off a flight cancelled on
      *       the day (its RACLOG) gets a meal voucher, and a
      *       hotel voucher as well when it was not moved onto
      *       a flight the same day - rebooked for tomorrow,
      *       waitlisted or left with no alternative;
      *     - a booking on a flight whose FLTOPS record shows a
      *       delay of the meal threshold or more (default two
      *       hours) gets a meal voucher, and a hotel voucher
      *       when the delay carries the departure past
      *       midnight.
      *   The hotel is the first active HTLMST contract at the
      *   flight's origin with rooms left that night (HTLNGT
      *   counts the rooms given out per hotel per night); a
      *   meal voucher goes to the same hotel, or to the
      *   station's first active contract when nobody is
      *   staying over. A party takes a room per two passengers
      *   and a meal per passenger - a lap infant shares both.
      *   Each voucher is numbered HV + eight digits off the
      *   register's control row (key all zeros, type K) on
      *   HVCHREG, and HVCHXRF holds PNR + flight + date + type
      *   so the job can be rerun through the day as delays
      *   grow without issuing the same voucher twice. The
      *   passenger is told the voucher number through the
      *   SCNOTIFY feed, and the report lists every voucher for
      *   the station desk. HTLINV matches the hotels' invoices
      *   against the register.
      *   Control card: disruption date, then the meal
      *   threshold in minutes in columns 9-11.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RACLOG-FILE ASSIGN TO RACLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT OPS-FILE ASSIGN TO FLTOPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPS-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

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

           SELECT HTL-FILE ASSIGN TO HTLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-KEY
               FILE STATUS IS WS-HTL-STATUS.

           SELECT NGT-FILE ASSIGN TO HTLNGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HN-KEY
               FILE STATUS IS WS-NGT-STATUS.

           SELECT HVCH-FILE ASSIGN TO HVCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HV-NUMBER
               FILE STATUS IS WS-HVC-STATUS.

           SELECT HVXR-FILE ASSIGN TO HVCHXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HVX-STATUS.

           SELECT NOTIFY-OUT ASSIGN TO SCNOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT VCH-RPT ASSIGN TO HTLVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Reaccommodation log - one record per booking RACCOM
      *   took off a cancelled flight.
       FD  RACLOG-FILE.
       01  WS-RACLOG-REC.
           05 RL-PNR                PIC X(6).
           05 RL-FLIGHT             PIC X(6).
           05 RL-DATE               PIC X(8).
           05 RL-SCHED-ARR          PIC X(4).
           05 RL-OLD-STATUS         PIC X.
           05 RL-RESULT             PIC X.
               88 RL-MOVED          VALUE 'M'.
               88 RL-WAITLISTED     VALUE 'W'.
               88 RL-NO-ALTERNATIVE VALUE 'N'.
           05 RL-NEW-FLT            PIC X(5).
           05 RL-NEW-DATE           PIC X(8).
           05 RL-NEW-ARR            PIC X(4).
           05 RL-RUN-DATE           PIC X(8).
           05 RL-RUN-TIME           PIC X(6).

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

      *   Station hotel contracts, loaded by HTLLOAD.
       FD  HTL-FILE.
       01  WS-HTL-REC.
           05 HT-KEY.
               10 HT-STATION          PIC X(3).
               10 HT-HOTEL            PIC X(4).
           05 HT-NAME                 PIC X(30).
           05 HT-ROOM-RATE            PIC 9(4)V99.
           05 HT-MEAL-RATE            PIC 9(3)V99.
           05 HT-CURR                 PIC X(3).
           05 HT-ROOMS                PIC 9(3).
           05 HT-STATUS               PIC X(1).
               88 HT-ST-ACTIVE        VALUE 'A'.
               88 HT-ST-SUSPENDED     VALUE 'S'.
               88 HT-ST-CLOSED        VALUE 'C'.

      *   Rooms given out per hotel per night.
       FD  NGT-FILE.
       01  WS-NGT-REC.
           05 HN-KEY.
               10 HN-STATION          PIC X(3).
               10 HN-HOTEL            PIC X(4).
               10 HN-NIGHT            PIC X(8).
           05 HN-ROOMS-USED           PIC 9(3).

      *   Hotel and meal voucher register. The control row (key
      *   all zeros, type K) carries the last number issued.
       FD  HVCH-FILE.
       01  WS-HVCH-REC.
           05 HV-NUMBER               PIC X(10).
           05 HV-TYPE                 PIC X(1).
               88 HV-HOTEL-VOUCHER    VALUE 'H'.
               88 HV-MEAL-VOUCHER     VALUE 'M'.
               88 HV-CONTROL          VALUE 'K'.
           05 HV-PNR                  PIC X(6).
           05 HV-FLIGHT               PIC X(6).
           05 HV-FLT-DATE             PIC X(8).
           05 HV-STATION              PIC X(3).
           05 HV-HOTEL                PIC X(4).
           05 HV-NIGHT                PIC X(8).
           05 HV-PAX                  PIC 9(2).
           05 HV-ROOMS                PIC 9(2).
           05 HV-AMOUNT               PIC 9(5)V99.
           05 HV-CURR                 PIC X(3).
           05 HV-ISSUE-DATE           PIC X(8).
           05 HV-ISSUE-TIME           PIC X(6).
           05 HV-STATUS               PIC X(1).
               88 HV-ST-ISSUED        VALUE 'I'.
               88 HV-ST-BILLED        VALUE 'B'.
           05 HV-INVOICE              PIC X(12).
           05 HV-INV-DATE             PIC X(8).
           05 HV-INV-AMT              PIC 9(5)V99.
           05 HV-LAST-SEQ             PIC 9(8).

      *   One row per voucher given - PNR, flight, date, type.
       FD  HVXR-FILE.
       01  WS-HVXR-REC.
           05 HX-KEY.
               10 HX-PNR              PIC X(6).
               10 HX-FLIGHT           PIC X(6).
               10 HX-DATE             PIC X(8).
               10 HX-TYPE             PIC X(1).
           05 HX-NUMBER               PIC X(10).

       FD  NOTIFY-OUT
           RECORDING MODE IS F.
       01  WS-NOTIFY-REC.
           05 NT-PNR                 PIC X(6).
           05 FILLER                 PIC X(1).
           05 NT-MESSAGE             PIC X(90).
           05 NT-PHONE               PIC X(14).
           05 NT-EMAIL               PIC X(30).
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

       FD  VCH-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RCL-STATUS              PIC X(2) VALUE SPACES.
       01 WS-OPS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OPS-OK              VALUE '00'.
       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-XRF-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-HTL-STATUS              PIC X(2) VALUE SPACES.
           88 WS-HTL-OK              VALUE '00'.
       01 WS-NGT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-NGT-OK              VALUE '00'.
       01 WS-HVC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-HVC-OK              VALUE '00'.
       01 WS-HVX-STATUS              PIC X(2) VALUE SPACES.
           88 WS-HVX-OK              VALUE '00'.
       01 WS-NOTIFY-STATUS           PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-RCL-EOF-SW              PIC X VALUE 'N'.
           88 WS-RCL-DONE            VALUE 'Y'.
       01 WS-OPS-EOF-SW              PIC X VALUE 'N'.
           88 WS-OPS-DONE            VALUE 'Y'.
       01 WS-XRF-EOF-SW              PIC X VALUE 'N'.
           88 WS-XRF-DONE            VALUE 'Y'.
       01 WS-HTL-EOF-SW              PIC X VALUE 'N'.
           88 WS-HTL-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).
           05 CC-MEAL-MINS            PIC X(3).

       01 WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01 WS-MEAL-MINS                PIC 9(3) VALUE 120.
       01 WS-SEL-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-SEL-STATION              PIC X(3) VALUE SPACES.
       01 WS-OVERNIGHT-SW             PIC X VALUE 'N'.
           88 WS-OVERNIGHT            VALUE 'Y'.

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

       01 WS-HHMM.
           05 WS-HHMM-HH              PIC 9(2).
           05 WS-HHMM-MM              PIC 9(2).
       01 WS-DEP-MINS                 PIC 9(5) VALUE 0.

       01 WS-PAX                      PIC 9(2) VALUE 0.
       01 WS-ROOMS-NEEDED             PIC 9(2) VALUE 0.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.

      * The hotel picked for the booking - blank when the
      * station has no contract that can take it.
       01 WS-PICK-HOTEL               PIC X(4) VALUE SPACES.
       01 WS-PICK-NAME                PIC X(30) VALUE SPACES.
       01 WS-PICK-ROOM-RATE           PIC 9(4)V99 VALUE 0.
       01 WS-PICK-MEAL-RATE           PIC 9(3)V99 VALUE 0.
       01 WS-PICK-CURR                PIC X(3) VALUE SPACES.
       01 WS-PICK-ROOMS-USED          PIC 9(3) VALUE 0.
       01 WS-PICK-NGT-FOUND           PIC X VALUE 'N'.
       01 WS-MEAL-HOTEL               PIC X(4) VALUE SPACES.
       01 WS-MEAL-NAME                PIC X(30) VALUE SPACES.
       01 WS-MEAL-RATE                PIC 9(3)V99 VALUE 0.
       01 WS-MEAL-CURR                PIC X(3) VALUE SPACES.

       01 WS-HVCH-CONTROL-KEY         PIC X(10) VALUE ZEROS.
       01 WS-HVCH-SEQ                 PIC 9(8) VALUE 0.
       01 WS-HVCH-CTL-FOUND           PIC X VALUE 'N'.
       01 WS-VCH-TYPE                 PIC X VALUE SPACE.
       01 WS-VCH-AMOUNT               PIC 9(5)V99 VALUE 0.
       01 WS-VCH-NUMBER               PIC X(10) VALUE SPACES.
       01 WS-VCH-WRITTEN              PIC X VALUE 'N'.
       01 WS-ISSUED-SW                PIC X VALUE 'N'.
           88 WS-ALREADY-ISSUED       VALUE 'Y'.

       01 WS-HOTEL-COUNT              PIC 9(5) VALUE 0.
       01 WS-HOTEL-AMT                PIC 9(9)V99 VALUE 0.
       01 WS-ROOM-COUNT               PIC 9(5) VALUE 0.
       01 WS-MEAL-COUNT               PIC 9(5) VALUE 0.
       01 WS-MEAL-AMT                 PIC 9(9)V99 VALUE 0.
       01 WS-NO-HOTEL-COUNT           PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT            PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(38)
               VALUE 'HOTEL AND MEAL VOUCHERS - DISRUPTION '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'PNR'.
           05 FILLER                  PIC X(7) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(4) VALUE 'STN'.
           05 FILLER                  PIC X(4) VALUE 'EVT'.
           05 FILLER                  PIC X(3) VALUE 'PX'.
           05 FILLER                  PIC X(2) VALUE 'T'.
           05 FILLER                  PIC X(11) VALUE 'VOUCHER'.
           05 FILLER                  PIC X(5) VALUE 'HOTL'.
           05 FILLER                  PIC X(10) VALUE '    AMOUNT'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-STATION              PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-EVENT                PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-PAX                  PIC Z9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-VOUCHER              PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-HOTEL                PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-AMOUNT               PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-RESULT               PIC X(24).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'HOTEL VOUCHERS ISSUED:  '.
           05 TL-HOTELS               PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  ROOMS '.
           05 TL-ROOMS                PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-HOTEL-AMT            PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'MEAL VOUCHERS ISSUED:   '.
           05 TL-MEALS                PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-MEAL-AMT             PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'NO HOTEL - HAND-BOOK:   '.
           05 TL-NO-HOTEL             PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'ALREADY ISSUED:         '.
           05 TL-ALREADY              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-CANCELLATIONS UNTIL WS-RCL-DONE
           PERFORM 3000-START-DELAY-PASS
           PERFORM 3100-PROCESS-DELAYS UNTIL WS-OPS-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-DATE TO WS-RUN-DATE
           IF CC-MEAL-MINS NUMERIC AND CC-MEAL-MINS > ZERO
               MOVE CC-MEAL-MINS TO WS-MEAL-MINS
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

           OPEN INPUT RACLOG-FILE
           OPEN INPUT OPS-FILE
           OPEN INPUT FLSR-FILE
           OPEN INPUT XREF-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT HTL-FILE
           OPEN I-O NGT-FILE
           OPEN I-O HVCH-FILE
           OPEN I-O HVXR-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN OUTPUT VCH-RPT

           PERFORM 1100-READ-VOUCHER-CONTROL

           MOVE WS-RUN-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-RACLOG.

      *    Same control-row scheme as the ticket register; the
      *    last number is carried in storage and written back
      *    at the end of the run.
       1100-READ-VOUCHER-CONTROL.
           MOVE WS-HVCH-CONTROL-KEY TO HV-NUMBER
           READ HVCH-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HVC-OK
               MOVE 'Y' TO WS-HVCH-CTL-FOUND
               MOVE HV-LAST-SEQ TO WS-HVCH-SEQ
           ELSE
               MOVE 'N' TO WS-HVCH-CTL-FOUND
               MOVE 0 TO WS-HVCH-SEQ
           END-IF.

      * =======================================================
      *   PASS 1 - BOOKINGS TAKEN OFF A FLIGHT CANCELLED TODAY
      * =======================================================
      *    Only a confirmed passenger was at the airport to be
      *    looked after, and only a cancellation made on the
      *    day left anybody stranded - one made ahead was
      *    rebooked before they set out.
       2000-PROCESS-CANCELLATIONS.
           IF RL-DATE = WS-RUN-DATE
              AND RL-OLD-STATUS = 'C'
              AND RL-RUN-DATE >= RL-DATE
               PERFORM 2100-CANCELLED-BOOKING
           END-IF

           PERFORM 8000-READ-RACLOG.

       2100-CANCELLED-BOOKING.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RL-PNR TO DT-PNR
           MOVE RL-FLIGHT TO DT-FLIGHT
           MOVE 'CXL' TO DT-EVENT
           MOVE RL-FLIGHT TO WS-SEL-FLIGHT

           MOVE RL-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
               MOVE 'PNR NOT ON FILE' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE PR-ORIG TO WS-SEL-STATION
           MOVE RL-FLIGHT(1:5) TO WR-FLTNUM
           MOVE RL-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               MOVE WR-ORIG TO WS-SEL-STATION
           END-IF

           IF RL-MOVED AND RL-NEW-DATE = RL-DATE
               MOVE 'N' TO WS-OVERNIGHT-SW
           ELSE
               MOVE 'Y' TO WS-OVERNIGHT-SW
           END-IF

           PERFORM 4000-ISSUE-FOR-BOOKING.

      * =======================================================
      *   PASS 2 - BOOKINGS ON THE DAY'S DELAYED FLIGHTS
      * =======================================================
       3000-START-DELAY-PASS.
           MOVE LOW-VALUES TO OP-KEY
           START OPS-FILE KEY >= OP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OPS-EOF-SW
           END-START

           IF NOT WS-OPS-DONE
               PERFORM 8100-READ-OPS
           END-IF.

       3100-PROCESS-DELAYS.
           IF OP-DATE = WS-RUN-DATE
              AND OP-DELAY-MINS >= WS-MEAL-MINS
               PERFORM 3200-DELAYED-FLIGHT
           END-IF

           PERFORM 8100-READ-OPS.

      *    A flight not on FLSRFIL has no origin to look after
      *    anyone at and is listed once. The departure is pushed
      *    past midnight when the scheduled time plus the delay
      *    reaches the next day.
       3200-DELAYED-FLIGHT.
           MOVE SPACES TO WS-SEL-FLIGHT
           MOVE OP-FLTNUM TO WS-SEL-FLIGHT(1:5)

           MOVE OP-FLTNUM TO WR-FLTNUM
           MOVE OP-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SEL-FLIGHT TO DT-FLIGHT
               MOVE 'DLY' TO DT-EVENT
               MOVE 'FLIGHT NOT ON FLSRFIL' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WR-ORIG TO WS-SEL-STATION

           MOVE 'N' TO WS-OVERNIGHT-SW
           IF WR-DEPTIME NUMERIC
               MOVE WR-DEPTIME TO WS-HHMM
               COMPUTE WS-DEP-MINS =
                   WS-HHMM-HH * 60 + WS-HHMM-MM + OP-DELAY-MINS
               IF WS-DEP-MINS >= 1440
                   MOVE 'Y' TO WS-OVERNIGHT-SW
               END-IF
           END-IF

           MOVE 'N' TO WS-XRF-EOF-SW
           MOVE WS-SEL-FLIGHT TO XR-FLT
           MOVE OP-DATE TO XR-DATE
           MOVE LOW-VALUES TO XR-PNR
           START XREF-FILE KEY >= XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XRF-EOF-SW
           END-START

           IF NOT WS-XRF-DONE
               PERFORM 8200-READ-XREF
           END-IF
           PERFORM 3300-DELAYED-BOOKING UNTIL WS-XRF-DONE.

      *    The leg match doubles as the stale-entry filter, as
      *    in the other access-path readers.
       3300-DELAYED-BOOKING.
           MOVE XR-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PNR-OK
              AND PR-ST-CONFIRMED
              AND ((PR-OUT-FLT = WS-SEL-FLIGHT
                   AND PR-DEPDATE = WS-RUN-DATE)
                OR (PR-OUT-FLT2 = WS-SEL-FLIGHT
                   AND PR-DEPDATE = WS-RUN-DATE)
                OR (PR-TRIPTYPE = 'R'
                   AND PR-RET-FLT = WS-SEL-FLIGHT
                   AND PR-RETDATE = WS-RUN-DATE))
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PR-PNR TO DT-PNR
               MOVE WS-SEL-FLIGHT TO DT-FLIGHT
               MOVE 'DLY' TO DT-EVENT
               PERFORM 4000-ISSUE-FOR-BOOKING
           END-IF

           PERFORM 8200-READ-XREF.

      * =======================================================
      *   THE VOUCHERS FOR ONE BOOKING
      * =======================================================
      *    PNR-FILE holds the booking and WS-SEL-FLIGHT,
      *    WS-SEL-STATION and WS-OVERNIGHT-SW the disruption.
       4000-ISSUE-FOR-BOOKING.
           MOVE WS-SEL-STATION TO DT-STATION
           PERFORM 4100-COUNT-PASSENGERS
           MOVE WS-PAX TO DT-PAX
           MOVE SPACES TO WS-MEAL-HOTEL

           IF WS-OVERNIGHT
               MOVE 'H' TO WS-VCH-TYPE
               PERFORM 5050-CHECK-ISSUED
           END-IF
           IF WS-OVERNIGHT AND NOT WS-ALREADY-ISSUED
               PERFORM 4200-PICK-HOTEL
               IF WS-PICK-HOTEL = SPACES
                   MOVE 'H' TO DT-TYPE
                   MOVE 'NO ROOM - HAND-BOOK' TO DT-RESULT
                   ADD 1 TO WS-NO-HOTEL-COUNT
                   WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ELSE
                   MOVE WS-PICK-HOTEL TO WS-MEAL-HOTEL
                   MOVE WS-PICK-NAME TO WS-MEAL-NAME
                   MOVE WS-PICK-MEAL-RATE TO WS-MEAL-RATE
                   MOVE WS-PICK-CURR TO WS-MEAL-CURR
                   MOVE 'H' TO WS-VCH-TYPE
                   COMPUTE WS-VCH-AMOUNT =
                       WS-PICK-ROOM-RATE * WS-ROOMS-NEEDED
                   PERFORM 5000-ISSUE-VOUCHER
               END-IF
           END-IF

           MOVE 'M' TO WS-VCH-TYPE
           PERFORM 5050-CHECK-ISSUED
           IF WS-ALREADY-ISSUED
               EXIT PARAGRAPH
           END-IF

           IF WS-MEAL-HOTEL = SPACES
               PERFORM 4400-PICK-MEAL-HOTEL
           END-IF
           IF WS-MEAL-HOTEL = SPACES
               MOVE 'M' TO DT-TYPE
               MOVE SPACES TO DT-VOUCHER
               MOVE SPACES TO DT-HOTEL
               MOVE 0 TO DT-AMOUNT
               MOVE 'NO CONTRACT AT STATION' TO DT-RESULT
               ADD 1 TO WS-NO-HOTEL-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'M' TO WS-VCH-TYPE
           COMPUTE WS-VCH-AMOUNT = WS-MEAL-RATE * WS-PAX
           PERFORM 5000-ISSUE-VOUCHER.

      *    A lap infant shares the room and the meal.
       4100-COUNT-PASSENGERS.
           MOVE 0 TO WS-PAX
           PERFORM 4150-COUNT-ONE-PASSENGER
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP
           IF WS-PAX < 1
               MOVE 1 TO WS-PAX
           END-IF
           COMPUTE WS-ROOMS-NEEDED = (WS-PAX + 1) / 2.

       4150-COUNT-ONE-PASSENGER.
           IF PR-PSGR-TYPE(WS-PSGR-IX) NOT = 'I'
               ADD 1 TO WS-PAX
           END-IF.

      *    The station's contracts in hotel-code order; the
      *    first active one with the rooms left tonight wins.
       4200-PICK-HOTEL.
           MOVE SPACES TO WS-PICK-HOTEL
           MOVE 'N' TO WS-HTL-EOF-SW
           MOVE WS-SEL-STATION TO HT-STATION
           MOVE LOW-VALUES TO HT-HOTEL
           START HTL-FILE KEY >= HT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HTL-EOF-SW
           END-START

           IF NOT WS-HTL-DONE
               PERFORM 8300-READ-HOTEL
           END-IF
           PERFORM 4250-TRY-HOTEL
               UNTIL WS-HTL-DONE OR WS-PICK-HOTEL NOT = SPACES.

       4250-TRY-HOTEL.
           IF HT-ST-ACTIVE
               MOVE HT-STATION TO HN-STATION
               MOVE HT-HOTEL TO HN-HOTEL
               MOVE WS-RUN-DATE TO HN-NIGHT
               READ NGT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-NGT-OK
                   MOVE 'Y' TO WS-PICK-NGT-FOUND
                   MOVE HN-ROOMS-USED TO WS-PICK-ROOMS-USED
               ELSE
                   MOVE 'N' TO WS-PICK-NGT-FOUND
                   MOVE 0 TO WS-PICK-ROOMS-USED
               END-IF
               IF WS-PICK-ROOMS-USED + WS-ROOMS-NEEDED <= HT-ROOMS
                   MOVE HT-HOTEL TO WS-PICK-HOTEL
                   MOVE HT-NAME TO WS-PICK-NAME
                   MOVE HT-ROOM-RATE TO WS-PICK-ROOM-RATE
                   MOVE HT-MEAL-RATE TO WS-PICK-MEAL-RATE
                   MOVE HT-CURR TO WS-PICK-CURR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 8300-READ-HOTEL.

      *    Meals only - the station's first active contract.
       4400-PICK-MEAL-HOTEL.
           MOVE 'N' TO WS-HTL-EOF-SW
           MOVE WS-SEL-STATION TO HT-STATION
           MOVE LOW-VALUES TO HT-HOTEL
           START HTL-FILE KEY >= HT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HTL-EOF-SW
           END-START

           IF NOT WS-HTL-DONE
               PERFORM 8300-READ-HOTEL
           END-IF
           PERFORM 4450-TRY-MEAL-HOTEL
               UNTIL WS-HTL-DONE OR WS-MEAL-HOTEL NOT = SPACES.

       4450-TRY-MEAL-HOTEL.
           IF HT-ST-ACTIVE
               MOVE HT-HOTEL TO WS-MEAL-HOTEL
               MOVE HT-NAME TO WS-MEAL-NAME
               MOVE HT-MEAL-RATE TO WS-MEAL-RATE
               MOVE HT-CURR TO WS-MEAL-CURR
               EXIT PARAGRAPH
           END-IF

           PERFORM 8300-READ-HOTEL.

      * =======================================================
      *   ISSUE ONE VOUCHER - UNLESS THIS ONE WAS GIVEN ALREADY
      * =======================================================
      *    WS-VCH-TYPE and WS-VCH-AMOUNT are set by the caller,
      *    which has already checked the voucher is not on file.
       5000-ISSUE-VOUCHER.
           MOVE WS-VCH-TYPE TO DT-TYPE
           ADD 1 TO WS-HVCH-SEQ
           MOVE SPACES TO WS-VCH-NUMBER
           STRING 'HV' WS-HVCH-SEQ
               DELIMITED BY SIZE INTO WS-VCH-NUMBER
           END-STRING

           MOVE SPACES TO WS-HVCH-REC
           MOVE WS-VCH-NUMBER TO HV-NUMBER
           MOVE WS-VCH-TYPE TO HV-TYPE
           MOVE PR-PNR TO HV-PNR
           MOVE WS-SEL-FLIGHT TO HV-FLIGHT
           MOVE WS-RUN-DATE TO HV-FLT-DATE
           MOVE WS-SEL-STATION TO HV-STATION
           MOVE WS-RUN-DATE TO HV-NIGHT
           MOVE WS-PAX TO HV-PAX
           MOVE WS-VCH-AMOUNT TO HV-AMOUNT
           MOVE WS-CURR-DATE TO HV-ISSUE-DATE
           MOVE WS-CURR-TIME TO HV-ISSUE-TIME
           MOVE 'I' TO HV-STATUS
           MOVE ZERO TO HV-INV-AMT
           MOVE ZERO TO HV-LAST-SEQ
           IF HV-HOTEL-VOUCHER
               MOVE WS-PICK-HOTEL TO HV-HOTEL
               MOVE WS-ROOMS-NEEDED TO HV-ROOMS
               MOVE WS-PICK-CURR TO HV-CURR
           ELSE
               MOVE WS-MEAL-HOTEL TO HV-HOTEL
               MOVE ZERO TO HV-ROOMS
               MOVE WS-MEAL-CURR TO HV-CURR
           END-IF

           MOVE 'N' TO WS-VCH-WRITTEN
           WRITE WS-HVCH-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-HVC-OK
               MOVE 'Y' TO WS-VCH-WRITTEN
           END-IF
           IF WS-VCH-WRITTEN NOT = 'Y'
               MOVE 'VOUCHER WRITE FAILED' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE PR-PNR TO HX-PNR
           MOVE WS-SEL-FLIGHT TO HX-FLIGHT
           MOVE WS-RUN-DATE TO HX-DATE
           MOVE WS-VCH-TYPE TO HX-TYPE
           MOVE WS-VCH-NUMBER TO HX-NUMBER
           WRITE WS-HVXR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE WS-VCH-NUMBER TO DT-VOUCHER
           MOVE HV-HOTEL TO DT-HOTEL
           MOVE WS-VCH-AMOUNT TO DT-AMOUNT
           IF HV-HOTEL-VOUCHER
               PERFORM 5200-BOOK-ROOMS
               MOVE 'HOTEL VOUCHER ISSUED' TO DT-RESULT
               ADD 1 TO WS-HOTEL-COUNT
               ADD WS-ROOMS-NEEDED TO WS-ROOM-COUNT
               ADD WS-VCH-AMOUNT TO WS-HOTEL-AMT
           ELSE
               MOVE 'MEAL VOUCHER ISSUED' TO DT-RESULT
               ADD 1 TO WS-MEAL-COUNT
               ADD WS-VCH-AMOUNT TO WS-MEAL-AMT
           END-IF
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 5700-WRITE-NOTIFICATION.

      *    A rerun through the day meets the vouchers it gave
      *    earlier - they are listed, not issued again.
       5050-CHECK-ISSUED.
           MOVE 'N' TO WS-ISSUED-SW
           MOVE PR-PNR TO HX-PNR
           MOVE WS-SEL-FLIGHT TO HX-FLIGHT
           MOVE WS-RUN-DATE TO HX-DATE
           MOVE WS-VCH-TYPE TO HX-TYPE
           READ HVXR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HVX-OK
               MOVE 'Y' TO WS-ISSUED-SW
               MOVE WS-VCH-TYPE TO DT-TYPE
               MOVE HX-NUMBER TO DT-VOUCHER
               MOVE SPACES TO DT-HOTEL
               MOVE 0 TO DT-AMOUNT
               MOVE 'ALREADY ISSUED' TO DT-RESULT
               ADD 1 TO WS-ALREADY-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       5200-BOOK-ROOMS.
           MOVE WS-SEL-STATION TO HN-STATION
           MOVE WS-PICK-HOTEL TO HN-HOTEL
           MOVE WS-RUN-DATE TO HN-NIGHT
           COMPUTE HN-ROOMS-USED =
               WS-PICK-ROOMS-USED + WS-ROOMS-NEEDED
           IF WS-PICK-NGT-FOUND = 'Y'
               REWRITE WS-NGT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-NGT-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * =======================================================
      *      WRITE ONE NOTIFICATION FEED RECORD FOR SCNOTIFY
      * =======================================================
       5700-WRITE-NOTIFICATION.
           MOVE SPACES TO WS-NOTIFY-REC
           MOVE PR-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL

           IF HV-HOTEL-VOUCHER
               STRING 'HOTEL VOUCHER ' WS-VCH-NUMBER ' - '
                      WS-PICK-NAME
                      ' - SEE THE AIRPORT TRANSFER DESK.'
                   DELIMITED BY SIZE INTO NT-MESSAGE
               END-STRING
           ELSE
               STRING 'MEAL VOUCHER ' WS-VCH-NUMBER ' - '
                      WS-MEAL-NAME
                      ' - SHOW IT WITH YOUR BOARDING PASS.'
                   DELIMITED BY SIZE INTO NT-MESSAGE
               END-STRING
           END-IF

           MOVE 'VOUCHER' TO NT-EVENT
           MOVE WS-SEL-FLIGHT TO NT-FLIGHT

           WRITE WS-NOTIFY-REC.

       9000-FINALIZE-RUN.
           PERFORM 9050-WRITE-VOUCHER-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-HOTEL-COUNT TO TL-HOTELS
           MOVE WS-ROOM-COUNT TO TL-ROOMS
           MOVE WS-HOTEL-AMT TO TL-HOTEL-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-MEAL-COUNT TO TL-MEALS
           MOVE WS-MEAL-AMT TO TL-MEAL-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-NO-HOTEL-COUNT TO TL-NO-HOTEL
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ALREADY-COUNT TO TL-ALREADY
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE RACLOG-FILE
           CLOSE OPS-FILE
           CLOSE FLSR-FILE
           CLOSE XREF-FILE
           CLOSE PNR-FILE
           CLOSE HTL-FILE
           CLOSE NGT-FILE
           CLOSE HVCH-FILE
           CLOSE HVXR-FILE
           CLOSE NOTIFY-OUT
           CLOSE VCH-RPT.

       9050-WRITE-VOUCHER-CONTROL.
           MOVE SPACES TO WS-HVCH-REC
           MOVE WS-HVCH-CONTROL-KEY TO HV-NUMBER
           MOVE 'K' TO HV-TYPE
           MOVE ZERO TO HV-PAX
           MOVE ZERO TO HV-ROOMS
           MOVE ZERO TO HV-AMOUNT
           MOVE ZERO TO HV-INV-AMT
           MOVE WS-HVCH-SEQ TO HV-LAST-SEQ
           IF WS-HVCH-CTL-FOUND = 'Y'
               REWRITE WS-HVCH-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-HVCH-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       8000-READ-RACLOG.
           READ RACLOG-FILE
               AT END
                   MOVE 'Y' TO WS-RCL-EOF-SW
           END-READ.

       8100-READ-OPS.
           READ OPS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OPS-EOF-SW
           END-READ.

       8200-READ-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XRF-EOF-SW
           END-READ
           IF NOT WS-XRF-DONE
               IF XR-FLT NOT = WS-SEL-FLIGHT
                  OR XR-DATE NOT = WS-RUN-DATE
                   MOVE 'Y' TO WS-XRF-EOF-SW
               END-IF
           END-IF.

       8300-READ-HOTEL.
           READ HTL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HTL-EOF-SW
           END-READ
           IF NOT WS-HTL-DONE
               IF HT-STATION NOT = WS-SEL-STATION
                   MOVE 'Y' TO WS-HTL-EOF-SW
               END-IF
           END-IF.
