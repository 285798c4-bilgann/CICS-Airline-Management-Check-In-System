       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYCMP.

      * =======================================================
      *   DELAY AND CANCELLATION COMPENSATION ENTITLEMENTS
      * =======================================================
      *   Runs after the day's departures, with the departure
      *   date on SYSIN. Two sources of a claim:
      *     - the bookings RACCOM took off a cancelled flight
      *       (its RACLOG), where the entitlement turns on how
      *       late the replacement got them in and how much
      *       notice they had;
      *     - the bookings on every flight whose FLTOPS actuals
      *       show a delay (OP-DELAY-MINS) of three hours or
      *       more.
      *   A delay or cancellation whose DLYCODE cause is marked
      *   outside our control (weather, ATC) is owed nothing.
      *   The amount per passenger comes from the delay band
      *   and the journey's SECMILE distance; lap infants are
      *   not paid. Each entitlement is issued as a VCHRFIL
      *   travel credit or raised as a pending cash claim on
      *   REFUNDF for RFSETL to pay, and every booking looked
      *   at is listed with what it was paid and why. A booking
      *   is paid once per run whatever it lost. RUNCTL is
      *   stamped per departure date - a date is only ever
      *   compensated once.
      *   Control card: departure date, then V in column 9 to
      *   offer every entitlement as travel credit; otherwise a
      *   card-paid booking gets a cash claim and a voucher- or
      *   miles-paid one (nothing to pay back to) a credit.
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

           SELECT CODE-FILE ASSIGN TO DLYCODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-CODE
               FILE STATUS IS WS-CODE-STATUS.

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

           SELECT SECMILE-FILE ASSIGN TO SECMILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT VCHR-FILE ASSIGN TO VCHRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VC-NUMBER
               FILE STATUS IS WS-VCH-STATUS.

           SELECT REFUND-FILE ASSIGN TO REFUNDF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.

           SELECT COMP-RPT ASSIGN TO DLYCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

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

       FD  CODE-FILE.
       01  WS-CODE-REC.
           05 DC-CODE                 PIC X(2).
           05 DC-DESC                 PIC X(20).
           05 DC-CONTROL              PIC X.
               88 DC-EXTRAORDINARY    VALUE 'X'.

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
               88 PR-GRP-NONREV     VALUE 'DEADHEAD' 'STAFFSBY'.
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

       FD  SECMILE-FILE.
       01  WS-SECMILE-REC.
           05 SM-KEY.
               10 SM-ORIG           PIC X(3).
               10 SM-DEST           PIC X(3).
           05 SM-MILES              PIC 9(5).

      *   Travel-credit voucher register - the same record CKIN
      *   issues a cancellation credit into and BOOK draws down.
       FD  VCHR-FILE.
       01  WS-VCH-REC.
           05 VC-NUMBER             PIC X(10).
           05 VC-PNR                PIC X(6).
           05 VC-ISSUE-DATE         PIC X(8).
           05 VC-EXPIRY-DATE        PIC X(8).
           05 VC-ORIG-AMT           PIC 9(7)V99.
           05 VC-BALANCE            PIC 9(7)V99.
           05 VC-CURR               PIC X(3).
           05 VC-STATUS             PIC X.
               88 VC-ST-OPEN        VALUE 'O'.
               88 VC-ST-DEPLETED    VALUE 'D'.
               88 VC-ST-EXPIRED     VALUE 'X'.
           05 VC-LAST-PNR           PIC X(6).
           05 VC-LAST-DATE          PIC X(8).

      *   Pending refunds - a cash claim rides here as a pending
      *   record with the compensation as its amount, and the
      *   RFSETL run pays it back to the booking's payment.
       FD  REFUND-FILE.
       01  WS-REFUND-REC.
           05 RF-PNR                PIC X(6).
           05 RF-DATE               PIC X(8).
           05 RF-TIME               PIC X(6).
           05 RF-PAY-METHOD         PIC X.
           05 RF-PAY-REF            PIC X(4).
           05 RF-FARE-AMT           PIC 9(7)V99.
           05 RF-BAG-FEE            PIC 9(5)V99.
           05 RF-STATUS             PIC X.
               88 RF-ST-PENDING     VALUE 'P'.
               88 RF-ST-SETTLED     VALUE 'S'.
           05 RF-CURR               PIC X(3).
           05 RF-TAX-AMT            PIC 9(5)V99.

       FD  COMP-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Run-control record - stamped per departure date, so a
      *   date already compensated is refused outright.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

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

       01 WS-RCL-STATUS              PIC X(2) VALUE SPACES.
       01 WS-OPS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OPS-OK              VALUE '00'.
       01 WS-CODE-STATUS             PIC X(2) VALUE SPACES.
           88 WS-CODE-OK             VALUE '00'.
       01 WS-XRF-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-SEC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SEC-OK              VALUE '00'.
       01 WS-VCH-STATUS              PIC X(2) VALUE SPACES.
           88 WS-VCH-OK              VALUE '00'.
       01 WS-RFD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-RCL-EOF-SW              PIC X VALUE 'N'.
           88 WS-RCL-DONE            VALUE 'Y'.
       01 WS-OPS-EOF-SW              PIC X VALUE 'N'.
           88 WS-OPS-DONE            VALUE 'Y'.
       01 WS-XRF-EOF-SW              PIC X VALUE 'N'.
           88 WS-XRF-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).
           05 CC-OFFER                PIC X.

       01 WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01 WS-OFFER-CREDIT             PIC X VALUE 'N'.
       01 WS-SEL-FLIGHT               PIC X(6) VALUE SPACES.

      * The regulation's bands - a journey up to the short-haul
      * distance, up to the medium-haul distance, and beyond;
      * nothing is owed under the minimum delay, and a
      * long-haul arrival under the full-rate delay is owed the
      * reduced long-haul amount. Notice of a cancellation this
      * many days ahead takes it out of compensation.
       01 WS-MIN-DELAY-MINS           PIC 9(5) VALUE 180.
       01 WS-LONG-FULL-MINS           PIC 9(5) VALUE 240.
       01 WS-SHORT-HAUL-MILES         PIC 9(5) VALUE 1500.
       01 WS-MEDIUM-HAUL-MILES        PIC 9(5) VALUE 3500.
       01 WS-SHORT-AMT                PIC 9(5)V99 VALUE 250.00.
       01 WS-MEDIUM-AMT               PIC 9(5)V99 VALUE 400.00.
       01 WS-LONG-REDUCED-AMT         PIC 9(5)V99 VALUE 300.00.
       01 WS-LONG-AMT                 PIC 9(5)V99 VALUE 600.00.
       01 WS-NOTICE-DAYS              PIC 9(3) VALUE 14.
      * Lateness recorded for a passenger never rerouted at all.
       01 WS-NOT-REROUTED-MINS        PIC 9(5) VALUE 99999.

       01 WS-LATE-MINS                PIC 9(5) VALUE 0.
       01 WS-LATE-WORK                PIC S9(7) VALUE 0.
       01 WS-ROUTE-MILES              PIC 9(5) VALUE 0.
       01 WS-ROUTE-FOUND              PIC X VALUE 'N'.
       01 WS-BAND-AMT                 PIC 9(5)V99 VALUE 0.
       01 WS-ENTITLE-AMT              PIC 9(7)V99 VALUE 0.
       01 WS-PAYEES                   PIC 9(2) VALUE 0.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-CAUSE-OUT                PIC X VALUE 'N'.

       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-FLT-INT                  PIC S9(9) COMP VALUE 0.
       01 WS-OTHER-INT                PIC S9(9) COMP VALUE 0.
       01 WS-NOTICE-GIVEN             PIC S9(5) VALUE 0.
       01 WS-HHMM.
           05 WS-HHMM-HH              PIC 9(2).
           05 WS-HHMM-MM              PIC 9(2).
       01 WS-SCHED-MINS               PIC 9(4) VALUE 0.
       01 WS-NEW-MINS                 PIC 9(4) VALUE 0.

       01 WS-VCH-EXPIRY.
           05 WS-VCH-EXP-YEAR         PIC 9(4).
           05 WS-VCH-EXP-MMDD         PIC X(4).
       01 WS-VCH-SEQ                  PIC 9(3) VALUE 0.
       01 WS-VCH-WRITTEN              PIC X VALUE 'N'.

      * Bookings already paid this run - a booking is owed one
      * entitlement for the day, whatever it lost.
       01 WS-PAID-COUNT               PIC 9(4) VALUE 0.
       01 WS-PAID-TABLE.
           05 WS-PAID-PNR OCCURS 3000 TIMES
                           INDEXED BY WS-PX PIC X(6).
       01 WS-PAID-SW                  PIC X VALUE 'N'.
           88 WS-ALREADY-PAID         VALUE 'Y'.

       01 WS-CREDIT-COUNT             PIC 9(5) VALUE 0.
       01 WS-CREDIT-AMT               PIC 9(9)V99 VALUE 0.
       01 WS-CLAIM-COUNT              PIC 9(5) VALUE 0.
       01 WS-CLAIM-AMT                PIC 9(9)V99 VALUE 0.
       01 WS-NOT-DUE-COUNT            PIC 9(5) VALUE 0.
       01 WS-EXCLUDED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(38)
               VALUE 'DELAY/CANCELLATION COMPENSATION - DEP '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'PNR'.
           05 FILLER                  PIC X(7) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(4) VALUE 'EVT'.
           05 FILLER                  PIC X(6) VALUE ' LATE'.
           05 FILLER                  PIC X(6) VALUE ' MILES'.
           05 FILLER                  PIC X(3) VALUE ' PX'.
           05 FILLER                  PIC X(10) VALUE '    AMOUNT'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-EVENT                PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-LATE                 PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-MILES                PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-PAX                  PIC Z9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-AMOUNT               PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'TRAVEL CREDITS ISSUED:  '.
           05 TL-CREDITS              PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-CREDIT-AMT           PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'CASH CLAIMS RAISED:     '.
           05 TL-CLAIMS               PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-CLAIM-AMT            PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'BOOKINGS NOT DUE:       '.
           05 TL-NOT-DUE              PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'FLIGHTS OUTSIDE CONTROL:'.
           05 TL-EXCLUDED             PIC ZZZZ9.

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
           MOVE SPACES TO WS-PAID-TABLE
           IF CC-OFFER = 'V'
               MOVE 'Y' TO WS-OFFER-CREDIT
           END-IF

           PERFORM 1050-CHECK-RUN-CONTROL

           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-FLT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           OPEN INPUT RACLOG-FILE
           OPEN INPUT OPS-FILE
           OPEN INPUT CODE-FILE
           OPEN INPUT XREF-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT SECMILE-FILE
           OPEN I-O VCHR-FILE
           OPEN EXTEND REFUND-FILE
           OPEN OUTPUT COMP-RPT

           MOVE WS-RUN-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-RACLOG.

      * =======================================================
      *   PASS 1 - BOOKINGS TAKEN OFF A CANCELLED FLIGHT
      * =======================================================
      *    Only a passenger who held a confirmed seat on the
      *    cancelled flight lost anything - a held or waitlisted
      *    booking had no seat to lose.
       2000-PROCESS-CANCELLATIONS.
           IF RL-DATE = WS-RUN-DATE AND RL-OLD-STATUS = 'C'
               PERFORM 2100-CANCELLATION-ENTITLEMENT
           END-IF

           PERFORM 8000-READ-RACLOG.

       2100-CANCELLATION-ENTITLEMENT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RL-PNR TO DT-PNR
           MOVE RL-FLIGHT TO DT-FLIGHT
           MOVE 'CXL' TO DT-EVENT

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

      *    The ops feed may carry the cancellation's cause on
      *    the flight's actuals record - the same exclusion as
      *    a delay applies.
           MOVE 'N' TO WS-CAUSE-OUT
           MOVE RL-FLIGHT(1:5) TO OP-FLTNUM
           MOVE RL-DATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPS-OK AND OP-DELAY-CODE NOT = SPACES
               PERFORM 4100-CHECK-CAUSE
           END-IF
           IF WS-CAUSE-OUT = 'Y'
               STRING 'NOT DUE - ' DC-DESC
                   DELIMITED BY SIZE INTO DT-RESULT
               END-STRING
               ADD 1 TO WS-NOT-DUE-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE RL-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-OTHER-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-NOTICE-GIVEN = WS-FLT-INT - WS-OTHER-INT
           IF WS-NOTICE-GIVEN >= WS-NOTICE-DAYS
               MOVE 'NOT DUE - CANCELLED WITH NOTICE' TO DT-RESULT
               ADD 1 TO WS-NOT-DUE-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           IF RL-MOVED
               PERFORM 2200-COMPUTE-REROUTE-LATENESS
           ELSE
               MOVE WS-NOT-REROUTED-MINS TO WS-LATE-MINS
           END-IF

           PERFORM 4000-APPLY-ENTITLEMENT.

      *    How much later than the lost flight's scheduled
      *    arrival the replacement gets them in - whole days
      *    between the two dates, plus the clock difference.
       2200-COMPUTE-REROUTE-LATENESS.
           MOVE RL-NEW-DATE TO WS-DATE-NUM
           COMPUTE WS-OTHER-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE RL-SCHED-ARR TO WS-HHMM
           COMPUTE WS-SCHED-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
           MOVE RL-NEW-ARR TO WS-HHMM
           COMPUTE WS-NEW-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM

           COMPUTE WS-LATE-WORK =
               (WS-OTHER-INT - WS-FLT-INT) * 1440
               + WS-NEW-MINS - WS-SCHED-MINS

           EVALUATE TRUE
               WHEN WS-LATE-WORK < 0
                   MOVE 0 TO WS-LATE-MINS
               WHEN WS-LATE-WORK > WS-NOT-REROUTED-MINS
                   MOVE WS-NOT-REROUTED-MINS TO WS-LATE-MINS
               WHEN OTHER
                   MOVE WS-LATE-WORK TO WS-LATE-MINS
           END-EVALUATE.

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
              AND OP-DELAY-MINS >= WS-MIN-DELAY-MINS
               PERFORM 3200-DELAYED-FLIGHT
           END-IF

           PERFORM 8100-READ-OPS.

      *    An excluded cause is listed once for the flight, not
      *    once per booking - nobody on it is owed anything.
       3200-DELAYED-FLIGHT.
           MOVE SPACES TO WS-SEL-FLIGHT
           MOVE OP-FLTNUM TO WS-SEL-FLIGHT(1:5)

           MOVE 'N' TO WS-CAUSE-OUT
           IF OP-DELAY-CODE NOT = SPACES
               PERFORM 4100-CHECK-CAUSE
           END-IF
           IF WS-CAUSE-OUT = 'Y'
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SEL-FLIGHT TO DT-FLIGHT
               MOVE 'DLY' TO DT-EVENT
               MOVE OP-DELAY-MINS TO DT-LATE
               STRING 'NOT DUE - ' DC-DESC
                   DELIMITED BY SIZE INTO DT-RESULT
               END-STRING
               ADD 1 TO WS-EXCLUDED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
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
      *    in the other access-path readers. Only a confirmed
      *    booking flew the delayed flight.
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
               MOVE OP-DELAY-MINS TO WS-LATE-MINS
               PERFORM 4000-APPLY-ENTITLEMENT
           END-IF

           PERFORM 8200-READ-XREF.

      * =======================================================
      *   THE ENTITLEMENT FOR ONE BOOKING, AND ITS PAYMENT
      * =======================================================
       4000-APPLY-ENTITLEMENT.
           MOVE WS-LATE-MINS TO DT-LATE

      *    Crew positioning on the flight are on duty, and staff
      *    cleared off standby travel at their own risk - neither
      *    is a passenger owed anything for the delay.
           IF PR-GRP-NONREV
               MOVE 'NOT DUE - NON-REVENUE TRAVEL' TO DT-RESULT
               ADD 1 TO WS-NOT-DUE-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4050-CHECK-ALREADY-PAID
           IF WS-ALREADY-PAID
               MOVE 'ALREADY COMPENSATED THIS RUN' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4200-GET-ROUTE-MILES
           IF WS-ROUTE-FOUND NOT = 'Y'
               MOVE 'NO SECMILE ROW - SEE CLAIMS' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTE-MILES TO DT-MILES

           PERFORM 4300-GET-BAND-AMOUNT
           IF WS-BAND-AMT = ZERO
               MOVE 'NOT DUE - UNDER THE DELAY BAND' TO DT-RESULT
               ADD 1 TO WS-NOT-DUE-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4400-COUNT-PAYEES
           COMPUTE WS-ENTITLE-AMT = WS-BAND-AMT * WS-PAYEES
           MOVE WS-PAYEES TO DT-PAX
           MOVE WS-ENTITLE-AMT TO DT-AMOUNT

      *    Voucher- or miles-paid bookings have no card to pay
      *    back to, so they always take the credit.
           MOVE 'N' TO WS-VCH-WRITTEN
           IF WS-OFFER-CREDIT = 'Y'
              OR PR-PAY-METHOD = 'V' OR PR-PAY-METHOD = 'M'
              OR PR-PAY-REF = SPACES OR PR-PAY-REF = LOW-VALUES
               PERFORM 4500-ISSUE-TRAVEL-CREDIT
           END-IF
           IF WS-VCH-WRITTEN NOT = 'Y'
               PERFORM 4700-RAISE-CASH-CLAIM
           END-IF

           IF WS-PAID-COUNT < 3000
               ADD 1 TO WS-PAID-COUNT
               SET WS-PX TO WS-PAID-COUNT
               MOVE PR-PNR TO WS-PAID-PNR(WS-PX)
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       4050-CHECK-ALREADY-PAID.
           MOVE 'N' TO WS-PAID-SW
           IF WS-PAID-COUNT > 0
               SET WS-PX TO 1
               SEARCH WS-PAID-PNR VARYING WS-PX
                   AT END
                       CONTINUE
                   WHEN WS-PAID-PNR(WS-PX) = PR-PNR
                       MOVE 'Y' TO WS-PAID-SW
               END-SEARCH
           END-IF.

      *    A cause code missing from the master is treated as
      *    ours - the regulation puts the burden on the carrier.
       4100-CHECK-CAUSE.
           MOVE OP-DELAY-CODE TO DC-CODE
           READ CODE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CODE-OK AND DC-EXTRAORDINARY
               MOVE 'Y' TO WS-CAUSE-OUT
           END-IF.

      *    The journey's distance, origin to final destination.
      *    SECMILE is keyed one way round, so the reverse pair is
      *    tried too; a one-stop with no through row is the sum
      *    of its two sectors over the hub.
       4200-GET-ROUTE-MILES.
           MOVE 'N' TO WS-ROUTE-FOUND
           MOVE 0 TO WS-ROUTE-MILES

           MOVE PR-ORIG TO SM-ORIG
           MOVE PR-DEST TO SM-DEST
           PERFORM 4250-READ-SECMILE
           IF WS-SEC-OK
               MOVE SM-MILES TO WS-ROUTE-MILES
               MOVE 'Y' TO WS-ROUTE-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE PR-DEST TO SM-ORIG
           MOVE PR-ORIG TO SM-DEST
           PERFORM 4250-READ-SECMILE
           IF WS-SEC-OK
               MOVE SM-MILES TO WS-ROUTE-MILES
               MOVE 'Y' TO WS-ROUTE-FOUND
               EXIT PARAGRAPH
           END-IF

           IF PR-VIA-STN NOT = SPACES
               MOVE PR-ORIG TO SM-ORIG
               MOVE PR-VIA-STN TO SM-DEST
               PERFORM 4250-READ-SECMILE
               IF WS-SEC-OK
                   MOVE SM-MILES TO WS-ROUTE-MILES
                   MOVE PR-VIA-STN TO SM-ORIG
                   MOVE PR-DEST TO SM-DEST
                   PERFORM 4250-READ-SECMILE
                   IF WS-SEC-OK
                       ADD SM-MILES TO WS-ROUTE-MILES
                       MOVE 'Y' TO WS-ROUTE-FOUND
                   END-IF
               END-IF
           END-IF.

       4250-READ-SECMILE.
           READ SECMILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       4300-GET-BAND-AMOUNT.
           MOVE ZERO TO WS-BAND-AMT
           IF WS-LATE-MINS < WS-MIN-DELAY-MINS
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-ROUTE-MILES <= WS-SHORT-HAUL-MILES
                   MOVE WS-SHORT-AMT TO WS-BAND-AMT
               WHEN WS-ROUTE-MILES <= WS-MEDIUM-HAUL-MILES
                   MOVE WS-MEDIUM-AMT TO WS-BAND-AMT
               WHEN WS-LATE-MINS < WS-LONG-FULL-MINS
                   MOVE WS-LONG-REDUCED-AMT TO WS-BAND-AMT
               WHEN OTHER
                   MOVE WS-LONG-AMT TO WS-BAND-AMT
           END-EVALUATE.

      *    Every ticketed passenger is owed the amount - a lap
      *    infant travels free and is not.
       4400-COUNT-PAYEES.
           MOVE 0 TO WS-PAYEES
           PERFORM 4450-COUNT-ONE-PAYEE
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP
           IF WS-PAYEES < 1
               MOVE 1 TO WS-PAYEES
           END-IF.

       4450-COUNT-ONE-PAYEE.
           IF PR-PSGR-TYPE(WS-PSGR-IX) NOT = 'I'
               ADD 1 TO WS-PAYEES
           END-IF.

      * =======================================================
      *   ISSUE THE ENTITLEMENT AS A TRAVEL-CREDIT VOUCHER
      * =======================================================
      *    Numbered the way CKIN numbers a cancellation credit -
      *    V + PNR + a sequence tried upward - good for a year,
      *    in the base currency the regulation's amounts are in.
       4500-ISSUE-TRAVEL-CREDIT.
           MOVE SPACES TO WS-VCH-REC
           MOVE PR-PNR TO VC-PNR
           MOVE WS-RC-DATE TO VC-ISSUE-DATE
           MOVE WS-RC-DATE TO WS-VCH-EXPIRY
           ADD 1 TO WS-VCH-EXP-YEAR
           MOVE WS-VCH-EXPIRY TO VC-EXPIRY-DATE
           MOVE WS-ENTITLE-AMT TO VC-ORIG-AMT
           MOVE WS-ENTITLE-AMT TO VC-BALANCE
           MOVE SPACES TO VC-CURR
           MOVE 'O' TO VC-STATUS

           MOVE 0 TO WS-VCH-SEQ
           PERFORM 4550-WRITE-VOUCHER-ATTEMPT
               UNTIL WS-VCH-WRITTEN = 'Y'
               OR WS-VCH-SEQ > 998

           IF WS-VCH-WRITTEN = 'Y'
               STRING 'TRAVEL CREDIT ' VC-NUMBER
                   DELIMITED BY SIZE INTO DT-RESULT
               END-STRING
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-ENTITLE-AMT TO WS-CREDIT-AMT
           END-IF.

       4550-WRITE-VOUCHER-ATTEMPT.
           ADD 1 TO WS-VCH-SEQ
           MOVE SPACES TO VC-NUMBER
           STRING 'V' PR-PNR WS-VCH-SEQ
               DELIMITED BY SIZE INTO VC-NUMBER
           END-STRING

           WRITE WS-VCH-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-VCH-OK
               MOVE 'Y' TO WS-VCH-WRITTEN
           END-IF.

      * =======================================================
      *   RAISE THE ENTITLEMENT AS A CASH CLAIM ON REFUNDF
      * =======================================================
       4700-RAISE-CASH-CLAIM.
           MOVE SPACES TO WS-REFUND-REC
           MOVE PR-PNR TO RF-PNR
           MOVE WS-RC-DATE TO RF-DATE
           MOVE WS-RC-TIME TO RF-TIME
           MOVE PR-PAY-METHOD TO RF-PAY-METHOD
           MOVE PR-PAY-REF TO RF-PAY-REF
           MOVE WS-ENTITLE-AMT TO RF-FARE-AMT
           MOVE ZERO TO RF-BAG-FEE
           MOVE 'P' TO RF-STATUS
           MOVE SPACES TO RF-CURR
           MOVE ZERO TO RF-TAX-AMT

           WRITE WS-REFUND-REC

           MOVE 'CASH CLAIM RAISED' TO DT-RESULT
           ADD 1 TO WS-CLAIM-COUNT
           ADD WS-ENTITLE-AMT TO WS-CLAIM-AMT.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CREDIT-COUNT TO TL-CREDITS
           MOVE WS-CREDIT-AMT TO TL-CREDIT-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CLAIM-COUNT TO TL-CLAIMS
           MOVE WS-CLAIM-AMT TO TL-CLAIM-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-NOT-DUE-COUNT TO TL-NOT-DUE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-EXCLUDED-COUNT TO TL-EXCLUDED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE RACLOG-FILE
           CLOSE OPS-FILE
           CLOSE CODE-FILE
           CLOSE XREF-FILE
           CLOSE PNR-FILE
           CLOSE SECMILE-FILE
           CLOSE VCHR-FILE
           CLOSE REFUND-FILE
           CLOSE COMP-RPT.

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

      * =======================================================
      *   RUN-CONTROL - A DEPARTURE DATE IS COMPENSATED ONCE
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
           MOVE 'DLYCMP  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-RUN-DATE TO RC-QUALIFIER(1:8)
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
               DISPLAY 'DLYCMP ALREADY RAN FOR ' WS-RUN-DATE
                       ' - RUN REFUSED'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'DLYCMP  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-RUN-DATE TO RC-QUALIFIER(1:8)
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
