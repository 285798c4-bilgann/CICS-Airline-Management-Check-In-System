       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTMEXT.

      * =======================================================
      *   PASSENGER TRANSFER MESSAGE FOR THE VIA STATION
      * =======================================================
      *   BAGXFR gives the via station's ramp the connecting
      *   bags; this is the matching list of the people for the
      *   transfer desk. It takes the business date on SYSIN and
      *   lists every live one-stop booking (PR-VIA-STN and
      *   PR-OUT-FLT2 set) travelling that day, passenger by
      *   passenger, grouped by the inbound flight they arrive
      *   on: the onward flight, the seat (the booking holds one
      *   outbound seat for both sectors), special assistance,
      *   unaccompanied minors and infants. Where FLTOPS has an
      *   actual arrival for the inbound that is later than
      *   booked, and it leaves less than the MINCONN minimum to
      *   the onward flight's current departure, the connection
      *   is flagged TIGHT (or MISSED when the onward flight has
      *   already gone) so the desk can meet the passenger. Each
      *   line also goes to PNLOUT as a PTM record, so it reaches
      *   the via station's handler on the same gateway feed as
      *   the PNL and ADL.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT XTND-FILE ASSIGN TO PNRXTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-PNR
               FILE STATUS IS WS-XTND-STATUS.

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

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PNL-OUT ASSIGN TO PNLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT XFER-RPT ASSIGN TO PTMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *   PNR extension record - the booking's assistance code.
       FD  XTND-FILE.
       01  WS-XTND-REC.
           05 XD-PNR                PIC X(6).
           05 XD-CLASS              PIC X(1).
           05 XD-ALOT               PIC X(1).
           05 XD-CURR               PIC X(3).
           05 XD-TAX-AMT            PIC 9(5)V99.
           05 XD-PROMO              PIC X(8).
           05 XD-DISC-AMT           PIC 9(5)V99.
           05 XD-LANG               PIC X(2).
           05 XD-PET-TYPE           PIC X(1).
           05 XD-PET-WT             PIC 9(3).
           05 XD-UPG-AMT            PIC 9(5)V99.
           05 XD-UPG-DATE           PIC X(8).
           05 XD-UPG-DAY-AMT        PIC 9(5)V99.
           05 XD-AGENCY             PIC X(8).
           05 XD-ASSIST-TYPE        PIC X(4).
           05 XD-NONREV             PIC X(1).
               88 XD-NR-DEADHEAD    VALUE 'D'.
           05 FILLER                PIC X(126).

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

      *   Flight operations actuals - the inbound's real arrival.
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

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

      *   Handling gateway feed - the PNL/ADL layout, with the
      *   transfer detail following on a PTM record.
       FD  PNL-OUT
           RECORDING MODE IS F.
       01  WS-PNL-REC.
           05 PL-TYPE               PIC X(3).
           05 PL-FLIGHT             PIC X(6).
           05 PL-DATE               PIC X(8).
           05 PL-PNR                PIC X(6).
           05 PL-SURNAME            PIC X(16).
           05 PL-GIVEN              PIC X(18).
           05 PL-SEAT               PIC X(3).
           05 PL-VIA-STN            PIC X(3).
           05 PL-ONW-FLIGHT         PIC X(6).
           05 PL-ONW-DEP            PIC X(4).
           05 PL-ASSIST             PIC X(4).
           05 PL-UM                 PIC X(1).
           05 PL-INFANT             PIC X(1).
           05 PL-CONN-FLAG          PIC X(6).

       FD  XFER-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.
       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-OPS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OPS-OK              VALUE '00'.
       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.
       01 WS-OUT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).

       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.

      * The same connection minimum the search sells to - 90
      * stands in only when no MINCONN row has been set.
       01 WS-MIN-CONNECT-MINS        PIC S9(4) COMP VALUE 90.

       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-ONW-DEP                  PIC X(4) VALUE SPACES.
       01 WS-ASSIST                   PIC X(4) VALUE SPACES.
       01 WS-CONN-FLAG                PIC X(6) VALUE SPACES.
       01 WS-CONN-HH                  PIC 99 VALUE 0.
       01 WS-CONN-MM                  PIC 99 VALUE 0.
       01 WS-ACT-ARR-MINS             PIC S9(4) COMP VALUE 0.
       01 WS-ONW-DEP-MINS             PIC S9(4) COMP VALUE 0.
       01 WS-GAP-MINS                 PIC S9(4) COMP VALUE 0.

      * Transfer passengers collected for the day, sorted by
      * inbound flight so each arrival's passengers list together.
       01 WS-PTM-MAX                  PIC 9(4) VALUE 900.
       01 WS-PTM-COUNT                PIC 9(4) VALUE 0.
       01 WS-PTM-TABLE.
           05 WS-PTM-ENTRY OCCURS 900 TIMES.
               10 PT-SORT-KEY.
                   15 PT-IN-FLT       PIC X(6).
                   15 PT-PNR          PIC X(6).
                   15 PT-PSGR-IX      PIC 9(2).
               10 PT-SURNAME          PIC X(16).
               10 PT-GIVEN            PIC X(18).
               10 PT-SEAT             PIC X(3).
               10 PT-VIA-STN          PIC X(3).
               10 PT-ONW-FLT          PIC X(6).
               10 PT-ONW-DEP          PIC X(4).
               10 PT-ASSIST           PIC X(4).
               10 PT-UM               PIC X(1).
               10 PT-INFANT           PIC X(1).
               10 PT-CONN-FLAG        PIC X(6).
       01 WS-PTM-IX                   PIC 9(4) VALUE 0.
       01 WS-PTM-JX                   PIC 9(4) VALUE 0.
       01 WS-PTM-LIMIT                PIC 9(4) VALUE 0.
       01 WS-PTM-SWAP                 PIC X(76).
       01 WS-PRIOR-FLT                PIC X(6) VALUE SPACES.

       01 WS-TIGHT-COUNT              PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(32)
               VALUE 'PASSENGER TRANSFER LIST - DAY   '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'PNR'.
           05 FILLER                  PIC X(29) VALUE 'PASSENGER'.
           05 FILLER                  PIC X(5) VALUE 'SEAT'.
           05 FILLER                  PIC X(4) VALUE 'VIA'.
           05 FILLER                  PIC X(12) VALUE 'ONWARD'.
           05 FILLER                  PIC X(5) VALUE 'SSR'.
           05 FILLER                  PIC X(4) VALUE 'U I'.
           05 FILLER                  PIC X(6) VALUE 'CONN'.

       01 WS-FLIGHT-LINE.
           05 FILLER                  PIC X(15)
               VALUE 'INBOUND FLIGHT '.
           05 FL-FLIGHT               PIC X(6).

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-NAME                 PIC X(28).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-SEAT                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-VIA                  PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ONW-FLT              PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ONW-DEP              PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ASSIST               PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-UM                   PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-INFANT               PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-CONN-FLAG            PIC X(6).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(24)
               VALUE 'TRANSFER PASSENGERS:   '.
           05 TL-PAX                  PIC ZZZZ9.
           05 FILLER                  PIC X(20)
               VALUE '   TIGHT OR MISSED: '.
           05 TL-TIGHT                PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COLLECT-TRANSFERS UNTIL WS-EOF
           PERFORM 3000-SORT-BY-INBOUND
           PERFORM 4000-PRINT-LIST
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-DATE TO WS-SEL-DATE

           PERFORM 1100-LOAD-SYSTEM-PARMS

           OPEN INPUT PNR-FILE
           OPEN INPUT XTND-FILE
           OPEN INPUT FLSR-FILE
           OPEN INPUT OPS-FILE
           OPEN EXTEND PNL-OUT
           OPEN OUTPUT XFER-RPT

           MOVE WS-SEL-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-PNR.

       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE 'MINCONN ' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-MIN-CONNECT-MINS =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               CLOSE PARM-FILE
           END-IF.

      *    A live one-stop booking whose outbound runs today - the
      *    same statuses the PNL lists.
       2000-COLLECT-TRANSFERS.
           IF NOT PR-ST-CANCELLED AND NOT PR-ST-BUMPED
              AND NOT PR-ST-WAITLIST
              AND PR-VIA-STN NOT = SPACES
              AND PR-OUT-FLT2 NOT = SPACES
              AND PR-DEPDATE = WS-SEL-DATE
               PERFORM 2100-CHECK-CONNECTION
               PERFORM 2200-READ-ASSISTANCE
               PERFORM 2300-TABLE-PASSENGER
                   VARYING WS-PSGR-IX FROM 1 BY 1
                   UNTIL WS-PSGR-IX > PR-NUMP
           END-IF

           PERFORM 8000-READ-PNR.

      * =======================================================
      *   A LATE INBOUND AGAINST THE ONWARD FLIGHT'S CURRENT
      *   DEPARTURE - BOTH TIMES ARE AT THE VIA STATION
      * =======================================================
       2100-CHECK-CONNECTION.
           MOVE SPACES TO WS-CONN-FLAG
           MOVE PR-OUT-DEP2 TO WS-ONW-DEP

           MOVE PR-OUT-FLT2(1:5) TO WR-FLTNUM
           MOVE PR-DEPDATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK AND NOT WR-ST-CANCELLED
               MOVE WR-DEPTIME TO WS-ONW-DEP
           END-IF

           MOVE PR-OUT-FLT(1:5) TO OP-FLTNUM
           MOVE PR-DEPDATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-OPS-OK
              OR OP-ACT-ARR NOT NUMERIC
              OR WS-ONW-DEP NOT NUMERIC
              OR OP-ACT-ARR NOT > PR-OUT-ARR
               EXIT PARAGRAPH
           END-IF

           MOVE OP-ACT-ARR(1:2) TO WS-CONN-HH
           MOVE OP-ACT-ARR(3:2) TO WS-CONN-MM
           COMPUTE WS-ACT-ARR-MINS = WS-CONN-HH * 60 + WS-CONN-MM
           MOVE WS-ONW-DEP(1:2) TO WS-CONN-HH
           MOVE WS-ONW-DEP(3:2) TO WS-CONN-MM
           COMPUTE WS-ONW-DEP-MINS = WS-CONN-HH * 60 + WS-CONN-MM
           COMPUTE WS-GAP-MINS = WS-ONW-DEP-MINS - WS-ACT-ARR-MINS

           IF WS-GAP-MINS < 0
               MOVE 'MISSED' TO WS-CONN-FLAG
           ELSE
               IF WS-GAP-MINS < WS-MIN-CONNECT-MINS
                   MOVE 'TIGHT' TO WS-CONN-FLAG
               END-IF
           END-IF.

      *    The assistance code off the PNR extension, or a plain
      *    ASST where the booking is flagged without one.
       2200-READ-ASSISTANCE.
           MOVE SPACES TO WS-ASSIST
           IF PR-ASSIST NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ASST' TO WS-ASSIST
           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK AND XD-ASSIST-TYPE NOT = SPACES
               MOVE XD-ASSIST-TYPE TO WS-ASSIST
           END-IF.

       2300-TABLE-PASSENGER.
           IF WS-PTM-COUNT NOT < WS-PTM-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PTM-COUNT
           MOVE WS-PTM-COUNT TO WS-PTM-IX
           MOVE PR-OUT-FLT TO PT-IN-FLT(WS-PTM-IX)
           MOVE PR-PNR TO PT-PNR(WS-PTM-IX)
           MOVE WS-PSGR-IX TO PT-PSGR-IX(WS-PTM-IX)
           MOVE PR-LAST-NAME TO PT-SURNAME(WS-PTM-IX)
           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO PT-GIVEN(WS-PTM-IX)
           MOVE PR-PSGR-OUT-SEAT(WS-PSGR-IX) TO PT-SEAT(WS-PTM-IX)
           MOVE PR-VIA-STN TO PT-VIA-STN(WS-PTM-IX)
           MOVE PR-OUT-FLT2 TO PT-ONW-FLT(WS-PTM-IX)
           MOVE WS-ONW-DEP TO PT-ONW-DEP(WS-PTM-IX)
           MOVE WS-ASSIST TO PT-ASSIST(WS-PTM-IX)
           MOVE SPACES TO PT-UM(WS-PTM-IX)
           IF PR-GROUP-REF = 'UM'
               MOVE 'U' TO PT-UM(WS-PTM-IX)
           END-IF
           MOVE SPACES TO PT-INFANT(WS-PTM-IX)
           IF PR-PSGR-TYPE(WS-PSGR-IX) = 'I'
               MOVE 'I' TO PT-INFANT(WS-PTM-IX)
           END-IF
           MOVE WS-CONN-FLAG TO PT-CONN-FLAG(WS-PTM-IX)
           IF WS-CONN-FLAG NOT = SPACES
               ADD 1 TO WS-TIGHT-COUNT
           END-IF.

      *    Small table, so a plain bubble sort does the job, the
      *    same approach BAGXFR takes for the bags.
       3000-SORT-BY-INBOUND.
           PERFORM 3100-SORT-PASS
               VARYING WS-PTM-LIMIT FROM WS-PTM-COUNT BY -1
               UNTIL WS-PTM-LIMIT < 2.

       3100-SORT-PASS.
           PERFORM 3200-SORT-COMPARE
               VARYING WS-PTM-IX FROM 1 BY 1
               UNTIL WS-PTM-IX >= WS-PTM-LIMIT.

       3200-SORT-COMPARE.
           COMPUTE WS-PTM-JX = WS-PTM-IX + 1
           IF PT-SORT-KEY(WS-PTM-IX) > PT-SORT-KEY(WS-PTM-JX)
               MOVE WS-PTM-ENTRY(WS-PTM-IX) TO WS-PTM-SWAP
               MOVE WS-PTM-ENTRY(WS-PTM-JX) TO WS-PTM-ENTRY(WS-PTM-IX)
               MOVE WS-PTM-SWAP TO WS-PTM-ENTRY(WS-PTM-JX)
           END-IF.

       4000-PRINT-LIST.
           MOVE SPACES TO WS-PRIOR-FLT
           PERFORM 4100-PRINT-ONE-PASSENGER
               VARYING WS-PTM-IX FROM 1 BY 1
               UNTIL WS-PTM-IX > WS-PTM-COUNT.

       4100-PRINT-ONE-PASSENGER.
           IF PT-IN-FLT(WS-PTM-IX) NOT = WS-PRIOR-FLT
               MOVE PT-IN-FLT(WS-PTM-IX) TO WS-PRIOR-FLT
               MOVE SPACES TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE PT-IN-FLT(WS-PTM-IX) TO FL-FLIGHT
               WRITE WS-RPT-LINE FROM WS-FLIGHT-LINE
           END-IF

           MOVE PT-PNR(WS-PTM-IX) TO DT-PNR
           MOVE SPACES TO DT-NAME
           STRING PT-SURNAME(WS-PTM-IX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  PT-GIVEN(WS-PTM-IX) DELIMITED BY SIZE
               INTO DT-NAME
           END-STRING
           MOVE PT-SEAT(WS-PTM-IX) TO DT-SEAT
           MOVE PT-VIA-STN(WS-PTM-IX) TO DT-VIA
           MOVE PT-ONW-FLT(WS-PTM-IX) TO DT-ONW-FLT
           MOVE PT-ONW-DEP(WS-PTM-IX) TO DT-ONW-DEP
           MOVE PT-ASSIST(WS-PTM-IX) TO DT-ASSIST
           MOVE PT-UM(WS-PTM-IX) TO DT-UM
           MOVE PT-INFANT(WS-PTM-IX) TO DT-INFANT
           MOVE PT-CONN-FLAG(WS-PTM-IX) TO DT-CONN-FLAG
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO WS-PNL-REC
           MOVE 'PTM' TO PL-TYPE
           MOVE PT-IN-FLT(WS-PTM-IX) TO PL-FLIGHT
           MOVE WS-SEL-DATE TO PL-DATE
           MOVE PT-PNR(WS-PTM-IX) TO PL-PNR
           MOVE PT-SURNAME(WS-PTM-IX) TO PL-SURNAME
           MOVE PT-GIVEN(WS-PTM-IX) TO PL-GIVEN
           MOVE PT-SEAT(WS-PTM-IX) TO PL-SEAT
           MOVE PT-VIA-STN(WS-PTM-IX) TO PL-VIA-STN
           MOVE PT-ONW-FLT(WS-PTM-IX) TO PL-ONW-FLIGHT
           MOVE PT-ONW-DEP(WS-PTM-IX) TO PL-ONW-DEP
           MOVE PT-ASSIST(WS-PTM-IX) TO PL-ASSIST
           MOVE PT-UM(WS-PTM-IX) TO PL-UM
           MOVE PT-INFANT(WS-PTM-IX) TO PL-INFANT
           MOVE PT-CONN-FLAG(WS-PTM-IX) TO PL-CONN-FLAG
           WRITE WS-PNL-REC.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PTM-COUNT TO TL-PAX
           MOVE WS-TIGHT-COUNT TO TL-TIGHT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE PNR-FILE
           CLOSE XTND-FILE
           CLOSE FLSR-FILE
           CLOSE OPS-FILE
           CLOSE PNL-OUT
           CLOSE XFER-RPT.

       8000-READ-PNR.
           READ PNR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
