       IDENTIFICATION DIVISION.
       PROGRAM-ID. CABPIL.

      * =======================================================
      *   CABIN CREW PASSENGER INFORMATION LIST
      * =======================================================
      *   The purser used to board with the headcount and
      *   nothing else. This list is produced per flight/date
      *   from SYSIN at gate close, as a step of the GTCLOS
      *   chain, and prints one line per passenger in seat row
      *   order with whatever the cabin needs to know about
      *   them: an unaccompanied minor and the guardian
      *   collecting at the far end (UMGUARD), a lap infant
      *   (listed at the seat of the adult the party is booked
      *   under), a pet in the cabin and the assistance code
      *   (PNRXTND), the special meal, the loyalty tier (LOYFIL)
      *   and the onward flight a one-stop passenger connects
      *   to. Positioning crew show as POS CREW. Passengers
      *   with no seat yet list at the end. The job stamps its
      *   RUNCTL row so the gate-close screen shows it ran.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT XTND-FILE ASSIGN TO PNRXTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-PNR
               FILE STATUS IS WS-XTND-STATUS.

           SELECT UMG-FILE ASSIGN TO UMGUARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GU-PNR
               FILE STATUS IS WS-UMG-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO LOYFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-FF-NUMBER
               FILE STATUS IS WS-LOY-STATUS.

           SELECT PIL-RPT ASSIGN TO PILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Flight/date access path into PNRDATA - one record per
      *   booking leg, maintained by BOOK and rebuilt nightly by
      *   XREFBD. Positioning here replaces the full PNR scan.
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

      *   PNR extension record - pet and assistance detail.
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

      *   Unaccompanied-minor guardians - who delivers at the
      *   origin and who collects at the destination (UMGM).
       FD  UMG-FILE.
       01  WS-UMG-REC.
           05 GU-PNR                PIC X(6).
           05 GU-DELIVER            PIC X(18).
           05 GU-DEL-PHONE          PIC X(14).
           05 GU-COLLECT            PIC X(18).
           05 GU-COL-PHONE          PIC X(14).
           05 GU-DEL-VERIFIED       PIC X.
           05 GU-COL-VERIFIED       PIC X.

       FD  LOYALTY-FILE.
       01  WS-LOY-REC.
           05 LY-FF-NUMBER          PIC X(10).
           05 LY-TIER               PIC X.
               88 LY-TIER-GOLD      VALUE 'G'.
               88 LY-TIER-SILVER    VALUE 'S'.
               88 LY-TIER-BRONZE    VALUE 'B'.
           05 LY-MILES              PIC 9(7).
           05 LY-STATUS             PIC X.
               88 LY-ST-ACTIVE      VALUE 'A'.
               88 LY-ST-CLOSED      VALUE 'C'.

       FD  PIL-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Run-control record - stamped per flight so GTCLOS and
      *   the RUNCHK morning report show the list was produced.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       WORKING-STORAGE SECTION.

       01 WS-XRF-STATUS              PIC X(2) VALUE SPACES.
           88 WS-XRF-OK              VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.
       01 WS-UMG-STATUS              PIC X(2) VALUE SPACES.
           88 WS-UMG-OK              VALUE '00'.
       01 WS-LOY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-LOY-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-FLIGHT               PIC X(6).
           05 CC-DATE                 PIC X(8).

       01 WS-SEL-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-TODAY-TIME.
           05 WS-TODAY-HH             PIC 9(2).
           05 WS-TODAY-MN             PIC 9(2).
           05 WS-TODAY-SS             PIC 9(2).
           05 FILLER                  PIC 9(2).
       01 WS-RUN-STAMP                PIC X(14) VALUE SPACES.

       01 WS-LEG                      PIC X VALUE 'O'.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.

      * Booking-level detail, looked up once per booking.
       01 WS-BKG-TIER                 PIC X(6) VALUE SPACES.
       01 WS-BKG-PET                  PIC X(5) VALUE SPACES.
       01 WS-BKG-ASSIST               PIC X(4) VALUE SPACES.
       01 WS-BKG-ONWARD               PIC X(6) VALUE SPACES.
       01 WS-BKG-LEAD-SEAT            PIC X(3) VALUE SPACES.
       01 WS-BKG-UM                   PIC X VALUE 'N'.
       01 WS-BKG-COLLECT              PIC X(18) VALUE SPACES.
       01 WS-BKG-COL-PHONE            PIC X(14) VALUE SPACES.

       01 WS-SPLIT-SEAT               PIC X(3) VALUE SPACES.
       01 WS-SPLIT-ROW                PIC 9(2) VALUE 0.
       01 WS-SPLIT-LTR                PIC X VALUE SPACE.

      * Passengers collected for the flight, sorted by seat row
      * then letter; no seat sorts as row 99, after the cabin.
       01 WS-PIL-MAX                  PIC 9(3) VALUE 400.
       01 WS-PIL-COUNT                PIC 9(3) VALUE 0.
       01 WS-PIL-TABLE.
           05 WS-PIL-ENTRY OCCURS 400 TIMES.
               10 PL-SORT-KEY.
                   15 PL-ROW          PIC 9(2).
                   15 PL-LTR          PIC X(1).
                   15 PL-INF-SEQ      PIC X(1).
                   15 PL-PNR          PIC X(6).
                   15 PL-PSGR-IX      PIC 9(2).
               10 PL-SEAT             PIC X(3).
               10 PL-NAME             PIC X(20).
               10 PL-MEAL             PIC X(10).
               10 PL-ASSIST           PIC X(4).
               10 PL-PET              PIC X(5).
               10 PL-INFANT           PIC X(3).
               10 PL-TIER             PIC X(6).
               10 PL-ONWARD           PIC X(6).
               10 PL-STATUS           PIC X(8).
               10 PL-UM               PIC X(1).
               10 PL-COLLECT          PIC X(18).
               10 PL-COL-PHONE        PIC X(14).
       01 WS-PIL-IX                   PIC 9(3) VALUE 0.
       01 WS-PIL-JX                   PIC 9(3) VALUE 0.
       01 WS-PIL-LIMIT                PIC 9(3) VALUE 0.
       01 WS-PIL-SWAP                 PIC X(110).

       01 WS-PAX-COUNT                PIC 9(4) VALUE 0.
       01 WS-INF-COUNT                PIC 9(4) VALUE 0.
       01 WS-UM-COUNT                 PIC 9(4) VALUE 0.
       01 WS-SSR-COUNT                PIC 9(4) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(35)
               VALUE 'PASSENGER INFORMATION LIST - FLT  '.
           05 HD-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'DATE '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(4) VALUE 'SEAT'.
           05 FILLER                  PIC X(21) VALUE 'PASSENGER'.
           05 FILLER                  PIC X(11) VALUE 'MEAL'.
           05 FILLER                  PIC X(5) VALUE 'SSR'.
           05 FILLER                  PIC X(6) VALUE 'PET'.
           05 FILLER                  PIC X(4) VALUE 'INF'.
           05 FILLER                  PIC X(7) VALUE 'TIER'.
           05 FILLER                  PIC X(7) VALUE 'ONWARD'.
           05 FILLER                  PIC X(8) VALUE 'NOTE'.

       01 WS-DETAIL-LINE.
           05 DT-SEAT                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-NAME                 PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-MEAL                 PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ASSIST               PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PET                  PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-INFANT               PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-TIER                 PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ONWARD               PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-STATUS               PIC X(8).

       01 WS-UM-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(25)
               VALUE 'UM - COLLECTED AT DEST BY'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 UL-COLLECT              PIC X(18).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 UL-PHONE                PIC X(14).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'PASSENGERS LISTED:     '.
           05 TL-PAX                  PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE '   INFANTS: '.
           05 TL-INF                  PIC ZZZ9.
           05 FILLER                  PIC X(7) VALUE '   UM: '.
           05 TL-UM                   PIC ZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'WITH SPECIAL HANDLING: '.
           05 TL-SSR                  PIC ZZZ9.

       01 WS-SIGN-LINE.
           05 FILLER                  PIC X(40)
               VALUE 'PURSER RECEIVED: ___________________    '.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-BOOKINGS UNTIL WS-EOF
           PERFORM 3000-SORT-BY-SEAT
           PERFORM 4000-PRINT-LIST
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-FLIGHT TO WS-SEL-FLIGHT
           MOVE CC-DATE TO WS-SEL-DATE

           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE '20' TO WS-RUN-STAMP(1:2)
           MOVE WS-TODAY-YY TO WS-RUN-STAMP(3:2)
           MOVE WS-TODAY-MM TO WS-RUN-STAMP(5:2)
           MOVE WS-TODAY-DD TO WS-RUN-STAMP(7:2)
           MOVE WS-TODAY-HH TO WS-RUN-STAMP(9:2)
           MOVE WS-TODAY-MN TO WS-RUN-STAMP(11:2)
           MOVE WS-TODAY-SS TO WS-RUN-STAMP(13:2)

           OPEN INPUT XREF-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT XTND-FILE
           OPEN INPUT UMG-FILE
           OPEN INPUT LOYALTY-FILE
           OPEN OUTPUT PIL-RPT

           MOVE WS-SEL-FLIGHT TO HD-FLIGHT
           MOVE WS-SEL-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

      *    Position the flight/date access path.
           MOVE WS-SEL-FLIGHT TO XR-FLT
           MOVE WS-SEL-DATE TO XR-DATE
           MOVE LOW-VALUES TO XR-PNR
           START XREF-FILE KEY >= XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START

           IF NOT WS-EOF
               PERFORM 8000-READ-XREF
           END-IF.

      *    Who is travelling once the gate has closed - the
      *    waitlist, the bumped and the no-shows are not aboard.
       2000-PROCESS-BOOKINGS.
           MOVE XR-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
              OR PR-ST-CANCELLED OR PR-ST-BUMPED
              OR PR-ST-WAITLIST OR PR-ST-NOSHOW
               PERFORM 8000-READ-XREF
               EXIT PARAGRAPH
           END-IF

           IF (PR-OUT-FLT = WS-SEL-FLIGHT
               OR PR-OUT-FLT2 = WS-SEL-FLIGHT)
              AND PR-DEPDATE = WS-SEL-DATE
               IF PR-OUT-FLT = WS-SEL-FLIGHT
                   MOVE 'O' TO WS-LEG
               ELSE
                   MOVE '2' TO WS-LEG
               END-IF
               PERFORM 2100-LOOK-UP-BOOKING
               PERFORM 2200-TABLE-PASSENGER
                   VARYING WS-PSGR-IX FROM 1 BY 1
                   UNTIL WS-PSGR-IX > PR-NUMP
           END-IF
           IF PR-RET-FLT = WS-SEL-FLIGHT
              AND PR-RETDATE = WS-SEL-DATE
               MOVE 'R' TO WS-LEG
               PERFORM 2100-LOOK-UP-BOOKING
               PERFORM 2200-TABLE-PASSENGER
                   VARYING WS-PSGR-IX FROM 1 BY 1
                   UNTIL WS-PSGR-IX > PR-NUMP
           END-IF

           PERFORM 8000-READ-XREF.

      * =======================================================
      *   BOOKING-LEVEL HANDLING - TIER, PET, ASSISTANCE, UM
      *   GUARDIAN AND THE ONWARD FLIGHT
      * =======================================================
       2100-LOOK-UP-BOOKING.
           MOVE SPACES TO WS-BKG-TIER
           IF PR-FF-NUMBER NOT = SPACES
               MOVE PR-FF-NUMBER TO LY-FF-NUMBER
               READ LOYALTY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LOY-OK AND LY-ST-ACTIVE
                   EVALUATE TRUE
                       WHEN LY-TIER-GOLD
                           MOVE 'GOLD' TO WS-BKG-TIER
                       WHEN LY-TIER-SILVER
                           MOVE 'SILVER' TO WS-BKG-TIER
                       WHEN LY-TIER-BRONZE
                           MOVE 'BRONZE' TO WS-BKG-TIER
                   END-EVALUATE
               END-IF
           END-IF

           MOVE SPACES TO WS-BKG-PET
           MOVE SPACES TO WS-BKG-ASSIST
           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK AND XD-PET-TYPE = 'C'
               MOVE 'CABIN' TO WS-BKG-PET
           END-IF
           IF PR-ASSIST = 'Y'
               MOVE 'ASST' TO WS-BKG-ASSIST
               IF WS-XTND-OK AND XD-ASSIST-TYPE NOT = SPACES
                   MOVE XD-ASSIST-TYPE TO WS-BKG-ASSIST
               END-IF
           END-IF

           MOVE 'N' TO WS-BKG-UM
           MOVE SPACES TO WS-BKG-COLLECT
           MOVE SPACES TO WS-BKG-COL-PHONE
           IF PR-GROUP-REF = 'UM'
               MOVE 'Y' TO WS-BKG-UM
               MOVE 'NOT ON FILE' TO WS-BKG-COLLECT
               MOVE PR-PNR TO GU-PNR
               READ UMG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-UMG-OK
                   MOVE GU-COLLECT TO WS-BKG-COLLECT
                   MOVE GU-COL-PHONE TO WS-BKG-COL-PHONE
               END-IF
           END-IF

      *    Only the first sector of a one-stop trip has an onward
      *    flight to make.
           MOVE SPACES TO WS-BKG-ONWARD
           IF WS-LEG = 'O' AND PR-OUT-FLT2 NOT = SPACES
               MOVE PR-OUT-FLT2 TO WS-BKG-ONWARD
           END-IF

           IF WS-LEG = 'R'
               MOVE PR-PSGR-RET-SEAT(1) TO WS-BKG-LEAD-SEAT
           ELSE
               MOVE PR-PSGR-OUT-SEAT(1) TO WS-BKG-LEAD-SEAT
           END-IF.

      *    The pet and the assistance code are the booking's and
      *    print against the lead passenger; a lap infant lists
      *    straight after the adult whose seat it shares.
       2200-TABLE-PASSENGER.
           IF WS-PIL-COUNT NOT < WS-PIL-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PIL-COUNT
           MOVE WS-PIL-COUNT TO WS-PIL-IX
           MOVE SPACES TO WS-PIL-ENTRY(WS-PIL-IX)

           IF WS-LEG = 'R'
               MOVE PR-PSGR-RET-SEAT(WS-PSGR-IX) TO PL-SEAT(WS-PIL-IX)
           ELSE
               MOVE PR-PSGR-OUT-SEAT(WS-PSGR-IX) TO PL-SEAT(WS-PIL-IX)
           END-IF
           MOVE '0' TO PL-INF-SEQ(WS-PIL-IX)
           MOVE PL-SEAT(WS-PIL-IX) TO WS-SPLIT-SEAT
           IF PR-PSGR-TYPE(WS-PSGR-IX) = 'I'
               MOVE 'INF' TO PL-INFANT(WS-PIL-IX)
               MOVE '1' TO PL-INF-SEQ(WS-PIL-IX)
               ADD 1 TO WS-INF-COUNT
               IF PL-SEAT(WS-PIL-IX) = SPACES
                   MOVE WS-BKG-LEAD-SEAT TO WS-SPLIT-SEAT
               END-IF
           ELSE
               ADD 1 TO WS-PAX-COUNT
           END-IF
           PERFORM 2300-SPLIT-SEAT-NUMBER
           IF WS-SPLIT-ROW = 0
               MOVE 99 TO WS-SPLIT-ROW
           END-IF
           MOVE WS-SPLIT-ROW TO PL-ROW(WS-PIL-IX)
           MOVE WS-SPLIT-LTR TO PL-LTR(WS-PIL-IX)
           MOVE PR-PNR TO PL-PNR(WS-PIL-IX)
           MOVE WS-PSGR-IX TO PL-PSGR-IX(WS-PIL-IX)

           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO PL-NAME(WS-PIL-IX)
           MOVE PR-MEAL TO PL-MEAL(WS-PIL-IX)
           MOVE WS-BKG-TIER TO PL-TIER(WS-PIL-IX)
           MOVE WS-BKG-ONWARD TO PL-ONWARD(WS-PIL-IX)
           IF WS-PSGR-IX = 1
               MOVE WS-BKG-PET TO PL-PET(WS-PIL-IX)
               MOVE WS-BKG-ASSIST TO PL-ASSIST(WS-PIL-IX)
           END-IF
           IF PR-GROUP-REF = 'DEADHEAD'
               MOVE 'POS CREW' TO PL-STATUS(WS-PIL-IX)
           END-IF
           IF WS-BKG-UM = 'Y'
               MOVE 'Y' TO PL-UM(WS-PIL-IX)
               MOVE 'UM' TO PL-STATUS(WS-PIL-IX)
               MOVE WS-BKG-COLLECT TO PL-COLLECT(WS-PIL-IX)
               MOVE WS-BKG-COL-PHONE TO PL-COL-PHONE(WS-PIL-IX)
               ADD 1 TO WS-UM-COUNT
           END-IF

           IF PL-MEAL(WS-PIL-IX) NOT = SPACES
              OR PL-ASSIST(WS-PIL-IX) NOT = SPACES
              OR PL-PET(WS-PIL-IX) NOT = SPACES
              OR PL-INFANT(WS-PIL-IX) NOT = SPACES
              OR PL-UM(WS-PIL-IX) = 'Y'
               ADD 1 TO WS-SSR-COUNT
           END-IF.

       2300-SPLIT-SEAT-NUMBER.
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

      *    Small table, so a plain bubble sort does the job, the
      *    same approach BAGXFR takes for its list.
       3000-SORT-BY-SEAT.
           PERFORM 3100-SORT-PASS
               VARYING WS-PIL-LIMIT FROM WS-PIL-COUNT BY -1
               UNTIL WS-PIL-LIMIT < 2.

       3100-SORT-PASS.
           PERFORM 3200-SORT-COMPARE
               VARYING WS-PIL-IX FROM 1 BY 1
               UNTIL WS-PIL-IX >= WS-PIL-LIMIT.

       3200-SORT-COMPARE.
           COMPUTE WS-PIL-JX = WS-PIL-IX + 1
           IF PL-SORT-KEY(WS-PIL-IX) > PL-SORT-KEY(WS-PIL-JX)
               MOVE WS-PIL-ENTRY(WS-PIL-IX) TO WS-PIL-SWAP
               MOVE WS-PIL-ENTRY(WS-PIL-JX) TO WS-PIL-ENTRY(WS-PIL-IX)
               MOVE WS-PIL-SWAP TO WS-PIL-ENTRY(WS-PIL-JX)
           END-IF.

       4000-PRINT-LIST.
           PERFORM 4100-PRINT-ONE-PASSENGER
               VARYING WS-PIL-IX FROM 1 BY 1
               UNTIL WS-PIL-IX > WS-PIL-COUNT.

       4100-PRINT-ONE-PASSENGER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PL-SEAT(WS-PIL-IX) TO DT-SEAT
           MOVE PL-NAME(WS-PIL-IX) TO DT-NAME
           MOVE PL-MEAL(WS-PIL-IX) TO DT-MEAL
           MOVE PL-ASSIST(WS-PIL-IX) TO DT-ASSIST
           MOVE PL-PET(WS-PIL-IX) TO DT-PET
           MOVE PL-INFANT(WS-PIL-IX) TO DT-INFANT
           MOVE PL-TIER(WS-PIL-IX) TO DT-TIER
           MOVE PL-ONWARD(WS-PIL-IX) TO DT-ONWARD
           MOVE PL-STATUS(WS-PIL-IX) TO DT-STATUS
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           IF PL-UM(WS-PIL-IX) = 'Y'
               MOVE PL-COLLECT(WS-PIL-IX) TO UL-COLLECT
               MOVE PL-COL-PHONE(WS-PIL-IX) TO UL-PHONE
               WRITE WS-RPT-LINE FROM WS-UM-LINE
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PAX-COUNT TO TL-PAX
           MOVE WS-INF-COUNT TO TL-INF
           MOVE WS-UM-COUNT TO TL-UM
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-SSR-COUNT TO TL-SSR
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-SIGN-LINE

           PERFORM 9050-STAMP-RUN-CONTROL

           CLOSE XREF-FILE
           CLOSE PNR-FILE
           CLOSE XTND-FILE
           CLOSE UMG-FILE
           CLOSE LOYALTY-FILE
           CLOSE PIL-RPT.

      * =======================================================
      *   RUN-CONTROL - STAMP THE RUN (REPEATS ARE NORMAL)
      * =======================================================
      *    The list may be run again after a late change at the
      *    gate, so a repeat is simply re-stamped.
       9050-STAMP-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE
           MOVE 'CABPIL  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-SEL-FLIGHT TO RC-QUALIFIER(1:6)
           MOVE WS-SEL-DATE TO RC-QUALIFIER(7:8)
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
           END-IF
           MOVE 'CABPIL  ' TO RC-JOB
           MOVE WS-RUN-STAMP(1:8) TO RC-LAST-DATE
           MOVE WS-RUN-STAMP(9:6) TO RC-LAST-TIME
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

       8000-READ-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               IF XR-FLT NOT = WS-SEL-FLIGHT
                  OR XR-DATE NOT = WS-SEL-DATE
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.
