       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCREC.

      * =======================================================
      *   AIRPORT PASSENGER-CHARGE INVOICE RECONCILIATION
      * =======================================================
      *   Each airport bills its departing-passenger charge
      *   monthly, a line per flight/date with the passengers it
      *   charged for. This job takes the airport and month
      *   (YYYYMM) on SYSIN, reads that airport's invoice file
      *   and checks every line against what the gate actually
      *   boarded, so accounts payable can dispute the bill with
      *   the evidence beside it:
      *     - NOT OPERATED   - no such departure, or cancelled;
      *     - OTHER STATION  - the flight did not depart from
      *                        this airport;
      *     - OVERCHARGED    - more passengers charged than
      *                        boarded; the excess is priced at
      *                        the line's own rate per passenger.
      *   Boarded is the GTSCAN gate count on BOARDF - and, for
      *   bookings PGARC has since archived, the same rows as
      *   SATARC moved them to PNRARCS. A lap infant pays no
      *   charge, so a party counts no more than its seated
      *   passengers, and positioning crew are not passengers at
      *   all. Flights FLPURG has rolled are looked for on
      *   FLTHIST.
      *
      *   The archived bookings of the month are loaded first
      *   into the keyed work file APCXKEY, and the boarded
      *   count per flight/date built up on APCBRD, so that each
      *   invoice line is a single random read.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO APCINV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT SATARC-FILE ASSIGN TO PNRARCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-STATUS.

           SELECT BOARD-FILE ASSIGN TO BOARDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BRD-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT HISTORY-FILE ASSIGN TO FLTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT ARCKEY-FILE ASSIGN TO APCXKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-PNR
               FILE STATUS IS WS-AXK-STATUS.

           SELECT BRDCNT-FILE ASSIGN TO APCBRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABC-STATUS.

           SELECT RECON-RPT ASSIGN TO APCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Airport invoice - one line per flight/date charged.
       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  WS-INV-REC.
           05 IV-FLIGHT              PIC X(6).
           05 IV-DATE                PIC X(8).
           05 IV-PAX                 PIC 9(5).
           05 IV-AMOUNT              PIC 9(7)V99.

      *   Live and archived PNRs are both read into the one PNR
      *   layout in working storage.
       FD  PNR-FILE.
       01  WS-PNRDATA-REC.
           05 PD-PNR                 PIC X(6).
           05 FILLER                 PIC X(886).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  WS-ARC-REC                PIC X(892).

      *   Satellite archive - each row as it stood on its live
      *   file, tagged with that file's name and the PNR.
       FD  SATARC-FILE
           RECORDING MODE IS F.
       01  WS-SATARC-REC.
           05 SA-SOURCE             PIC X(8).
           05 SA-PNR                PIC X(6).
           05 SA-ARC-DATE           PIC X(8).
           05 SA-IMAGE              PIC X(200).
           05 SA-BOARD-IMAGE REDEFINES SA-IMAGE.
               10 SB-FLT            PIC X(6).
               10 SB-DATE           PIC X(8).
               10 SB-PNR            PIC X(6).
               10 SB-BOARDED        PIC 9(2).
               10 FILLER            PIC X(178).

       FD  BOARD-FILE.
       01  WS-BOARD-REC.
           05 BD-KEY.
               10 BD-FLT            PIC X(6).
               10 BD-DATE           PIC X(8).
               10 BD-PNR            PIC X(6).
           05 BD-BOARDED            PIC 9(2).
           05 BD-LAST-TIME          PIC X(6).

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

      *   History record: the live flight record as FLPURG rolled
      *   it, plus the date it was rolled.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  WS-HIST-REC.
           05 HR-FLIGHT-REC.
               10 HF-FLTNUM           PIC X(5).
               10 HF-ORIG             PIC X(3).
               10 HF-DATE             PIC X(8).
               10 HF-DEST             PIC X(3).
               10 HF-DEPTIME          PIC X(4).
               10 HF-STATUS           PIC X(1).
               10 HF-ACFT-TYPE        PIC X(3).
               10 FILLER              PIC X(4).
               10 HF-ARRTIME          PIC X(4).
               10 HF-SEATS            PIC X(3).
           05 HR-ROLL-DATE           PIC X(8).

      *   Work file - the month's archived bookings: how many of
      *   the party hold a seat, and whether it is positioning
      *   crew.
       FD  ARCKEY-FILE.
       01  WS-ARCKEY-REC.
           05 AX-PNR                 PIC X(6).
           05 AX-SEATED              PIC 9(2).
           05 AX-DEADHEAD            PIC X.

      *   Work file - chargeable passengers boarded per flight/
      *   date.
       FD  BRDCNT-FILE.
       01  WS-BRDCNT-REC.
           05 AB-KEY.
               10 AB-FLT             PIC X(6).
               10 AB-DATE            PIC X(8).
           05 AB-HEADS               PIC 9(5).

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-INV-STATUS              PIC X(2) VALUE SPACES.
           88 WS-INV-OK              VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ARC-OK              VALUE '00'.
       01 WS-SAT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SAT-OK              VALUE '00'.
       01 WS-BRD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-BRD-OK              VALUE '00'.
       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-HIS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-HIS-OK              VALUE '00'.
       01 WS-AXK-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AXK-OK              VALUE '00'.
       01 WS-ABC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ABC-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-STATION              PIC X(3).
           05 CC-MONTH                PIC X(6).

       01 WS-SEL-STATION              PIC X(3) VALUE SPACES.
       01 WS-SEL-MONTH                PIC X(6) VALUE SPACES.

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
               88 PR-GRP-DEADHEAD   VALUE 'DEADHEAD'.
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

      * The boarded row being counted, off BOARDF or PNRARCS.
       01 WS-ROW-FLT                  PIC X(6) VALUE SPACES.
       01 WS-ROW-DATE                 PIC X(8) VALUE SPACES.
       01 WS-ROW-PNR                  PIC X(6) VALUE SPACES.
       01 WS-ROW-BOARDED              PIC 9(2) VALUE 0.
       01 WS-SEATED                   PIC 9(2) VALUE 0.
       01 WS-DEADHEAD-SW              PIC X VALUE 'N'.
           88 WS-DEADHEAD             VALUE 'Y'.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.

      * Month's departures already rolled to FLTHIST.
       01 WS-HIST-MAX                 PIC 9(4) VALUE 3000.
       01 WS-HIST-COUNT               PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-HX.
               10 HT-FLTNUM            PIC X(5).
               10 HT-DATE              PIC X(8).
               10 HT-ORIG              PIC X(3).
               10 HT-STATUS            PIC X.
       01 WS-HIST-FOUND-SW            PIC X VALUE 'N'.
           88 WS-HIST-FOUND           VALUE 'Y'.

      * What the invoice line is checked against.
       01 WS-FLT-FOUND-SW             PIC X VALUE 'N'.
           88 WS-FLT-FOUND            VALUE 'Y'.
       01 WS-FLT-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-FLT-STATUS               PIC X VALUE SPACE.
       01 WS-BOARDED                  PIC 9(5) VALUE 0.
       01 WS-EXCESS                   PIC 9(5) VALUE 0.
       01 WS-DISPUTED                 PIC 9(7)V99 VALUE 0.

       01 WS-LINE-COUNT               PIC 9(5) VALUE 0.
       01 WS-AGREED-COUNT             PIC 9(5) VALUE 0.
       01 WS-UNDER-COUNT              PIC 9(5) VALUE 0.
       01 WS-OVER-COUNT               PIC 9(5) VALUE 0.
       01 WS-NOT-OPER-COUNT           PIC 9(5) VALUE 0.
       01 WS-OTHER-STN-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01 WS-BILLED-TOTAL             PIC 9(9)V99 VALUE 0.
       01 WS-DISPUTED-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-NO-PNR-COUNT             PIC 9(5) VALUE 0.
       01 WS-HIST-FULL-COUNT          PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'AIRPORT PASSENGER-CHARGE RECON - '.
           05 HD-STATION              PIC X(3).
           05 FILLER                  PIC X(8) VALUE '  MONTH '.
           05 HD-MONTH                PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(10) VALUE 'DATE'.
           05 FILLER                  PIC X(7) VALUE 'BILLED'.
           05 FILLER                  PIC X(8) VALUE 'BOARDED'.
           05 FILLER                  PIC X(13) VALUE '  AMT BILLED'.
           05 FILLER                  PIC X(13) VALUE '    DISPUTED'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'REASON'.

       01 WS-DETAIL-LINE.
           05 DT-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-BILLED               PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-BOARDED              PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-AMOUNT               PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-DISPUTED             PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-REASON               PIC X(16).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(9) VALUE 'LINES: '.
           05 TL-LINES                PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AGREED: '.
           05 TL-AGREED               PIC ZZZZ9.
           05 FILLER                  PIC X(16)
               VALUE '  UNDERCHARGED: '.
           05 TL-UNDER                PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(15) VALUE 'OVERCHARGED: '.
           05 TL-OVER                 PIC ZZZZ9.
           05 FILLER                  PIC X(16)
               VALUE '  NOT OPERATED: '.
           05 TL-NOT-OPER             PIC ZZZZ9.
           05 FILLER                  PIC X(17)
               VALUE '  OTHER STATION: '.
           05 TL-OTHER-STN            PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'TOTAL BILLED:          '.
           05 TL-BILLED               PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'TOTAL DISPUTED:        '.
           05 TL-DISPUTED             PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(38)
               VALUE 'BOARDED ROWS WITH NO BOOKING FOUND:   '.
           05 TL-NO-PNR               PIC ZZZZ9.

       01 WS-TOTAL-LINE-6.
           05 FILLER                  PIC X(38)
               VALUE 'ROLLED FLIGHTS NOT HELD - TABLE FULL: '.
           05 TL-HIST-FULL            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-ARCHIVE-BOOKINGS
           PERFORM 3000-COUNT-LIVE-BOARDED
           PERFORM 3500-COUNT-ARCHIVED-BOARDED
           PERFORM 4000-LOAD-ROLLED-FLIGHTS
           PERFORM 5000-CHECK-INVOICE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-STATION TO WS-SEL-STATION
           MOVE CC-MONTH TO WS-SEL-MONTH

           OPEN INPUT PNR-FILE
           OPEN INPUT FLSR-FILE
           OPEN OUTPUT RECON-RPT

           MOVE WS-SEL-STATION TO HD-STATION
           MOVE WS-SEL-MONTH TO HD-MONTH
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2.

      * =======================================================
      *   THE MONTH'S ARCHIVED BOOKINGS ONTO THE KEYED WORK FILE
      * =======================================================
      *    A restarted PGARC can leave a PNR on the archive
      *    twice; the second copy's duplicate key is ignored.
       2000-LOAD-ARCHIVE-BOOKINGS.
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT ARCKEY-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-READ-ARCHIVE
           PERFORM 2100-WRITE-ARCHIVE-BOOKING UNTIL WS-EOF
           CLOSE ARCHIVE-FILE
           CLOSE ARCKEY-FILE
           OPEN INPUT ARCKEY-FILE.

       2100-WRITE-ARCHIVE-BOOKING.
           IF PR-DEPDATE(1:6) = WS-SEL-MONTH
              OR PR-RETDATE(1:6) = WS-SEL-MONTH
               PERFORM 2500-WORK-SEATED-PARTY
               MOVE PR-PNR TO AX-PNR
               MOVE WS-SEATED TO AX-SEATED
               MOVE WS-DEADHEAD-SW TO AX-DEADHEAD
               WRITE WS-ARCKEY-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           PERFORM 8000-READ-ARCHIVE.

      *    A lap infant travels on an adult's seat and pays no
      *    charge; the rest of the party are seated.
       2500-WORK-SEATED-PARTY.
           MOVE 0 TO WS-SEATED
           MOVE 'N' TO WS-DEADHEAD-SW
           IF PR-GRP-DEADHEAD
               MOVE 'Y' TO WS-DEADHEAD-SW
           END-IF
           PERFORM 2510-COUNT-SEATED-PSGR
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP OR WS-PSGR-IX > 9.

       2510-COUNT-SEATED-PSGR.
           IF PR-PSGR-TYPE(WS-PSGR-IX) NOT = 'I'
               ADD 1 TO WS-SEATED
           END-IF.

      * =======================================================
      *   CHARGEABLE BOARDED PASSENGERS PER FLIGHT/DATE - THE
      *   LIVE GATE ROWS, THEN THOSE SATARC HAS ARCHIVED
      * =======================================================
       3000-COUNT-LIVE-BOARDED.
           OPEN INPUT BOARD-FILE
           OPEN OUTPUT BRDCNT-FILE
           CLOSE BRDCNT-FILE
           OPEN I-O BRDCNT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8100-READ-BOARD
           PERFORM 3100-TAKE-LIVE-ROW UNTIL WS-EOF
           CLOSE BOARD-FILE.

       3100-TAKE-LIVE-ROW.
           IF BD-DATE(1:6) = WS-SEL-MONTH
               MOVE BD-FLT TO WS-ROW-FLT
               MOVE BD-DATE TO WS-ROW-DATE
               MOVE BD-PNR TO WS-ROW-PNR
               MOVE BD-BOARDED TO WS-ROW-BOARDED
               PERFORM 3800-ADD-BOARDED-ROW
           END-IF
           PERFORM 8100-READ-BOARD.

       3500-COUNT-ARCHIVED-BOARDED.
           OPEN INPUT SATARC-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8200-READ-SATELLITE
           PERFORM 3600-TAKE-ARCHIVED-ROW UNTIL WS-EOF
           CLOSE SATARC-FILE
           CLOSE BRDCNT-FILE
           OPEN INPUT BRDCNT-FILE.

       3600-TAKE-ARCHIVED-ROW.
           IF SA-SOURCE = 'BOARDF'
              AND SB-DATE(1:6) = WS-SEL-MONTH
               MOVE SB-FLT TO WS-ROW-FLT
               MOVE SB-DATE TO WS-ROW-DATE
               MOVE SB-PNR TO WS-ROW-PNR
               MOVE SB-BOARDED TO WS-ROW-BOARDED
               PERFORM 3800-ADD-BOARDED-ROW
           END-IF
           PERFORM 8200-READ-SATELLITE.

      *    The party's seated passengers cap what it can be
      *    charged for; positioning crew count for nothing. A row
      *    whose booking is on neither master is counted as
      *    scanned and listed in the totals.
       3800-ADD-BOARDED-ROW.
           MOVE WS-ROW-PNR TO PD-PNR
           READ PNR-FILE INTO WS-PNR-REC
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PNR-OK
               PERFORM 2500-WORK-SEATED-PARTY
           ELSE
               MOVE WS-ROW-PNR TO AX-PNR
               READ ARCKEY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AXK-OK
                   MOVE AX-SEATED TO WS-SEATED
                   MOVE AX-DEADHEAD TO WS-DEADHEAD-SW
               ELSE
                   MOVE WS-ROW-BOARDED TO WS-SEATED
                   MOVE 'N' TO WS-DEADHEAD-SW
                   ADD 1 TO WS-NO-PNR-COUNT
               END-IF
           END-IF

           IF WS-DEADHEAD
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-BOARDED < WS-SEATED
               MOVE WS-ROW-BOARDED TO WS-SEATED
           END-IF

           MOVE WS-ROW-FLT TO AB-FLT
           MOVE WS-ROW-DATE TO AB-DATE
           READ BRDCNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ABC-OK
               ADD WS-SEATED TO AB-HEADS
               REWRITE WS-BRDCNT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-ROW-FLT TO AB-FLT
               MOVE WS-ROW-DATE TO AB-DATE
               MOVE WS-SEATED TO AB-HEADS
               WRITE WS-BRDCNT-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * =======================================================
      *   THE MONTH'S FLIGHTS FLPURG HAS ALREADY ROLLED
      * =======================================================
       4000-LOAD-ROLLED-FLIGHTS.
           OPEN INPUT HISTORY-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8300-READ-HISTORY
           PERFORM 4100-HOLD-ROLLED-FLIGHT UNTIL WS-EOF
           CLOSE HISTORY-FILE.

       4100-HOLD-ROLLED-FLIGHT.
           IF HF-DATE(1:6) = WS-SEL-MONTH
               IF WS-HIST-COUNT < WS-HIST-MAX
                   ADD 1 TO WS-HIST-COUNT
                   SET WS-HX TO WS-HIST-COUNT
                   MOVE HF-FLTNUM TO HT-FLTNUM(WS-HX)
                   MOVE HF-DATE TO HT-DATE(WS-HX)
                   MOVE HF-ORIG TO HT-ORIG(WS-HX)
                   MOVE HF-STATUS TO HT-STATUS(WS-HX)
               ELSE
                   ADD 1 TO WS-HIST-FULL-COUNT
               END-IF
           END-IF
           PERFORM 8300-READ-HISTORY.

      * =======================================================
      *   EACH INVOICE LINE AGAINST THE FLIGHT AND THE GATE
      * =======================================================
       5000-CHECK-INVOICE.
           OPEN INPUT INVOICE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8400-READ-INVOICE
           PERFORM 5100-CHECK-INVOICE-LINE UNTIL WS-EOF
           CLOSE INVOICE-FILE.

       5100-CHECK-INVOICE-LINE.
           PERFORM 5200-RECONCILE-LINE
           PERFORM 8400-READ-INVOICE.

       5200-RECONCILE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IV-FLIGHT TO DT-FLIGHT
           MOVE IV-DATE TO DT-DATE

           IF IV-FLIGHT = SPACES
              OR IV-DATE(1:6) NOT = WS-SEL-MONTH
              OR IV-PAX NOT NUMERIC
              OR IV-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - BAD' TO DT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD IV-AMOUNT TO WS-BILLED-TOTAL
           MOVE IV-PAX TO DT-BILLED
           MOVE IV-AMOUNT TO DT-AMOUNT

           PERFORM 5300-FIND-DEPARTURE
           IF NOT WS-FLT-FOUND OR WS-FLT-STATUS = 'C'
               MOVE 0 TO DT-BOARDED
               MOVE IV-AMOUNT TO WS-DISPUTED
               MOVE 'NOT OPERATED' TO DT-REASON
               ADD 1 TO WS-NOT-OPER-COUNT
               PERFORM 5900-LIST-DISPUTE
               EXIT PARAGRAPH
           END-IF
           IF WS-FLT-ORIG NOT = WS-SEL-STATION
               MOVE 0 TO DT-BOARDED
               MOVE IV-AMOUNT TO WS-DISPUTED
               MOVE 'OTHER STATION' TO DT-REASON
               ADD 1 TO WS-OTHER-STN-COUNT
               PERFORM 5900-LIST-DISPUTE
               EXIT PARAGRAPH
           END-IF

           MOVE IV-FLIGHT TO AB-FLT
           MOVE IV-DATE TO AB-DATE
           READ BRDCNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ABC-OK
               MOVE AB-HEADS TO WS-BOARDED
           ELSE
               MOVE 0 TO WS-BOARDED
           END-IF
           MOVE WS-BOARDED TO DT-BOARDED

           IF IV-PAX > WS-BOARDED
               COMPUTE WS-EXCESS = IV-PAX - WS-BOARDED
               COMPUTE WS-DISPUTED ROUNDED =
                   IV-AMOUNT * WS-EXCESS / IV-PAX
               MOVE 'OVERCHARGED' TO DT-REASON
               ADD 1 TO WS-OVER-COUNT
               PERFORM 5900-LIST-DISPUTE
           ELSE
               IF IV-PAX < WS-BOARDED
                   ADD 1 TO WS-UNDER-COUNT
               ELSE
                   ADD 1 TO WS-AGREED-COUNT
               END-IF
           END-IF.

      *    The live flight file first, then what FLPURG rolled.
       5300-FIND-DEPARTURE.
           MOVE 'N' TO WS-FLT-FOUND-SW
           MOVE IV-FLIGHT(1:5) TO WR-FLTNUM
           MOVE IV-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               MOVE 'Y' TO WS-FLT-FOUND-SW
               MOVE WR-ORIG TO WS-FLT-ORIG
               MOVE WR-STATUS TO WS-FLT-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-HIST-FOUND-SW
           IF WS-HIST-COUNT > 0
               SET WS-HX TO 1
               SEARCH WS-HIST-ENTRY VARYING WS-HX
                   AT END
                       CONTINUE
                   WHEN WS-HX > WS-HIST-COUNT
                       CONTINUE
                   WHEN HT-FLTNUM(WS-HX) = IV-FLIGHT(1:5)
                    AND HT-DATE(WS-HX) = IV-DATE
                       MOVE 'Y' TO WS-HIST-FOUND-SW
               END-SEARCH
           END-IF
           IF WS-HIST-FOUND
               MOVE 'Y' TO WS-FLT-FOUND-SW
               MOVE HT-ORIG(WS-HX) TO WS-FLT-ORIG
               MOVE HT-STATUS(WS-HX) TO WS-FLT-STATUS
           END-IF.

       5900-LIST-DISPUTE.
           MOVE WS-DISPUTED TO DT-DISPUTED
           ADD WS-DISPUTED TO WS-DISPUTED-TOTAL
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LINE-COUNT TO TL-LINES
           MOVE WS-AGREED-COUNT TO TL-AGREED
           MOVE WS-UNDER-COUNT TO TL-UNDER
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-OVER-COUNT TO TL-OVER
           MOVE WS-NOT-OPER-COUNT TO TL-NOT-OPER
           MOVE WS-OTHER-STN-COUNT TO TL-OTHER-STN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-BILLED-TOTAL TO TL-BILLED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-DISPUTED-TOTAL TO TL-DISPUTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-NO-PNR-COUNT TO TL-NO-PNR
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-HIST-FULL-COUNT TO TL-HIST-FULL
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-6

           CLOSE PNR-FILE
           CLOSE FLSR-FILE
           CLOSE ARCKEY-FILE
           CLOSE BRDCNT-FILE
           CLOSE RECON-RPT.

       8000-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-PNR-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-BOARD.
           READ BOARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8200-READ-SATELLITE.
           READ SATARC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8300-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8400-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
