       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFSTA.

      * =======================================================
      *   MONTHLY TRAFFIC STATISTICS BY ROUTE
      * =======================================================
      *   The aviation authority's monthly traffic return, per
      *   route (one flown sector, origin to destination), for
      *   the month (YYYYMM) on SYSIN:
      *     - departures performed and seats offered, off every
      *       flight of the month not cancelled - FLTHIST for
      *       those FLPURG has already rolled, FLSRFIL for the
      *       rest - with the seats taken from the ACFMSTR plan
      *       of the type flown;
      *     - passengers carried, off the flown legs of both
      *       PNRDATA and PNRARCH (PGARC moves a finished PNR
      *       across, so neither holds what the other does). A
      *       leg is flown on FLWREV's test - its coupon lifted,
      *       or checked in where no coupon was kept - and a
      *       one-stop outbound is its two sectors over the hub.
      *       Positioning crew are not traffic and are left out;
      *       infants on a lap are not seated and are not
      *       counted; staff standby are carried but earn no
      *       revenue miles;
      *     - available seat-miles and revenue passenger-miles
      *       on the SECMILE distance of the sector (either way
      *       round). A route with no distance is flagged and
      *       filed at zero miles for the desk to correct.
      *   The report goes to TRFRPT and the authority's file to
      *   TRFSUB - a header, one record per route and a trailer
      *   of totals.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT HISTORY-FILE ASSIGN TO FLTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT ACFT-FILE ASSIGN TO ACFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-TYPE
               FILE STATUS IS WS-ACFT-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT CPN-FILE ASSIGN TO TKTCPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPN-STATUS.

           SELECT SECMILE-FILE ASSIGN TO SECMILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT TRAFFIC-RPT ASSIGN TO TRFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SUBMIT-FILE ASSIGN TO TRFSUB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

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
                   88 HF-ST-CANCELLED VALUE 'C'.
               10 HF-ACFT-TYPE        PIC X(3).
               10 FILLER              PIC X(4).
               10 HF-ARRTIME          PIC X(4).
               10 HF-SEATS            PIC X(3).
           05 HR-ROLL-DATE           PIC X(8).

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

      *   Live and archived PNRs are both read into the one PNR
      *   layout in working storage.
       FD  PNR-FILE.
       01  WS-PNRDATA-REC.
           05 PD-PNR                 PIC X(6).
           05 FILLER                 PIC X(886).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  WS-ARC-REC                PIC X(892).

       FD  CPN-FILE.
       01  WS-CPN-REC.
           05 CP-KEY.
               10 CP-TKT           PIC X(13).
               10 CP-SEQ           PIC 9(2).
           05 CP-PNR               PIC X(6).
           05 CP-FLT               PIC X(6).
           05 CP-DATE              PIC X(8).
           05 CP-ORIG              PIC X(3).
           05 CP-DEST              PIC X(3).
           05 CP-STATUS            PIC X.
               88 CP-LIFTED        VALUE 'L'.
               88 CP-FLOWN         VALUE 'F'.
           05 CP-STATUS-DATE       PIC X(8).

       FD  SECMILE-FILE.
       01  WS-SECMILE-REC.
           05 SM-KEY.
               10 SM-ORIG           PIC X(3).
               10 SM-DEST           PIC X(3).
           05 SM-MILES              PIC 9(5).

       FD  TRAFFIC-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Authority submission - H header, D per route, T trailer.
       FD  SUBMIT-FILE
           RECORDING MODE IS F.
       01  WS-SUB-REC.
           05 SB-REC-TYPE            PIC X.
           05 SB-PERIOD              PIC X(6).
           05 SB-DETAIL.
               10 SB-ORIG             PIC X(3).
               10 SB-DEST             PIC X(3).
               10 SB-DEPARTURES       PIC 9(5).
               10 SB-SEATS            PIC 9(7).
               10 SB-PAX              PIC 9(7).
               10 SB-DISTANCE         PIC 9(5).
               10 SB-ASM              PIC 9(11).
               10 SB-RPM              PIC 9(11).
               10 FILLER              PIC X(21).
           05 SB-HEADER REDEFINES SB-DETAIL.
               10 SB-RUN-DATE         PIC X(8).
               10 FILLER              PIC X(65).
           05 SB-TRAILER REDEFINES SB-DETAIL.
               10 SB-ROUTE-COUNT      PIC 9(5).
               10 SB-TOT-DEPARTURES   PIC 9(7).
               10 SB-TOT-SEATS        PIC 9(9).
               10 SB-TOT-PAX          PIC 9(9).
               10 SB-TOT-ASM          PIC 9(13).
               10 SB-TOT-RPM          PIC 9(13).
               10 FILLER              PIC X(17).

       WORKING-STORAGE SECTION.

       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-HIS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-HIS-OK              VALUE '00'.
       01 WS-ACFT-STATUS             PIC X(2) VALUE SPACES.
           88 WS-ACFT-OK             VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ARC-OK              VALUE '00'.
       01 WS-CPN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPN-OK              VALUE '00'.
       01 WS-SEC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SEC-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-SUB-STATUS              PIC X(2) VALUE SPACES.

       01 WS-FLSR-EOF-SW             PIC X VALUE 'N'.
           88 WS-FLSR-EOF            VALUE 'Y'.
       01 WS-HIS-EOF-SW              PIC X VALUE 'N'.
           88 WS-HIS-EOF             VALUE 'Y'.
       01 WS-PNR-EOF-SW              PIC X VALUE 'N'.
           88 WS-PNR-EOF             VALUE 'Y'.
       01 WS-ARC-EOF-SW              PIC X VALUE 'N'.
           88 WS-ARC-EOF             VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-MONTH                PIC X(6).

       01 WS-SEL-MONTH                PIC X(6) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).

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

      * The departure being counted, off either flight file.
       01 WS-DEP-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-DEP-DEST                 PIC X(3) VALUE SPACES.
       01 WS-DEP-TYPE                 PIC X(3) VALUE SPACES.

      * The leg being tested for flown.
       01 WS-LEG-FLT                  PIC X(6) VALUE SPACES.
       01 WS-LEG-DATE                 PIC X(8) VALUE SPACES.
       01 WS-LEG-CKIN-FLAG            PIC X VALUE SPACE.
       01 WS-CPN-IX                   PIC 9(2) VALUE 0.
       01 WS-CPN-FOUND-SW             PIC X VALUE 'N'.
           88 WS-CPN-FOUND            VALUE 'Y'.
       01 WS-LEG-FLOWN-SW             PIC X VALUE 'N'.
           88 WS-LEG-FLOWN            VALUE 'Y'.

       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-HEADS                    PIC 9(2) VALUE 0.

      * Month totals by route, sorted origin/destination before
      * printing.
       01 WS-RTE-MAX                  PIC 9(3) VALUE 300.
       01 WS-RTE-COUNT                PIC 9(3) VALUE 0.
       01 WS-RTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-RX.
               10 RT-KEY.
                   15 RT-ORIG          PIC X(3).
                   15 RT-DEST          PIC X(3).
               10 RT-DEPARTURES        PIC 9(5).
               10 RT-SEATS             PIC 9(7).
               10 RT-PAX               PIC 9(7).
               10 RT-REV-PAX           PIC 9(7).
       01 WS-RTE-SWAP                 PIC X(32).
       01 WS-RTE-IX                   PIC 9(3) VALUE 0.
       01 WS-RTE-JX                   PIC 9(3) VALUE 0.
       01 WS-RTE-LIMIT                PIC 9(3) VALUE 0.
       01 WS-MATCH-SW                 PIC X VALUE 'N'.
           88 WS-MATCH-FOUND          VALUE 'Y'.
       01 WS-WORK-ORIG                PIC X(3) VALUE SPACES.
       01 WS-WORK-DEST                PIC X(3) VALUE SPACES.

       01 WS-SECTOR-MILES             PIC 9(5) VALUE 0.
       01 WS-NO-DISTANCE-SW           PIC X VALUE 'N'.
           88 WS-NO-DISTANCE          VALUE 'Y'.
       01 WS-ASM                      PIC 9(11) VALUE 0.
       01 WS-RPM                      PIC 9(11) VALUE 0.

       01 WS-TOT-DEPARTURES           PIC 9(7) VALUE 0.
       01 WS-TOT-SEATS                PIC 9(9) VALUE 0.
       01 WS-TOT-PAX                  PIC 9(9) VALUE 0.
       01 WS-TOT-ASM                  PIC 9(13) VALUE 0.
       01 WS-TOT-RPM                  PIC 9(13) VALUE 0.
       01 WS-NO-TYPE-COUNT            PIC 9(5) VALUE 0.
       01 WS-NO-DISTANCE-COUNT        PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL-COUNT         PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(37)
               VALUE 'MONTHLY TRAFFIC STATISTICS - MONTH'.
           05 HD-MONTH                PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(9) VALUE 'ROUTE'.
           05 FILLER                  PIC X(6) VALUE '  DEPS'.
           05 FILLER                  PIC X(8) VALUE '   SEATS'.
           05 FILLER                  PIC X(8) VALUE '     PAX'.
           05 FILLER                  PIC X(8) VALUE '  REVPAX'.
           05 FILLER                  PIC X(6) VALUE ' MILES'.
           05 FILLER                  PIC X(12) VALUE '         ASM'.
           05 FILLER                  PIC X(12) VALUE '         RPM'.

       01 WS-DETAIL-LINE.
           05 DT-ORIG                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 DT-DEST                 PIC X(3).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-DEPARTURES           PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-SEATS                PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PAX                  PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-REV-PAX              PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-MILES                PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ASM                  PIC ZZZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-RPM                  PIC ZZZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FLAG                 PIC X(7).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(10) VALUE 'TOTAL'.
           05 TL-DEPARTURES           PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-SEATS                PIC ZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-PAX                  PIC ZZZZZZZ9.
           05 FILLER                  PIC X(9) VALUE SPACES.
           05 TL-ASM                  PIC ZZZZZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-RPM                  PIC ZZZZZZZZZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(34)
               VALUE 'DEPARTURES WITH NO AIRCRAFT TYPE:'.
           05 TL-NO-TYPE              PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(34)
               VALUE 'ROUTES WITH NO SECMILE DISTANCE: '.
           05 TL-NO-DISTANCE          PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(34)
               VALUE 'SECTORS NOT COUNTED - TABLE FULL:'.
           05 TL-TABLE-FULL           PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COUNT-LIVE-FLIGHT UNTIL WS-FLSR-EOF
           PERFORM 2200-COUNT-ROLLED-FLIGHT UNTIL WS-HIS-EOF
           PERFORM 3000-COUNT-LIVE-PNR UNTIL WS-PNR-EOF
           PERFORM 3200-COUNT-ARCHIVED-PNR UNTIL WS-ARC-EOF
           PERFORM 5000-SORT-ROUTES
           PERFORM 6000-FILE-ROUTES
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-MONTH TO WS-SEL-MONTH
           ACCEPT WS-TODAY FROM DATE

           OPEN INPUT FLSR-FILE
           OPEN INPUT HISTORY-FILE
           OPEN INPUT ACFT-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT ARCHIVE-FILE
           OPEN INPUT CPN-FILE
           OPEN INPUT SECMILE-FILE
           OPEN OUTPUT TRAFFIC-RPT
           OPEN OUTPUT SUBMIT-FILE

           MOVE WS-SEL-MONTH TO HD-MONTH
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           MOVE SPACES TO WS-SUB-REC
           MOVE 'H' TO SB-REC-TYPE
           MOVE WS-SEL-MONTH TO SB-PERIOD
           MOVE '20' TO SB-RUN-DATE(1:2)
           MOVE WS-TODAY TO SB-RUN-DATE(3:6)
           WRITE WS-SUB-REC

           PERFORM 8000-READ-FLSR
           PERFORM 8100-READ-HISTORY
           PERFORM 8200-READ-PNR
           PERFORM 8300-READ-ARCHIVE.

      * =======================================================
      *   DEPARTURES PERFORMED AND SEATS OFFERED - THE LIVE
      *   FLIGHT FILE, THEN THE FLIGHTS ALREADY ROLLED OFF IT
      * =======================================================
       2000-COUNT-LIVE-FLIGHT.
           IF WR-DATE(1:6) = WS-SEL-MONTH AND NOT WR-ST-CANCELLED
               MOVE WR-ORIG TO WS-DEP-ORIG
               MOVE WR-DEST TO WS-DEP-DEST
               MOVE WR-ACFT-TYPE TO WS-DEP-TYPE
               PERFORM 2500-COUNT-DEPARTURE
           END-IF
           PERFORM 8000-READ-FLSR.

       2200-COUNT-ROLLED-FLIGHT.
           IF HF-DATE(1:6) = WS-SEL-MONTH AND NOT HF-ST-CANCELLED
               MOVE HF-ORIG TO WS-DEP-ORIG
               MOVE HF-DEST TO WS-DEP-DEST
               MOVE HF-ACFT-TYPE TO WS-DEP-TYPE
               PERFORM 2500-COUNT-DEPARTURE
           END-IF
           PERFORM 8100-READ-HISTORY.

       2500-COUNT-DEPARTURE.
           MOVE WS-DEP-ORIG TO WS-WORK-ORIG
           MOVE WS-DEP-DEST TO WS-WORK-DEST
           PERFORM 4500-FIND-ROUTE-SLOT
           IF NOT WS-MATCH-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RT-DEPARTURES(WS-RX)

           MOVE WS-DEP-TYPE TO AC-TYPE
           READ ACFT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACFT-OK
               ADD AC-SEAT-CNT TO RT-SEATS(WS-RX)
           ELSE
               ADD 1 TO WS-NO-TYPE-COUNT
           END-IF.

      * =======================================================
      *   PASSENGERS CARRIED - LIVE PNRS, THEN THE ARCHIVE
      * =======================================================
       3000-COUNT-LIVE-PNR.
           PERFORM 3500-COUNT-FLOWN-LEGS
           PERFORM 8200-READ-PNR.

       3200-COUNT-ARCHIVED-PNR.
           PERFORM 3500-COUNT-FLOWN-LEGS
           PERFORM 8300-READ-ARCHIVE.

       3500-COUNT-FLOWN-LEGS.
           IF PR-ST-CANCELLED OR PR-ST-BUMPED OR PR-ST-WAITLIST
              OR PR-ST-NOSHOW OR PR-GRP-DEADHEAD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HEADS
           PERFORM 3600-COUNT-SEATED-PSGR
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP OR WS-PSGR-IX > 9
           IF WS-HEADS = 0
               EXIT PARAGRAPH
           END-IF

           IF PR-DEPDATE(1:6) = WS-SEL-MONTH
               MOVE PR-DEPDATE TO WS-LEG-DATE
               MOVE PR-OUT-CKIN-FLAG TO WS-LEG-CKIN-FLAG
               IF PR-OUT-FLT2 = SPACES
                   MOVE PR-OUT-FLT TO WS-LEG-FLT
                   MOVE PR-ORIG TO WS-WORK-ORIG
                   MOVE PR-DEST TO WS-WORK-DEST
                   PERFORM 4000-COUNT-SECTOR
               ELSE
                   MOVE PR-OUT-FLT TO WS-LEG-FLT
                   MOVE PR-ORIG TO WS-WORK-ORIG
                   MOVE PR-VIA-STN TO WS-WORK-DEST
                   PERFORM 4000-COUNT-SECTOR
                   MOVE PR-OUT-FLT2 TO WS-LEG-FLT
                   MOVE PR-VIA-STN TO WS-WORK-ORIG
                   MOVE PR-DEST TO WS-WORK-DEST
                   PERFORM 4000-COUNT-SECTOR
               END-IF
           END-IF
           IF PR-TRIPTYPE = 'R'
              AND PR-RETDATE(1:6) = WS-SEL-MONTH
               MOVE PR-RET-FLT TO WS-LEG-FLT
               MOVE PR-RETDATE TO WS-LEG-DATE
               MOVE PR-RET-CKIN-FLAG TO WS-LEG-CKIN-FLAG
               MOVE PR-DEST TO WS-WORK-ORIG
               MOVE PR-ORIG TO WS-WORK-DEST
               PERFORM 4000-COUNT-SECTOR
           END-IF.

       3600-COUNT-SEATED-PSGR.
           IF PR-PSGR-TYPE(WS-PSGR-IX) NOT = 'I'
               ADD 1 TO WS-HEADS
           END-IF.

       4000-COUNT-SECTOR.
           PERFORM 4100-CHECK-LEG-FLOWN
           IF NOT WS-LEG-FLOWN
               EXIT PARAGRAPH
           END-IF

           PERFORM 4500-FIND-ROUTE-SLOT
           IF NOT WS-MATCH-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD WS-HEADS TO RT-PAX(WS-RX)
           IF NOT PR-GRP-NONREV
               ADD WS-HEADS TO RT-REV-PAX(WS-RX)
           END-IF.

      *    Lifted or flown coupon is flown; no coupon at all is a
      *    ticket from before coupons were kept, and the leg's
      *    check-in flag decides - as in FLWREV.
       4100-CHECK-LEG-FLOWN.
           MOVE 'N' TO WS-LEG-FLOWN-SW
           MOVE 'N' TO WS-CPN-FOUND-SW
           IF PR-TKT-NUMBER NOT = SPACES
              AND PR-TKT-NUMBER NOT = LOW-VALUES
               PERFORM 4200-READ-LEG-COUPON
                   VARYING WS-CPN-IX FROM 1 BY 1
                   UNTIL WS-CPN-IX > 4 OR WS-CPN-FOUND
           END-IF

           IF WS-CPN-FOUND
               IF CP-LIFTED OR CP-FLOWN
                   MOVE 'Y' TO WS-LEG-FLOWN-SW
               END-IF
           ELSE
               IF WS-LEG-CKIN-FLAG = 'Y'
                   MOVE 'Y' TO WS-LEG-FLOWN-SW
               END-IF
           END-IF.

       4200-READ-LEG-COUPON.
           MOVE PR-TKT-NUMBER TO CP-TKT
           MOVE WS-CPN-IX TO CP-SEQ
           READ CPN-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CPN-OK
              AND CP-FLT = WS-LEG-FLT
              AND CP-DATE = WS-LEG-DATE
               MOVE 'Y' TO WS-CPN-FOUND-SW
           END-IF.

      * =======================================================
      *     FIND (OR CLAIM) THE TOTALS SLOT FOR ONE ROUTE
      * =======================================================
       4500-FIND-ROUTE-SLOT.
           MOVE 'N' TO WS-MATCH-SW

           IF WS-RTE-COUNT > 0
               SET WS-RX TO 1
               SEARCH WS-RTE-ENTRY VARYING WS-RX
                   AT END
                       CONTINUE
                   WHEN WS-RX > WS-RTE-COUNT
                       CONTINUE
                   WHEN RT-ORIG(WS-RX) = WS-WORK-ORIG
                    AND RT-DEST(WS-RX) = WS-WORK-DEST
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF

           IF NOT WS-MATCH-FOUND
               IF WS-RTE-COUNT < WS-RTE-MAX
                   ADD 1 TO WS-RTE-COUNT
                   SET WS-RX TO WS-RTE-COUNT
                   MOVE WS-WORK-ORIG TO RT-ORIG(WS-RX)
                   MOVE WS-WORK-DEST TO RT-DEST(WS-RX)
                   MOVE 0 TO RT-DEPARTURES(WS-RX)
                   MOVE 0 TO RT-SEATS(WS-RX)
                   MOVE 0 TO RT-PAX(WS-RX)
                   MOVE 0 TO RT-REV-PAX(WS-RX)
                   MOVE 'Y' TO WS-MATCH-SW
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

      * =======================================================
      *   SORT THE ROUTES ORIGIN/DESTINATION
      * =======================================================
       5000-SORT-ROUTES.
           PERFORM 5100-SORT-PASS
               VARYING WS-RTE-LIMIT FROM WS-RTE-COUNT BY -1
               UNTIL WS-RTE-LIMIT < 2.

       5100-SORT-PASS.
           PERFORM 5200-SORT-COMPARE
               VARYING WS-RTE-IX FROM 1 BY 1
               UNTIL WS-RTE-IX >= WS-RTE-LIMIT.

       5200-SORT-COMPARE.
           COMPUTE WS-RTE-JX = WS-RTE-IX + 1
           IF RT-KEY(WS-RTE-IX) > RT-KEY(WS-RTE-JX)
               MOVE WS-RTE-ENTRY(WS-RTE-IX) TO WS-RTE-SWAP
               MOVE WS-RTE-ENTRY(WS-RTE-JX) TO WS-RTE-ENTRY(WS-RTE-IX)
               MOVE WS-RTE-SWAP TO WS-RTE-ENTRY(WS-RTE-JX)
           END-IF.

      * =======================================================
      *   ONE REPORT LINE AND ONE SUBMISSION RECORD PER ROUTE
      * =======================================================
       6000-FILE-ROUTES.
           PERFORM 6100-FILE-ONE-ROUTE
               VARYING WS-RTE-IX FROM 1 BY 1
               UNTIL WS-RTE-IX > WS-RTE-COUNT.

       6100-FILE-ONE-ROUTE.
           SET WS-RX TO WS-RTE-IX
           PERFORM 6200-GET-SECTOR-MILES
           COMPUTE WS-ASM = RT-SEATS(WS-RX) * WS-SECTOR-MILES
           COMPUTE WS-RPM = RT-REV-PAX(WS-RX) * WS-SECTOR-MILES

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RT-ORIG(WS-RX) TO DT-ORIG
           MOVE RT-DEST(WS-RX) TO DT-DEST
           MOVE RT-DEPARTURES(WS-RX) TO DT-DEPARTURES
           MOVE RT-SEATS(WS-RX) TO DT-SEATS
           MOVE RT-PAX(WS-RX) TO DT-PAX
           MOVE RT-REV-PAX(WS-RX) TO DT-REV-PAX
           MOVE WS-SECTOR-MILES TO DT-MILES
           MOVE WS-ASM TO DT-ASM
           MOVE WS-RPM TO DT-RPM
           IF WS-NO-DISTANCE
               MOVE 'NO DIST' TO DT-FLAG
               ADD 1 TO WS-NO-DISTANCE-COUNT
           END-IF
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO WS-SUB-REC
           MOVE 'D' TO SB-REC-TYPE
           MOVE WS-SEL-MONTH TO SB-PERIOD
           MOVE RT-ORIG(WS-RX) TO SB-ORIG
           MOVE RT-DEST(WS-RX) TO SB-DEST
           MOVE RT-DEPARTURES(WS-RX) TO SB-DEPARTURES
           MOVE RT-SEATS(WS-RX) TO SB-SEATS
           MOVE RT-PAX(WS-RX) TO SB-PAX
           MOVE WS-SECTOR-MILES TO SB-DISTANCE
           MOVE WS-ASM TO SB-ASM
           MOVE WS-RPM TO SB-RPM
           WRITE WS-SUB-REC

           ADD RT-DEPARTURES(WS-RX) TO WS-TOT-DEPARTURES
           ADD RT-SEATS(WS-RX) TO WS-TOT-SEATS
           ADD RT-PAX(WS-RX) TO WS-TOT-PAX
           ADD WS-ASM TO WS-TOT-ASM
           ADD WS-RPM TO WS-TOT-RPM.

      *    The distance is the same either way round, so a sector
      *    SECMILE only carries the other way is taken from there.
       6200-GET-SECTOR-MILES.
           MOVE 'N' TO WS-NO-DISTANCE-SW
           MOVE 0 TO WS-SECTOR-MILES
           MOVE RT-ORIG(WS-RX) TO SM-ORIG
           MOVE RT-DEST(WS-RX) TO SM-DEST
           READ SECMILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-SEC-OK
               MOVE RT-DEST(WS-RX) TO SM-ORIG
               MOVE RT-ORIG(WS-RX) TO SM-DEST
               READ SECMILE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-SEC-OK
               MOVE SM-MILES TO WS-SECTOR-MILES
           ELSE
               MOVE 'Y' TO WS-NO-DISTANCE-SW
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-TOT-DEPARTURES TO TL-DEPARTURES
           MOVE WS-TOT-SEATS TO TL-SEATS
           MOVE WS-TOT-PAX TO TL-PAX
           MOVE WS-TOT-ASM TO TL-ASM
           MOVE WS-TOT-RPM TO TL-RPM
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-NO-TYPE-COUNT TO TL-NO-TYPE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-NO-DISTANCE-COUNT TO TL-NO-DISTANCE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TABLE-FULL-COUNT TO TL-TABLE-FULL
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           MOVE SPACES TO WS-SUB-REC
           MOVE 'T' TO SB-REC-TYPE
           MOVE WS-SEL-MONTH TO SB-PERIOD
           MOVE WS-RTE-COUNT TO SB-ROUTE-COUNT
           MOVE WS-TOT-DEPARTURES TO SB-TOT-DEPARTURES
           MOVE WS-TOT-SEATS TO SB-TOT-SEATS
           MOVE WS-TOT-PAX TO SB-TOT-PAX
           MOVE WS-TOT-ASM TO SB-TOT-ASM
           MOVE WS-TOT-RPM TO SB-TOT-RPM
           WRITE WS-SUB-REC

           CLOSE FLSR-FILE
           CLOSE HISTORY-FILE
           CLOSE ACFT-FILE
           CLOSE PNR-FILE
           CLOSE ARCHIVE-FILE
           CLOSE CPN-FILE
           CLOSE SECMILE-FILE
           CLOSE TRAFFIC-RPT
           CLOSE SUBMIT-FILE.

       8000-READ-FLSR.
           READ FLSR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FLSR-EOF-SW
           END-READ.

       8100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIS-EOF-SW
           END-READ.

       8200-READ-PNR.
           READ PNR-FILE NEXT RECORD INTO WS-PNR-REC
               AT END
                   MOVE 'Y' TO WS-PNR-EOF-SW
           END-READ.

       8300-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-PNR-REC
               AT END
                   MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.
