       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTEPRF.

      * =======================================================
      *   MONTHLY FLIGHT AND ROUTE PROFITABILITY REPORT
      * =======================================================
      *   FLWREV says what a flight earned and OBSFIL what was
      *   sold aboard; this job sets both against what flying it
      *   cost, for the month (YYYYMM) on SYSIN. Every sector
      *   FLSRFIL shows operated in the month is costed off the
      *   COSTMST rates for its aircraft type at its departure
      *   station (the type's *** row where the station has
      *   none):
      *     - block-hour cost on the FLTOPS actual off-to-on
      *       time (the schedule's times stand in where ops has
      *       not posted actuals yet), worked as ACUTIL works
      *       block time;
      *     - crew cost and fuel per sector;
      *     - the airport and handling charge per departure and
      *       per passenger actually boarded - the gate rows on
      *       BOARDF, and those SATARC has since moved to
      *       PNRARCS, totalled first onto the keyed work file
      *       RTPBRD.
      *   Revenue is flown revenue on FLWREV's own rules - the
      *   fare split equally over the booking's legs, a leg
      *   counting once its coupon is lifted - off the bookings
      *   of both PNRDATA and PNRARCH (PGARC moves a finished
      *   PNR across, so neither holds what the other does).
      *   The ancillary is the booking's fee documents on
      *   EMDREG, found through EMDXREF - bags, upgrades, pets,
      *   unaccompanied minors and change fees, less any void,
      *   exchanged or refunded - split over the legs the same
      *   way; a booking taken before documents were issued has
      *   none, and its bag fee stands in. The month's onboard
      *   sales come off OBSFIL (the crew's declared cash is
      *   the reconciliation, not revenue, and is left out).
      *   The report lists each flight number with its cost
      *   breakdown, then rolls the flights up by route, with
      *   the result and margin of each.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT OPS-FILE ASSIGN TO FLTOPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPS-STATUS.

           SELECT BOARD-FILE ASSIGN TO BOARDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BRD-STATUS.

           SELECT OBS-FILE ASSIGN TO OBSFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS WS-OBS-STATUS.

           SELECT COST-FILE ASSIGN TO COSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COST-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT SATARC-FILE ASSIGN TO PNRARCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-STATUS.

           SELECT BRDCNT-FILE ASSIGN TO RTPBRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABC-STATUS.

           SELECT EMDX-FILE ASSIGN TO EMDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EMX-STATUS.

           SELECT EMD-FILE ASSIGN TO EMDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-NUMBER
               FILE STATUS IS WS-EMD-STATUS.

           SELECT CPN-FILE ASSIGN TO TKTCPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPN-STATUS.

           SELECT PROFIT-RPT ASSIGN TO RTPFRPT
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
               88 WR-ST-CANCELLED    VALUE 'C'.
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME             PIC X(4).
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

      *   Boarded record per booking on the flight - how many of
      *   the party actually came through the gate.
       FD  BOARD-FILE.
       01  WS-BOARD-REC.
           05 BD-KEY.
               10 BD-FLT            PIC X(6).
               10 BD-DATE           PIC X(8).
               10 BD-PNR            PIC X(6).
           05 BD-BOARDED            PIC 9(2).
           05 BD-LAST-TIME          PIC X(6).

      *   Onboard sales posted per flight/date/item; the flight's
      *   declared cash rides under the reserved $CSH item.
       FD  OBS-FILE.
       01  WS-OBS-REC.
           05 OB-KEY.
               10 OB-FLTNUM           PIC X(5).
               10 OB-DATE             PIC X(8).
               10 OB-ITEM             PIC X(4).
           05 OB-QTY                  PIC 9(5).
           05 OB-AMOUNT               PIC 9(7)V99.

       FD  COST-FILE.
       01  WS-COST-REC.
           05 CM-KEY.
               10 CM-ACFT-TYPE        PIC X(3).
               10 CM-STATION          PIC X(3).
           05 CM-BLOCK-HR-COST        PIC 9(6)V99.
           05 CM-CREW-COST            PIC 9(6)V99.
           05 CM-DEP-CHG              PIC 9(6)V99.
           05 CM-PAX-CHG              PIC 9(4)V99.
           05 CM-FUEL-COST            PIC 9(6)V99.

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

      *   Work file - heads boarded per flight/date off the
      *   archived gate rows.
       FD  BRDCNT-FILE.
       01  WS-BRDCNT-REC.
           05 AB-KEY.
               10 AB-FLT             PIC X(6).
               10 AB-DATE            PIC X(8).
           05 AB-HEADS               PIC 9(5).

      *   A booking's fee documents - PNR + document number.
       FD  EMDX-FILE.
       01  WS-EMX-REC.
           05 EX-KEY.
               10 EX-PNR             PIC X(6).
               10 EX-NUMBER          PIC X(13).

       FD  EMD-FILE.
       01  WS-EMD-REC.
           05 EM-NUMBER             PIC X(13).
           05 EM-TYPE               PIC X.
               88 EM-ISSUED         VALUE 'I'.
               88 EM-VOID           VALUE 'V'.
               88 EM-REFUNDED       VALUE 'R'.
               88 EM-EXCHANGED      VALUE 'E'.
               88 EM-DISPUTED       VALUE 'Q'.
               88 EM-CONTROL        VALUE 'K'.
           05 EM-SERVICE            PIC X(4).
           05 EM-PNR                PIC X(6).
           05 EM-PSGR               PIC 9(2).
           05 EM-TKT                PIC X(13).
           05 EM-DATE               PIC X(8).
           05 EM-TIME               PIC X(6).
           05 EM-AMT                PIC 9(5)V99.
           05 EM-CURR               PIC X(3).
           05 EM-PAY-METHOD         PIC X.
           05 EM-PAY-REF            PIC X(4).
           05 EM-PROGRAM            PIC X(4).
           05 EM-STATE-DATE         PIC X(8).
           05 EM-LAST-SEQ           PIC 9(10).

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

       FD  PROFIT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-OPS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OPS-OK              VALUE '00'.
       01 WS-BRD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-BRD-OK              VALUE '00'.
       01 WS-OBS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OBS-OK              VALUE '00'.
       01 WS-COST-STATUS             PIC X(2) VALUE SPACES.
           88 WS-COST-OK             VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-CPN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPN-OK              VALUE '00'.
       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
       01 WS-SAT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-ABC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ABC-OK              VALUE '00'.
       01 WS-EMX-STATUS              PIC X(2) VALUE SPACES.
       01 WS-EMD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-EMD-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-FLSR-EOF-SW             PIC X VALUE 'N'.
           88 WS-FLSR-EOF            VALUE 'Y'.
       01 WS-PNR-EOF-SW              PIC X VALUE 'N'.
           88 WS-PNR-EOF             VALUE 'Y'.
       01 WS-BRD-EOF-SW              PIC X VALUE 'N'.
           88 WS-BRD-DONE            VALUE 'Y'.
       01 WS-OBS-EOF-SW              PIC X VALUE 'N'.
           88 WS-OBS-DONE            VALUE 'Y'.
       01 WS-ARC-EOF-SW              PIC X VALUE 'N'.
           88 WS-ARC-EOF             VALUE 'Y'.
       01 WS-SAT-EOF-SW              PIC X VALUE 'N'.
           88 WS-SAT-EOF             VALUE 'Y'.
       01 WS-EMX-EOF-SW              PIC X VALUE 'N'.
           88 WS-EMX-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-MONTH                PIC X(6).

       01 WS-SEL-MONTH                PIC X(6) VALUE SPACES.

      * Block time - off and on as HHMM, worked in minutes.
       01 WS-HHMM.
           05 WS-HH                   PIC 9(2).
           05 WS-MM                   PIC 9(2).
       01 WS-OFF-MINS                 PIC S9(5) VALUE 0.
       01 WS-ON-MINS                  PIC S9(5) VALUE 0.
       01 WS-BLOCK-MINS               PIC S9(5) VALUE 0.
       01 WS-SECTOR-PAX               PIC 9(5) VALUE 0.
       01 WS-WORK-FLT6                PIC X(6) VALUE SPACES.

       01 WS-CPN-IX                  PIC 9(2) VALUE 0.
       01 WS-CPN-FOUND-SW            PIC X VALUE 'N'.
           88 WS-CPN-FOUND           VALUE 'Y'.
       01 WS-LEG-FLOWN-SW            PIC X VALUE 'N'.
           88 WS-LEG-FLOWN           VALUE 'Y'.
       01 WS-LEG-CKIN-FLAG           PIC X VALUE SPACE.
       01 WS-LEG-DATE                PIC X(8) VALUE SPACES.
       01 WS-LEG-COUNT               PIC 9 VALUE 1.
       01 WS-LEG-SHARE               PIC 9(7)V99 VALUE 0.
       01 WS-ANCIL-AMT               PIC 9(7)V99 VALUE 0.
       01 WS-ANCIL-SHARE             PIC 9(7)V99 VALUE 0.
       01 WS-EMD-FOUND-SW            PIC X VALUE 'N'.
           88 WS-EMD-FOUND           VALUE 'Y'.

      * The booking being credited, live or archived.
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

      * Month totals by flight number - one slot claimed per
      * distinct flight met, the way FLWREV keeps its table.
       01 WS-FLT-MAX                  PIC 9(3) VALUE 300.
       01 WS-FLT-COUNT                PIC 9(3) VALUE 0.
       01 WS-FLT-TABLE.
           05 WS-FLT-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-FX.
               10 FT-FLIGHT            PIC X(5).
               10 FT-ORIG              PIC X(3).
               10 FT-DEST              PIC X(3).
               10 FT-TYPE              PIC X(3).
               10 FT-SECTORS           PIC 9(4).
               10 FT-BLOCK-MINS        PIC 9(7).
               10 FT-PAX               PIC 9(7).
               10 FT-FARE              PIC 9(9)V99.
               10 FT-ANCIL             PIC 9(9)V99.
               10 FT-ONBOARD           PIC 9(9)V99.
               10 FT-FLY-COST          PIC 9(9)V99.
               10 FT-CREW-COST         PIC 9(9)V99.
               10 FT-APT-COST          PIC 9(9)V99.
               10 FT-FUEL-COST         PIC 9(9)V99.
       01 WS-MATCH-SW                 PIC X VALUE 'N'.
           88 WS-MATCH-FOUND          VALUE 'Y'.
       01 WS-WORK-FLT                 PIC X(5) VALUE SPACES.
       01 WS-WORK-ORIG                PIC X(3) VALUE SPACES.
       01 WS-WORK-DEST                PIC X(3) VALUE SPACES.
       01 WS-FLT-IX                   PIC 9(3) VALUE 0.

      * The same totals rolled up by route.
       01 WS-RTE-MAX                  PIC 9(3) VALUE 200.
       01 WS-RTE-COUNT                PIC 9(3) VALUE 0.
       01 WS-RTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-RX.
               10 RT-ORIG              PIC X(3).
               10 RT-DEST              PIC X(3).
               10 RT-SECTORS           PIC 9(5).
               10 RT-PAX               PIC 9(7).
               10 RT-REVENUE           PIC 9(9)V99.
               10 RT-COST              PIC 9(9)V99.
       01 WS-RTE-IX                   PIC 9(3) VALUE 0.

       01 WS-REVENUE                  PIC 9(9)V99 VALUE 0.
       01 WS-COST                     PIC 9(9)V99 VALUE 0.
       01 WS-RESULT                   PIC S9(9)V99 VALUE 0.
       01 WS-MARGIN                   PIC S9(5) VALUE 0.
       01 WS-BLOCK-HRS                PIC 9(5)V9 VALUE 0.

       01 WS-TOT-REVENUE              PIC 9(11)V99 VALUE 0.
       01 WS-TOT-COST                 PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RESULT               PIC S9(11)V99 VALUE 0.
       01 WS-SECTOR-COUNT             PIC 9(5) VALUE 0.
       01 WS-SCHED-BLOCK-COUNT        PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT            PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(38)
               VALUE 'FLIGHT AND ROUTE PROFITABILITY - MONTH'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 HD-MONTH                PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(6) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(8) VALUE 'ROUTE'.
           05 FILLER                  PIC X(4) VALUE 'SEC'.
           05 FILLER                  PIC X(6) VALUE '  PAX'.
           05 FILLER                  PIC X(9) VALUE '     FARE'.
           05 FILLER                  PIC X(8) VALUE '   ANCIL'.
           05 FILLER                  PIC X(8) VALUE '   ONBRD'.
           05 FILLER                  PIC X(9) VALUE '     COST'.
           05 FILLER                  PIC X(10) VALUE '    RESULT'.
           05 FILLER                  PIC X(7) VALUE ' MARGIN'.

       01 WS-FLIGHT-LINE.
           05 FL-FLIGHT               PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-ORIG                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 FL-DEST                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-SECTORS              PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-PAX                  PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-FARE                 PIC ZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-ANCIL                PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-ONBOARD              PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-COST                 PIC ZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-RESULT               PIC -(8)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FL-MARGIN               PIC -(4)9.
           05 FILLER                  PIC X(1) VALUE '%'.

       01 WS-COST-LINE.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'BLK HRS '.
           05 CL-BLOCK-HRS            PIC ZZZZ9.9.
           05 FILLER                  PIC X(6) VALUE '  FLY '.
           05 CL-FLY                  PIC ZZZZZZZ9.
           05 FILLER                  PIC X(7) VALUE '  CREW '.
           05 CL-CREW                 PIC ZZZZZZ9.
           05 FILLER                  PIC X(6) VALUE '  APT '.
           05 CL-APT                  PIC ZZZZZZ9.
           05 FILLER                  PIC X(7) VALUE '  FUEL '.
           05 CL-FUEL                 PIC ZZZZZZ9.

       01 WS-ROUTE-HEAD.
           05 FILLER                  PIC X(14) VALUE 'BY ROUTE'.

       01 WS-ROUTE-HEAD-2.
           05 FILLER                  PIC X(8) VALUE 'ROUTE'.
           05 FILLER                  PIC X(6) VALUE '  SEC'.
           05 FILLER                  PIC X(8) VALUE '     PAX'.
           05 FILLER                  PIC X(13) VALUE '      REVENUE'.
           05 FILLER                  PIC X(13) VALUE '         COST'.
           05 FILLER                  PIC X(13) VALUE '       RESULT'.
           05 FILLER                  PIC X(7) VALUE ' MARGIN'.

       01 WS-ROUTE-LINE.
           05 RL-ORIG                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 RL-DEST                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-SECTORS              PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-PAX                  PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-REVENUE              PIC ZZZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-COST                 PIC ZZZZZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-RESULT               PIC -(11)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RL-MARGIN               PIC -(4)9.
           05 FILLER                  PIC X(1) VALUE '%'.

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'SECTORS COSTED:        '.
           05 TL-SECTORS              PIC ZZZZ9.
           05 FILLER                  PIC X(24)
               VALUE '   ON SCHEDULED TIMES: '.
           05 TL-SCHED                PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'SECTORS WITH NO RATES:  '.
           05 TL-NO-RATE              PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'TOTAL REVENUE:          '.
           05 TL-REVENUE              PIC ZZZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'TOTAL COST:             '.
           05 TL-COST                 PIC ZZZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'NETWORK RESULT:         '.
           05 TL-RESULT               PIC -(11)9.99.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COST-SECTOR UNTIL WS-FLSR-EOF
           PERFORM 4000-PROCESS-PNR-RECORDS UNTIL WS-PNR-EOF
           PERFORM 4050-PROCESS-ARCHIVED-PNR UNTIL WS-ARC-EOF
           PERFORM 6000-PRINT-FLIGHTS
           PERFORM 7000-PRINT-ROUTES
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-MONTH TO WS-SEL-MONTH

           OPEN INPUT FLSR-FILE
           OPEN INPUT OPS-FILE
           OPEN INPUT BOARD-FILE
           OPEN INPUT OBS-FILE
           OPEN INPUT COST-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT ARCHIVE-FILE
           OPEN INPUT EMDX-FILE
           OPEN INPUT EMD-FILE
           OPEN INPUT CPN-FILE
           OPEN OUTPUT PROFIT-RPT

           MOVE WS-SEL-MONTH TO HD-MONTH
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 1500-COUNT-ARCHIVED-BOARDED

           PERFORM 8000-READ-FLSR
           PERFORM 8100-READ-PNR
           PERFORM 8150-READ-ARCHIVE.

      * =======================================================
      *   HEADS BOARDED ON GATE ROWS SATARC HAS ARCHIVED, PER
      *   FLIGHT/DATE, ONTO THE KEYED WORK FILE
      * =======================================================
       1500-COUNT-ARCHIVED-BOARDED.
           OPEN OUTPUT BRDCNT-FILE
           CLOSE BRDCNT-FILE
           OPEN I-O BRDCNT-FILE
           OPEN INPUT SATARC-FILE
           PERFORM 8400-READ-SATELLITE
           PERFORM 1600-TAKE-ARCHIVED-ROW UNTIL WS-SAT-EOF
           CLOSE SATARC-FILE
           CLOSE BRDCNT-FILE
           OPEN INPUT BRDCNT-FILE.

       1600-TAKE-ARCHIVED-ROW.
           IF SA-SOURCE = 'BOARDF'
              AND SB-DATE(1:6) = WS-SEL-MONTH
               MOVE SB-FLT TO AB-FLT
               MOVE SB-DATE TO AB-DATE
               READ BRDCNT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ABC-OK
                   ADD SB-BOARDED TO AB-HEADS
                   REWRITE WS-BRDCNT-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   MOVE SB-FLT TO AB-FLT
                   MOVE SB-DATE TO AB-DATE
                   MOVE SB-BOARDED TO AB-HEADS
                   WRITE WS-BRDCNT-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF
           PERFORM 8400-READ-SATELLITE.

      * =======================================================
      *   ONE SECTOR OPERATED IN THE MONTH - BLOCK TIME, HEADS,
      *   ONBOARD SALES AND WHAT IT COST
      * =======================================================
       2000-COST-SECTOR.
           IF WR-DATE(1:6) NOT = WS-SEL-MONTH OR WR-ST-CANCELLED
               PERFORM 8000-READ-FLSR
               EXIT PARAGRAPH
           END-IF

           MOVE WR-FLTNUM TO WS-WORK-FLT
           MOVE WR-ORIG TO WS-WORK-ORIG
           MOVE WR-DEST TO WS-WORK-DEST
           PERFORM 5000-FIND-FLIGHT-SLOT
           MOVE WR-ACFT-TYPE TO FT-TYPE(WS-FX)
           ADD 1 TO FT-SECTORS(WS-FX)
           ADD 1 TO WS-SECTOR-COUNT

           PERFORM 2100-WORK-BLOCK-TIME
           ADD WS-BLOCK-MINS TO FT-BLOCK-MINS(WS-FX)
           PERFORM 2200-COUNT-BOARDED
           ADD WS-SECTOR-PAX TO FT-PAX(WS-FX)
           PERFORM 2300-ADD-ONBOARD-SALES
           PERFORM 2400-COST-AT-RATES

           PERFORM 8000-READ-FLSR.

      *    Off to on, as ACUTIL counts it; the schedule stands in
      *    until ops posts the actuals.
       2100-WORK-BLOCK-TIME.
           MOVE 0 TO WS-BLOCK-MINS
           MOVE WR-FLTNUM TO OP-FLTNUM
           MOVE WR-DATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPS-OK
              AND OP-ACT-DEP NUMERIC
              AND OP-ACT-ARR NUMERIC
               MOVE OP-ACT-DEP TO WS-HHMM
               COMPUTE WS-OFF-MINS = WS-HH * 60 + WS-MM
               MOVE OP-ACT-ARR TO WS-HHMM
               COMPUTE WS-ON-MINS = WS-HH * 60 + WS-MM
           ELSE
               IF WR-DEPTIME NOT NUMERIC OR WR-ARRTIME NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCHED-BLOCK-COUNT
               MOVE WR-DEPTIME TO WS-HHMM
               COMPUTE WS-OFF-MINS = WS-HH * 60 + WS-MM
               MOVE WR-ARRTIME TO WS-HHMM
               COMPUTE WS-ON-MINS = WS-HH * 60 + WS-MM
           END-IF
           IF WS-ON-MINS < WS-OFF-MINS
               ADD 1440 TO WS-ON-MINS
           END-IF
           COMPUTE WS-BLOCK-MINS = WS-ON-MINS - WS-OFF-MINS.

       2200-COUNT-BOARDED.
           MOVE 0 TO WS-SECTOR-PAX
           MOVE SPACES TO WS-WORK-FLT6
           MOVE WR-FLTNUM TO WS-WORK-FLT6(1:5)
           MOVE 'N' TO WS-BRD-EOF-SW
           MOVE WS-WORK-FLT6 TO BD-FLT
           MOVE WR-DATE TO BD-DATE
           MOVE LOW-VALUES TO BD-PNR
           START BOARD-FILE KEY >= BD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BRD-EOF-SW
           END-START
           IF NOT WS-BRD-DONE
               PERFORM 8200-READ-BOARD
           END-IF
           PERFORM 2210-ADD-BOARDED UNTIL WS-BRD-DONE

           MOVE WS-WORK-FLT6 TO AB-FLT
           MOVE WR-DATE TO AB-DATE
           READ BRDCNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ABC-OK
               ADD AB-HEADS TO WS-SECTOR-PAX
           END-IF.

       2210-ADD-BOARDED.
           ADD BD-BOARDED TO WS-SECTOR-PAX
           PERFORM 8200-READ-BOARD.

       2300-ADD-ONBOARD-SALES.
           MOVE 'N' TO WS-OBS-EOF-SW
           MOVE WR-FLTNUM TO OB-FLTNUM
           MOVE WR-DATE TO OB-DATE
           MOVE LOW-VALUES TO OB-ITEM
           START OBS-FILE KEY >= OB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OBS-EOF-SW
           END-START
           IF NOT WS-OBS-DONE
               PERFORM 8300-READ-OBS
           END-IF
           PERFORM 2310-ADD-ONBOARD-ITEM UNTIL WS-OBS-DONE.

       2310-ADD-ONBOARD-ITEM.
           IF OB-ITEM NOT = '$CSH'
               ADD OB-AMOUNT TO FT-ONBOARD(WS-FX)
           END-IF
           PERFORM 8300-READ-OBS.

      *    The departure station's rates for the type, else the
      *    type's *** row; a sector with neither is counted and
      *    shown at no cost.
       2400-COST-AT-RATES.
           MOVE WR-ACFT-TYPE TO CM-ACFT-TYPE
           MOVE WR-ORIG TO CM-STATION
           READ COST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-COST-OK
               MOVE WR-ACFT-TYPE TO CM-ACFT-TYPE
               MOVE '***' TO CM-STATION
               READ COST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF NOT WS-COST-OK
               ADD 1 TO WS-NO-RATE-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE FT-FLY-COST(WS-FX) ROUNDED = FT-FLY-COST(WS-FX)
               + WS-BLOCK-MINS * CM-BLOCK-HR-COST / 60
           ADD CM-CREW-COST TO FT-CREW-COST(WS-FX)
           COMPUTE FT-APT-COST(WS-FX) = FT-APT-COST(WS-FX)
               + CM-DEP-CHG + WS-SECTOR-PAX * CM-PAX-CHG
           ADD CM-FUEL-COST TO FT-FUEL-COST(WS-FX).

      * =======================================================
      *   FLOWN REVENUE FOR THE MONTH - FLWREV'S RULES, A LEG AT
      *   A TIME, FARE AND ANCILLARIES SPLIT EQUALLY OVER THE
      *   LEGS - LIVE PNRS, THEN THE ARCHIVE
      * =======================================================
       4000-PROCESS-PNR-RECORDS.
           PERFORM 4010-CREDIT-BOOKING
           PERFORM 8100-READ-PNR.

       4050-PROCESS-ARCHIVED-PNR.
           PERFORM 4010-CREDIT-BOOKING
           PERFORM 8150-READ-ARCHIVE.

       4010-CREDIT-BOOKING.
           IF NOT PR-ST-CANCELLED AND NOT PR-ST-BUMPED
              AND NOT PR-ST-WAITLIST
              AND NOT PR-GRP-NONREV
              AND (PR-DEPDATE(1:6) = WS-SEL-MONTH
                   OR PR-RETDATE(1:6) = WS-SEL-MONTH)
               IF PR-TRIPTYPE = 'R'
                   MOVE 2 TO WS-LEG-COUNT
               ELSE
                   MOVE 1 TO WS-LEG-COUNT
               END-IF
               PERFORM 4500-TOTAL-ANCILLARIES
               COMPUTE WS-LEG-SHARE ROUNDED =
                   PR-FARE-AMT / WS-LEG-COUNT
               COMPUTE WS-ANCIL-SHARE ROUNDED =
                   WS-ANCIL-AMT / WS-LEG-COUNT

               IF PR-DEPDATE(1:6) = WS-SEL-MONTH
                   MOVE PR-OUT-FLT(1:5) TO WS-WORK-FLT
                   MOVE PR-DEPDATE TO WS-LEG-DATE
                   MOVE PR-OUT-CKIN-FLAG TO WS-LEG-CKIN-FLAG
                   MOVE PR-ORIG TO WS-WORK-ORIG
                   MOVE PR-DEST TO WS-WORK-DEST
                   PERFORM 4100-CREDIT-LEG-IF-FLOWN
               END-IF
               IF PR-TRIPTYPE = 'R'
                  AND PR-RETDATE(1:6) = WS-SEL-MONTH
                   MOVE PR-RET-FLT(1:5) TO WS-WORK-FLT
                   MOVE PR-RETDATE TO WS-LEG-DATE
                   MOVE PR-RET-CKIN-FLAG TO WS-LEG-CKIN-FLAG
                   MOVE PR-DEST TO WS-WORK-ORIG
                   MOVE PR-ORIG TO WS-WORK-DEST
                   PERFORM 4100-CREDIT-LEG-IF-FLOWN
               END-IF
           END-IF.

       4100-CREDIT-LEG-IF-FLOWN.
           PERFORM 4200-CHECK-LEG-FLOWN
           IF WS-LEG-FLOWN
               PERFORM 5000-FIND-FLIGHT-SLOT
               ADD WS-LEG-SHARE TO FT-FARE(WS-FX)
               ADD WS-ANCIL-SHARE TO FT-ANCIL(WS-FX)
           END-IF.

      *    Lifted or flown coupon is flown; no coupon at all is a
      *    ticket from before coupons were kept, and the leg's
      *    check-in flag decides - as in FLWREV.
       4200-CHECK-LEG-FLOWN.
           MOVE 'N' TO WS-LEG-FLOWN-SW
           MOVE 'N' TO WS-CPN-FOUND-SW
           IF PR-TKT-NUMBER NOT = SPACES
              AND PR-TKT-NUMBER NOT = LOW-VALUES
               PERFORM 4300-READ-LEG-COUPON
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

       4300-READ-LEG-COUPON.
           MOVE PR-TKT-NUMBER TO CP-TKT
           MOVE WS-CPN-IX TO CP-SEQ
           READ CPN-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CPN-OK
              AND CP-FLT(1:5) = WS-WORK-FLT
              AND CP-DATE = WS-LEG-DATE
               MOVE 'Y' TO WS-CPN-FOUND-SW
           END-IF.

      * =======================================================
      *   THE BOOKING'S ANCILLARY REVENUE OFF ITS FEE DOCUMENTS
      * =======================================================
      *    A document voided, exchanged for a fresh one on a
      *    rebook, or refunded is not revenue; one under dispute
      *    still is until the case is lost. No documents at all
      *    is a booking from before they were issued, and the
      *    bag fee on the PNR is all there is.
       4500-TOTAL-ANCILLARIES.
           MOVE 0 TO WS-ANCIL-AMT
           MOVE 'N' TO WS-EMD-FOUND-SW
           MOVE 'N' TO WS-EMX-EOF-SW
           MOVE PR-PNR TO EX-PNR
           MOVE LOW-VALUES TO EX-NUMBER
           START EMDX-FILE KEY >= EX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EMX-EOF-SW
           END-START
           IF NOT WS-EMX-DONE
               PERFORM 8500-READ-EMDX
           END-IF
           PERFORM 4510-ADD-DOCUMENT UNTIL WS-EMX-DONE

           IF NOT WS-EMD-FOUND
               MOVE PR-BAG-FEE TO WS-ANCIL-AMT
           END-IF.

       4510-ADD-DOCUMENT.
           MOVE EX-NUMBER TO EM-NUMBER
           READ EMD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-EMD-OK AND NOT EM-CONTROL
               MOVE 'Y' TO WS-EMD-FOUND-SW
               IF NOT EM-VOID AND NOT EM-EXCHANGED
                  AND NOT EM-REFUNDED
                   ADD EM-AMT TO WS-ANCIL-AMT
               END-IF
           END-IF
           PERFORM 8500-READ-EMDX.

      * =======================================================
      *     FIND (OR CLAIM) THE TOTALS SLOT FOR ONE FLIGHT
      * =======================================================
       5000-FIND-FLIGHT-SLOT.
           MOVE 'N' TO WS-MATCH-SW

           IF WS-FLT-COUNT > 0
               SET WS-FX TO 1
               SEARCH WS-FLT-ENTRY VARYING WS-FX
                   AT END
                       CONTINUE
                   WHEN WS-FX > WS-FLT-COUNT
                       CONTINUE
                   WHEN FT-FLIGHT(WS-FX) = WS-WORK-FLT
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF

           IF NOT WS-MATCH-FOUND
               IF WS-FLT-COUNT < WS-FLT-MAX
                   ADD 1 TO WS-FLT-COUNT
                   SET WS-FX TO WS-FLT-COUNT
                   MOVE WS-WORK-FLT TO FT-FLIGHT(WS-FX)
                   MOVE WS-WORK-ORIG TO FT-ORIG(WS-FX)
                   MOVE WS-WORK-DEST TO FT-DEST(WS-FX)
                   MOVE SPACES TO FT-TYPE(WS-FX)
                   MOVE 0 TO FT-SECTORS(WS-FX)
                   MOVE 0 TO FT-BLOCK-MINS(WS-FX)
                   MOVE 0 TO FT-PAX(WS-FX)
                   MOVE 0 TO FT-FARE(WS-FX)
                   MOVE 0 TO FT-ANCIL(WS-FX)
                   MOVE 0 TO FT-ONBOARD(WS-FX)
                   MOVE 0 TO FT-FLY-COST(WS-FX)
                   MOVE 0 TO FT-CREW-COST(WS-FX)
                   MOVE 0 TO FT-APT-COST(WS-FX)
                   MOVE 0 TO FT-FUEL-COST(WS-FX)
               ELSE
                   SET WS-FX TO WS-FLT-COUNT
               END-IF
           END-IF.

      * =======================================================
      *   FLIGHT LINES, EACH WITH ITS COST BREAKDOWN, AND THE
      *   ROLL-UP INTO THE ROUTE TABLE
      * =======================================================
       6000-PRINT-FLIGHTS.
           PERFORM 6100-PRINT-ONE-FLIGHT
               VARYING WS-FLT-IX FROM 1 BY 1
               UNTIL WS-FLT-IX > WS-FLT-COUNT.

       6100-PRINT-ONE-FLIGHT.
           SET WS-FX TO WS-FLT-IX
           COMPUTE WS-REVENUE = FT-FARE(WS-FX) + FT-ANCIL(WS-FX)
               + FT-ONBOARD(WS-FX)
           COMPUTE WS-COST = FT-FLY-COST(WS-FX)
               + FT-CREW-COST(WS-FX) + FT-APT-COST(WS-FX)
               + FT-FUEL-COST(WS-FX)
           PERFORM 6500-WORK-RESULT

           MOVE FT-FLIGHT(WS-FX) TO FL-FLIGHT
           MOVE FT-ORIG(WS-FX) TO FL-ORIG
           MOVE FT-DEST(WS-FX) TO FL-DEST
           MOVE FT-SECTORS(WS-FX) TO FL-SECTORS
           MOVE FT-PAX(WS-FX) TO FL-PAX
           MOVE FT-FARE(WS-FX) TO FL-FARE
           MOVE FT-ANCIL(WS-FX) TO FL-ANCIL
           MOVE FT-ONBOARD(WS-FX) TO FL-ONBOARD
           MOVE WS-COST TO FL-COST
           MOVE WS-RESULT TO FL-RESULT
           MOVE WS-MARGIN TO FL-MARGIN
           WRITE WS-RPT-LINE FROM WS-FLIGHT-LINE

           COMPUTE WS-BLOCK-HRS ROUNDED = FT-BLOCK-MINS(WS-FX) / 60
           MOVE WS-BLOCK-HRS TO CL-BLOCK-HRS
           MOVE FT-FLY-COST(WS-FX) TO CL-FLY
           MOVE FT-CREW-COST(WS-FX) TO CL-CREW
           MOVE FT-APT-COST(WS-FX) TO CL-APT
           MOVE FT-FUEL-COST(WS-FX) TO CL-FUEL
           WRITE WS-RPT-LINE FROM WS-COST-LINE

           ADD WS-REVENUE TO WS-TOT-REVENUE
           ADD WS-COST TO WS-TOT-COST
           PERFORM 6200-ADD-TO-ROUTE.

       6200-ADD-TO-ROUTE.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-RTE-COUNT > 0
               SET WS-RX TO 1
               SEARCH WS-RTE-ENTRY VARYING WS-RX
                   AT END
                       CONTINUE
                   WHEN WS-RX > WS-RTE-COUNT
                       CONTINUE
                   WHEN RT-ORIG(WS-RX) = FT-ORIG(WS-FX)
                    AND RT-DEST(WS-RX) = FT-DEST(WS-FX)
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF

           IF NOT WS-MATCH-FOUND
               IF WS-RTE-COUNT < WS-RTE-MAX
                   ADD 1 TO WS-RTE-COUNT
                   SET WS-RX TO WS-RTE-COUNT
                   MOVE FT-ORIG(WS-FX) TO RT-ORIG(WS-RX)
                   MOVE FT-DEST(WS-FX) TO RT-DEST(WS-RX)
                   MOVE 0 TO RT-SECTORS(WS-RX)
                   MOVE 0 TO RT-PAX(WS-RX)
                   MOVE 0 TO RT-REVENUE(WS-RX)
                   MOVE 0 TO RT-COST(WS-RX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD FT-SECTORS(WS-FX) TO RT-SECTORS(WS-RX)
           ADD FT-PAX(WS-FX) TO RT-PAX(WS-RX)
           ADD WS-REVENUE TO RT-REVENUE(WS-RX)
           ADD WS-COST TO RT-COST(WS-RX).

      *    Result and margin on revenue - no revenue, no margin.
       6500-WORK-RESULT.
           COMPUTE WS-RESULT = WS-REVENUE - WS-COST
           MOVE 0 TO WS-MARGIN
           IF WS-REVENUE > 0
               COMPUTE WS-MARGIN ROUNDED =
                   WS-RESULT * 100 / WS-REVENUE
                   ON SIZE ERROR
                       MOVE 0 TO WS-MARGIN
               END-COMPUTE
           END-IF.

       7000-PRINT-ROUTES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-ROUTE-HEAD
           WRITE WS-RPT-LINE FROM WS-ROUTE-HEAD-2
           PERFORM 7100-PRINT-ONE-ROUTE
               VARYING WS-RTE-IX FROM 1 BY 1
               UNTIL WS-RTE-IX > WS-RTE-COUNT.

       7100-PRINT-ONE-ROUTE.
           SET WS-RX TO WS-RTE-IX
           MOVE RT-REVENUE(WS-RX) TO WS-REVENUE
           MOVE RT-COST(WS-RX) TO WS-COST
           PERFORM 6500-WORK-RESULT

           MOVE RT-ORIG(WS-RX) TO RL-ORIG
           MOVE RT-DEST(WS-RX) TO RL-DEST
           MOVE RT-SECTORS(WS-RX) TO RL-SECTORS
           MOVE RT-PAX(WS-RX) TO RL-PAX
           MOVE WS-REVENUE TO RL-REVENUE
           MOVE WS-COST TO RL-COST
           MOVE WS-RESULT TO RL-RESULT
           MOVE WS-MARGIN TO RL-MARGIN
           WRITE WS-RPT-LINE FROM WS-ROUTE-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SECTOR-COUNT TO TL-SECTORS
           MOVE WS-SCHED-BLOCK-COUNT TO TL-SCHED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-NO-RATE-COUNT TO TL-NO-RATE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-TOT-REVENUE TO TL-REVENUE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TOT-COST TO TL-COST
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           COMPUTE WS-TOT-RESULT = WS-TOT-REVENUE - WS-TOT-COST
           MOVE WS-TOT-RESULT TO TL-RESULT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE FLSR-FILE
           CLOSE OPS-FILE
           CLOSE BOARD-FILE
           CLOSE OBS-FILE
           CLOSE COST-FILE
           CLOSE PNR-FILE
           CLOSE ARCHIVE-FILE
           CLOSE BRDCNT-FILE
           CLOSE EMDX-FILE
           CLOSE EMD-FILE
           CLOSE CPN-FILE
           CLOSE PROFIT-RPT.

       8000-READ-FLSR.
           READ FLSR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FLSR-EOF-SW
           END-READ.

       8100-READ-PNR.
           READ PNR-FILE NEXT RECORD INTO WS-PNR-REC
               AT END
                   MOVE 'Y' TO WS-PNR-EOF-SW
           END-READ.

       8150-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-PNR-REC
               AT END
                   MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.

       8200-READ-BOARD.
           READ BOARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BRD-EOF-SW
           END-READ
           IF NOT WS-BRD-DONE
               IF BD-FLT NOT = WS-WORK-FLT6
                  OR BD-DATE NOT = WR-DATE
                   MOVE 'Y' TO WS-BRD-EOF-SW
               END-IF
           END-IF.

       8300-READ-OBS.
           READ OBS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OBS-EOF-SW
           END-READ
           IF NOT WS-OBS-DONE
               IF OB-FLTNUM NOT = WR-FLTNUM
                  OR OB-DATE NOT = WR-DATE
                   MOVE 'Y' TO WS-OBS-EOF-SW
               END-IF
           END-IF.

       8400-READ-SATELLITE.
           READ SATARC-FILE
               AT END
                   MOVE 'Y' TO WS-SAT-EOF-SW
           END-READ.

       8500-READ-EMDX.
           READ EMDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMX-EOF-SW
           END-READ
           IF NOT WS-EMX-DONE
               IF EX-PNR NOT = PR-PNR
                   MOVE 'Y' TO WS-EMX-EOF-SW
               END-IF
           END-IF.
