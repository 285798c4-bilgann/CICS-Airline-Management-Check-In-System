       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVRCV.

      * =======================================================
      *   DIVERTED FLIGHT RECOVERY
      * =======================================================
      *   A flight that lands somewhere other than its planned
      *   destination leaves its bookings, bags and connections
      *   all pointing at where it never arrived. OPSLOAD records
      *   the diversion on FLTOPS - the station, the time it
      *   landed there, whether it continues, returns or
      *   terminates, and the recovery flight the ops desk has
      *   set up. Run after OPSLOAD, this job works each new
      *   diversion once:
      *     - the recovery flight/date goes onto FLSRFIL (with its
      *       FLSRCPX city-pair entry), flying from the diversion
      *       station - or from the origin again for a flight
      *       that returned - to the planned destination, with
      *       the diverted flight's seat map and class buckets
      *       copied onto SEATFIL and CLSINV so every passenger
      *       keeps the seat they held;
      *     - every live booking on the diverted flight is moved
      *       onto the recovery flight (PNRXREF entry written,
      *       PNRDATA journalled) and its checked bags follow it
      *       on BAGFILE;
      *     - a passenger whose onward connection - the second
      *       sector of a one-stop, or a same-day return - can no
      *       longer be made off the recovery flight goes on the
      *       REAC queue (reason DV) RACCOM's own rebooking
      *       exceptions are worked from;
      *     - each booking gets an SCNOTIFY record; one moved
      *       with its connection intact is asked to reply yes,
      *       no or call, and the notice is noted on NTCRPLY for
      *       NTCRSV;
      *     - the diversion station gets a manifest (DIVMAN) of
      *       everyone on the flight.
      *   A flight that returned to its origin with no recovery
      *   flight named is cancelled on FLSRFIL instead, and its
      *   flight/date is written to DIVRACC as a RACCOM control
      *   card, so RACCOM moves its bookings onto the next flight
      *   on the route the way it does any cancellation. Run
      *   CONCHK after this job: the moved bookings now point at
      *   the recovery flight's times.
      *   A diversion is marked worked on FLTOPS once done, so a
      *   rerun changes nothing; one whose recovery flight is
      *   already on FLSRFIL is reported and left for the ops
      *   desk to renumber.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CPX-FILE ASSIGN TO FLSRCPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CPX-STATUS.

           SELECT SEAT-FILE ASSIGN TO SEATFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-KEY = SR-FLIGHT SR-DATE
               FILE STATUS IS WS-SEAT-STATUS.

           SELECT CLS-FILE ASSIGN TO CLSINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLS-STATUS.

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

           SELECT BAG-FILE ASSIGN TO BAGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-TAG
               FILE STATUS IS WS-BAG-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT QUEUE-FILE ASSIGN TO PNRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUE-STATUS.

           SELECT NOTIFY-OUT ASSIGN TO SCNOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT NTCRPLY-FILE ASSIGN TO NTCRPLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-KEY
               FILE STATUS IS WS-NTR-STATUS.

           SELECT RACCARD-OUT ASSIGN TO DIVRACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MANIFEST-RPT ASSIGN TO DIVMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT DIVERT-RPT ASSIGN TO DIVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-FILE.
       01  WS-OPS-REC.
           05 OP-KEY.
               10 OP-FLTNUM           PIC X(5).
               10 OP-DATE             PIC X(8).
           05 OP-ACT-DEP              PIC X(4).
           05 OP-ACT-ARR              PIC X(4).
           05 OP-DELAY-CODE           PIC X(2).
           05 OP-DELAY-MINS           PIC 9(3).
      *    The diversion - blank for a flight that reached its
      *    planned destination. C continues from the diversion
      *    station, R returns to the origin, T terminates there.
           05 OP-DIVERSION.
               10 OP-DIV-STN          PIC X(3).
               10 OP-DIV-TIME         PIC X(4).
               10 OP-DIV-ACTION       PIC X(1).
                   88 OP-DIV-CONTINUES VALUE 'C'.
                   88 OP-DIV-RETURNS   VALUE 'R'.
                   88 OP-DIV-TERMINATES VALUE 'T'.
               10 OP-RCV-FLTNUM       PIC X(5).
               10 OP-RCV-DATE         PIC X(8).
               10 OP-RCV-DEP          PIC X(4).
               10 OP-RCV-ARR          PIC X(4).
               10 OP-DIV-DONE         PIC X(1).
                   88 OP-DIV-WORKED   VALUE 'Y'.

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

      *   City-pair/date access path into FLSRFIL - origin +
      *   destination + date + flight, the way the searches ask.
       FD  CPX-FILE.
       01  WS-CPX-REC.
           05 CX-KEY.
               10 CX-ORIG            PIC X(3).
               10 CX-DEST            PIC X(3).
               10 CX-DATE            PIC X(8).
               10 CX-FLTNUM          PIC X(5).

       FD  SEAT-FILE.
       01  WS-SEAT-REC.
           05 SR-FLIGHT              PIC X(6).
           05 SR-DATE                PIC X(8).
           05 SR-ACFT-TYPE           PIC X(3).
           05 SR-SEAT-CNT            PIC 9(3).
           05 SR-SEAT OCCURS 150 TIMES.
               10 SR-SEATNO          PIC X(3).

      *   Class inventory bucket - the recovery flight takes the
      *   diverted flight's buckets as they stand.
       FD  CLS-FILE.
       01  WS-CLSINV-REC.
           05 CL-KEY.
               10 CL-FLTNUM         PIC X(5).
               10 CL-DATE           PIC X(8).
               10 CL-CLASS          PIC X(1).
           05 CL-SEATS              PIC 9(3).

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

      * PNRDATA forward-recovery journal - the after-image of
      * every add, change or delete of a booking (see PNRRPLY).
       FD  JRNL-FILE.
       01  WS-JRNL-REC.
           05 JR-DATE               PIC X(8).
           05 JR-TIME               PIC X(6).
           05 JR-PROGRAM            PIC X(8).
           05 JR-ACTION             PIC X.
           05 JR-PNR                PIC X(6).
           05 JR-IMAGE              PIC X(892).
           05 FILLER                PIC X(9).

      *   Bag tag record - a bag on the diverted flight, or
      *   through-tagged onto it, follows its passenger onto the
      *   recovery flight.
       FD  BAG-FILE.
       01  WS-BAG-REC.
           05 BG-TAG                PIC X(10).
           05 BG-PNR                PIC X(6).
           05 BG-FLIGHT             PIC X(6).
           05 BG-DATE               PIC X(8).
           05 BG-PSGR-IX            PIC 9(2).
           05 BG-ISSUE-DATE         PIC X(8).
           05 BG-ISSUE-TIME         PIC X(6).
           05 BG-STATUS             PIC X.
               88 BG-ST-LOADED      VALUE 'L'.
               88 BG-ST-OFFLOADED   VALUE 'O'.
           05 BG-ONW-FLIGHT         PIC X(6).
           05 BG-ONW-DATE           PIC X(8).
           05 BG-WEIGHT             PIC 9(3).

      * System parameters (PARMFIL) - named tunables maintained
      * through the parameter screen.
       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

      *   PNR work queue - a booking only a human can fix goes
      *   on here with a reason code; the QWRK screen feeds the
      *   items to an agent in the order they were queued.
       FD  QUEUE-FILE.
       01  WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE          PIC X(4).
               10 QU-ADDED          PIC X(14).
               10 QU-PNR            PIC X(6).
           05 QU-REASON             PIC X(2).
           05 QU-STATUS             PIC X.
               88 QU-ST-OPEN        VALUE 'O'.
               88 QU-ST-DONE        VALUE 'C'.
           05 QU-USER               PIC X(8).
           05 QU-DONE-DATE          PIC X(8).

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

      *   Disruption notice register - a move the passenger may
      *   answer through the messaging gateway; NTCRSV closes
      *   the row with the reply and NTCCHS chases it when none
      *   comes.
       FD  NTCRPLY-FILE.
       01  WS-NTCRPLY-REC.
           05 NR-KEY.
               10 NR-PNR            PIC X(6).
               10 NR-SENT           PIC X(14).
               10 NR-FLIGHT         PIC X(6).
           05 NR-EVENT              PIC X(8).
           05 NR-STATUS             PIC X.
               88 NR-ST-OPEN        VALUE 'O'.
           05 NR-REPLY-DATE         PIC X(8).
           05 NR-REPLY-TIME         PIC X(6).
           05 NR-VCH-NUMBER         PIC X(10).
           05 FILLER                PIC X(1).

      *   RACCOM control cards - the flight/date of each returned
      *   flight cancelled here, in RACCOM's own SYSIN layout.
       FD  RACCARD-OUT
           RECORDING MODE IS F.
       01  WS-CARD-REC.
           05 CC-FLIGHT              PIC X(6).
           05 CC-DATE                PIC X(8).

       FD  MANIFEST-RPT
           RECORDING MODE IS F.
       01  WS-MAN-LINE               PIC X(80).

       FD  DIVERT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-OPS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-OPS-OK               VALUE '00'.
       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.
       01 WS-CPX-STATUS               PIC X(2) VALUE SPACES.
       01 WS-SEAT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SEAT-OK              VALUE '00'.
       01 WS-CLS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-CLS-OK               VALUE '00'.
       01 WS-XRF-STATUS               PIC X(2) VALUE SPACES.
           88 WS-XRF-OK               VALUE '00'.
       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
       01 WS-JRNL-STATUS              PIC X(2) VALUE SPACES.
       01 WS-BAG-STATUS               PIC X(2) VALUE SPACES.
           88 WS-BAG-OK               VALUE '00'.
       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.
       01 WS-QUE-STATUS               PIC X(2) VALUE SPACES.
       01 WS-NOTIFY-STATUS            PIC X(2) VALUE SPACES.
       01 WS-NTR-STATUS               PIC X(2) VALUE SPACES.
       01 WS-CARD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-MAN-STATUS               PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-JRNL-ACTION              PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD              PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK               PIC X(8) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-XREF-EOF-SW              PIC X VALUE 'N'.
           88 WS-XREF-EOF             VALUE 'Y'.
       01 WS-BAG-EOF-SW               PIC X VALUE 'N'.
           88 WS-BAG-EOF              VALUE 'Y'.

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

      * The same minimum the search applies when a connection is
      * sold - picked up from the parameters file at start-up;
      * 90 stands in only when no MINCONN row has been set.
       01 WS-MIN-CONNECT-MINS         PIC S9(4) COMP VALUE 90.

      * The diverted flight as it stood, and its recovery.
       01 WS-SEL-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.
       01 WS-SEL-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-SEL-DEST                 PIC X(3) VALUE SPACES.
       01 WS-DIVERTED-FLSR            PIC X(35) VALUE SPACES.
       01 WS-RCV-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-RCV-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-RCV-BUILT                PIC X VALUE 'N'.
       01 WS-CLASS-CODE               PIC X VALUE SPACE.

      * The diverted flight's live bookings, collected off the
      * access path before any is moved, with the leg each
      * holds on it: O outbound, 2 second sector of a one-stop,
      * R return.
       01 WS-DV-MAX                   PIC 9(3) VALUE 300.
       01 WS-DV-CNT                   PIC 9(3) VALUE 0.
       01 WS-DV-TABLE.
           05 WS-DV-ENTRY OCCURS 300 TIMES.
               10 WS-DV-PNR           PIC X(6).
               10 WS-DV-LEG           PIC X.
       01 WS-DX                       PIC 9(3) VALUE 0.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.

      * One booking's outcome.
       01 WS-LEG-MOVED                PIC X VALUE 'N'.
       01 WS-CONN-BROKEN              PIC X VALUE 'N'.
       01 WS-ONW-FLIGHT               PIC X(6) VALUE SPACES.
       01 WS-ONW-DATE                 PIC X(8) VALUE SPACES.
       01 WS-ONW-DEP                  PIC X(4) VALUE SPACES.
       01 WS-MAN-RESULT               PIC X(20) VALUE SPACES.

      * Clock arithmetic for the connection test.
       01 WS-CLOCK.
           05 WS-CLOCK-HH             PIC 9(2).
           05 WS-CLOCK-MM             PIC 9(2).
       01 WS-RCV-ARR-MINS             PIC S9(4) COMP VALUE 0.
       01 WS-ONW-DEP-MINS             PIC S9(4) COMP VALUE 0.

       01 WS-DIVERSION-COUNT          PIC 9(5) VALUE 0.
       01 WS-NOT-DONE-COUNT           PIC 9(5) VALUE 0.
       01 WS-MOVED-COUNT              PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT             PIC 9(5) VALUE 0.
       01 WS-BAGS-MOVED-COUNT         PIC 9(5) VALUE 0.
       01 WS-CARD-COUNT               PIC 9(5) VALUE 0.
       01 WS-FLT-PSGR-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'DIVERTED FLIGHT RECOVERY'.
           05 FILLER                  PIC X(9) VALUE 'RUN DATE '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(10) VALUE 'DATE'.
           05 FILLER                  PIC X(5) VALUE 'STN'.
           05 FILLER                  PIC X(6) VALUE 'ACTN'.
           05 FILLER                  PIC X(16) VALUE 'RECOVERY'.
           05 FILLER                  PIC X(35) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-STN                  PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-ACTION               PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RCV-FLIGHT           PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-RCV-DATE             PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(35).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'DIVERSIONS WORKED:     '.
           05 TL-DIVERSIONS           PIC ZZZZ9.
           05 FILLER                  PIC X(24)
               VALUE '   NOT DONE:            '.
           05 TL-NOT-DONE             PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'BOOKINGS MOVED:        '.
           05 TL-MOVED                PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'QUEUED FOR AGENT:      '.
           05 TL-QUEUED               PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'BAGS MOVED:            '.
           05 TL-BAGS                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'RACCOM CARDS WRITTEN:  '.
           05 TL-CARDS                PIC ZZZZ9.

      * Diversion station manifest - one page per diverted
      * flight, in the gate manifest's shape.
       01 WS-MAN-HEADING-1.
           05 FILLER                  PIC X(28)
               VALUE 'DIVERSION MANIFEST  STATION '.
           05 MH-STN                  PIC X(3).
           05 FILLER                  PIC X(9) VALUE '  FLIGHT '.
           05 MH-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(7) VALUE '  DATE '.
           05 MH-DATE                 PIC X(8).
           05 FILLER                  PIC X(9) VALUE '  LANDED '.
           05 MH-TIME                 PIC X(4).

       01 WS-MAN-HEADING-2.
           05 MH-ACTION               PIC X(24).
           05 MH-RECOVERY             PIC X(56).

       01 WS-MAN-HEADING-3.
           05 FILLER                  PIC X(8) VALUE 'PNR'.
           05 FILLER                  PIC X(20) VALUE 'PASSENGER NAME'.
           05 FILLER                  PIC X(5) VALUE 'SEAT'.
           05 FILLER                  PIC X(11) VALUE 'STATUS'.
           05 FILLER                  PIC X(5) VALUE 'ASST'.
           05 FILLER                  PIC X(8) VALUE 'ONWARD'.
           05 FILLER                  PIC X(20) VALUE 'RESULT'.

       01 WS-MAN-DETAIL.
           05 DM-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DM-NAME                 PIC X(18).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DM-SEAT                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DM-STATUS               PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DM-ASSIST               PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DM-ONWARD               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DM-RESULT               PIC X(20).

       01 WS-MAN-TOTAL.
           05 FILLER                  PIC X(20)
               VALUE 'TOTAL PASSENGERS: '.
           05 MT-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-OPS-RECORD UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           PERFORM 1100-LOAD-SYSTEM-PARMS

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-HH TO WS-CURR-TIME(1:2)
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN I-O OPS-FILE
           OPEN I-O FLSR-FILE
           OPEN I-O CPX-FILE
           OPEN I-O SEAT-FILE
           OPEN I-O CLS-FILE
           OPEN I-O XREF-FILE
           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN I-O BAG-FILE
           OPEN I-O QUEUE-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN I-O NTCRPLY-FILE
           OPEN OUTPUT RACCARD-OUT
           OPEN OUTPUT MANIFEST-RPT
           OPEN OUTPUT DIVERT-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-OPS.

      * =======================================================
      *   PICK UP THE CONNECTION MINIMUM FROM THE PARAMETERS
      *   FILE (DEFAULT KEPT WHEN NO ROW HAS BEEN SET)
      * =======================================================
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

      *    Only a diversion not yet worked is looked at.
       2000-PROCESS-OPS-RECORD.
           IF OP-DIV-STN NOT = SPACES
              AND NOT OP-DIV-WORKED
               PERFORM 3000-WORK-DIVERSION
           END-IF

           PERFORM 8000-READ-OPS.

      * =======================================================
      *   ONE DIVERSION - RECOVER THE FLIGHT AND ITS BOOKINGS
      * =======================================================
       3000-WORK-DIVERSION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE OP-FLTNUM TO DT-FLIGHT
           MOVE OP-DATE TO DT-DATE
           MOVE OP-DIV-STN TO DT-STN
           EVALUATE TRUE
               WHEN OP-DIV-CONTINUES
                   MOVE 'CONT' TO DT-ACTION
               WHEN OP-DIV-RETURNS
                   MOVE 'RETN' TO DT-ACTION
               WHEN OTHER
                   MOVE 'TERM' TO DT-ACTION
           END-EVALUATE
           MOVE OP-RCV-FLTNUM TO DT-RCV-FLIGHT
           MOVE OP-RCV-DATE TO DT-RCV-DATE

           MOVE OP-FLTNUM TO WR-FLTNUM
           MOVE OP-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK
               MOVE 'FLIGHT NOT ON FLSRFIL - NOT DONE' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-NOT-DONE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FLSR-REC TO WS-DIVERTED-FLSR
           MOVE SPACES TO WS-SEL-FLIGHT
           MOVE WR-FLTNUM TO WS-SEL-FLIGHT
           MOVE WR-DATE TO WS-SEL-DATE
           MOVE WR-ORIG TO WS-SEL-ORIG
           MOVE WR-DEST TO WS-SEL-DEST

           MOVE 'N' TO WS-RCV-BUILT
           IF OP-RCV-FLTNUM = SPACES
               PERFORM 3100-CANCEL-FOR-RACCOM
           ELSE
               PERFORM 3200-BUILD-RECOVERY-FLIGHT
               IF WS-RCV-BUILT NOT = 'Y'
                   MOVE 'RECOVERY FLIGHT ON FILE - NOT DONE'
                       TO DT-RESULT
                   WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-NOT-DONE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 3300-COLLECT-BOOKINGS
           PERFORM 3350-WRITE-MANIFEST-HEADING
           MOVE 0 TO WS-FLT-PSGR-COUNT
           PERFORM 4000-WORK-BOOKING
               VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DV-CNT
           MOVE WS-FLT-PSGR-COUNT TO MT-COUNT
           MOVE SPACES TO WS-MAN-LINE
           WRITE WS-MAN-LINE
           WRITE WS-MAN-LINE FROM WS-MAN-TOTAL
           MOVE SPACES TO WS-MAN-LINE
           WRITE WS-MAN-LINE

           IF WS-RCV-BUILT = 'Y'
               PERFORM 3600-MOVE-BAGS
               MOVE 'RECOVERY BUILT - BOOKINGS MOVED' TO DT-RESULT
           ELSE
               MOVE 'CANCELLED - CARD WRITTEN FOR RACCOM'
                   TO DT-RESULT
           END-IF
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DIVERSION-COUNT

           MOVE 'Y' TO OP-DIV-DONE
           REWRITE WS-OPS-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * =======================================================
      *   RETURNED WITH NO RECOVERY FLIGHT - CANCEL FOR RACCOM
      * =======================================================
      *    The passengers are back where they started, the same
      *    as on any cancelled flight; RACCOM, run off the card,
      *    moves them onto the next flight on the route.
       3100-CANCEL-FOR-RACCOM.
           MOVE 'C' TO WR-STATUS
           REWRITE WS-FLSR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACES TO WS-CARD-REC
           MOVE WS-SEL-FLIGHT TO CC-FLIGHT
           MOVE WS-SEL-DATE TO CC-DATE
           WRITE WS-CARD-REC
           ADD 1 TO WS-CARD-COUNT.

      * =======================================================
      *   PUT THE RECOVERY FLIGHT ON FILE
      * =======================================================
      *    It flies the diverted flight's aircraft on to the
      *    planned destination - from the diversion station, or
      *    from the origin again when the flight went back - so
      *    it starts with the diverted flight's seats remaining,
      *    seat map and class buckets: the same bookings are on
      *    it and nothing else has been sold.
       3200-BUILD-RECOVERY-FLIGHT.
           MOVE OP-RCV-FLTNUM TO WR-FLTNUM
           MOVE OP-RCV-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RCV-FLIGHT
           MOVE OP-RCV-FLTNUM TO WS-RCV-FLIGHT
           IF OP-DIV-RETURNS
               MOVE WS-SEL-ORIG TO WS-RCV-ORIG
           ELSE
               MOVE OP-DIV-STN TO WS-RCV-ORIG
           END-IF

           MOVE WS-DIVERTED-FLSR TO WS-FLSR-REC
           MOVE OP-RCV-FLTNUM TO WR-FLTNUM
           MOVE OP-RCV-DATE TO WR-DATE
           MOVE WS-RCV-ORIG TO WR-ORIG
           MOVE OP-RCV-DEP TO WR-DEPTIME
           MOVE OP-RCV-ARR TO WR-ARRTIME
           MOVE SPACE TO WR-STATUS

           WRITE WS-FLSR-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE 'Y' TO WS-RCV-BUILT

           MOVE WR-ORIG TO CX-ORIG
           MOVE WR-DEST TO CX-DEST
           MOVE WR-DATE TO CX-DATE
           MOVE WR-FLTNUM TO CX-FLTNUM
           WRITE WS-CPX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE WS-SEL-FLIGHT TO SR-FLIGHT
           MOVE WS-SEL-DATE TO SR-DATE
           READ SEAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SEAT-OK
               MOVE WS-RCV-FLIGHT TO SR-FLIGHT
               MOVE OP-RCV-DATE TO SR-DATE
               WRITE WS-SEAT-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE 'F' TO WS-CLASS-CODE
           PERFORM 3250-COPY-CLASS-BUCKET
           MOVE 'B' TO WS-CLASS-CODE
           PERFORM 3250-COPY-CLASS-BUCKET
           MOVE 'Y' TO WS-CLASS-CODE
           PERFORM 3250-COPY-CLASS-BUCKET.

       3250-COPY-CLASS-BUCKET.
           MOVE OP-FLTNUM TO CL-FLTNUM
           MOVE WS-SEL-DATE TO CL-DATE
           MOVE WS-CLASS-CODE TO CL-CLASS
           READ CLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-CLS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE OP-RCV-FLTNUM TO CL-FLTNUM
           MOVE OP-RCV-DATE TO CL-DATE
           WRITE WS-CLSINV-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * =======================================================
      *   EVERY LIVE BOOKING ON THE DIVERTED FLIGHT
      * =======================================================
      *    Collected before any is moved, so the entries written
      *    for the recovery flight never cross the browse. The
      *    leg test doubles as the stale-entry filter, as in
      *    GTMAN - an access-path entry whose PNR has moved off
      *    the flight matches no leg and is skipped.
       3300-COLLECT-BOOKINGS.
           MOVE 0 TO WS-DV-CNT
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
           PERFORM 3310-COLLECT-PNR UNTIL WS-XREF-EOF.

       3310-COLLECT-PNR.
           MOVE XR-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PNR-OK
              AND NOT PR-ST-CANCELLED
              AND NOT PR-ST-BUMPED
              AND NOT PR-ST-NOSHOW
              AND WS-DV-CNT < WS-DV-MAX
               EVALUATE TRUE
                   WHEN PR-OUT-FLT = WS-SEL-FLIGHT
                        AND PR-DEPDATE = WS-SEL-DATE
                       ADD 1 TO WS-DV-CNT
                       MOVE PR-PNR TO WS-DV-PNR(WS-DV-CNT)
                       MOVE 'O' TO WS-DV-LEG(WS-DV-CNT)
                   WHEN PR-OUT-FLT2 = WS-SEL-FLIGHT
                        AND PR-DEPDATE = WS-SEL-DATE
                       ADD 1 TO WS-DV-CNT
                       MOVE PR-PNR TO WS-DV-PNR(WS-DV-CNT)
                       MOVE '2' TO WS-DV-LEG(WS-DV-CNT)
                   WHEN PR-RET-FLT = WS-SEL-FLIGHT
                        AND PR-RETDATE = WS-SEL-DATE
                       ADD 1 TO WS-DV-CNT
                       MOVE PR-PNR TO WS-DV-PNR(WS-DV-CNT)
                       MOVE 'R' TO WS-DV-LEG(WS-DV-CNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 8100-READ-XREF.

       3350-WRITE-MANIFEST-HEADING.
           MOVE OP-DIV-STN TO MH-STN
           MOVE WS-SEL-FLIGHT TO MH-FLIGHT
           MOVE WS-SEL-DATE TO MH-DATE
           MOVE OP-DIV-TIME TO MH-TIME
           WRITE WS-MAN-LINE FROM WS-MAN-HEADING-1

           MOVE SPACES TO WS-MAN-HEADING-2
           EVALUATE TRUE
               WHEN OP-DIV-CONTINUES
                   MOVE 'CONTINUES FROM STATION' TO MH-ACTION
               WHEN OP-DIV-RETURNS
                   MOVE 'RETURNS TO ORIGIN' TO MH-ACTION
               WHEN OTHER
                   MOVE 'TERMINATES AT STATION' TO MH-ACTION
           END-EVALUATE
           IF WS-RCV-BUILT = 'Y'
               STRING 'RECOVERY ' OP-RCV-FLTNUM ' ' OP-RCV-DATE
                      ' ' WS-RCV-ORIG '-' WS-SEL-DEST
                      ' DEP ' OP-RCV-DEP ' ARR ' OP-RCV-ARR
                   DELIMITED BY SIZE INTO MH-RECOVERY
               END-STRING
           ELSE
               MOVE 'NO RECOVERY FLIGHT - CANCELLED FOR RACCOM'
                   TO MH-RECOVERY
           END-IF
           WRITE WS-MAN-LINE FROM WS-MAN-HEADING-2

           MOVE SPACES TO WS-MAN-LINE
           WRITE WS-MAN-LINE
           WRITE WS-MAN-LINE FROM WS-MAN-HEADING-3.

      * =======================================================
      *   ONE BOOKING - MOVE IT, CHECK ITS CONNECTION, TELL IT
      * =======================================================
       4000-WORK-BOOKING.
           MOVE WS-DV-PNR(WS-DX) TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LEG-MOVED
           MOVE 'N' TO WS-CONN-BROKEN
           MOVE SPACES TO WS-ONW-FLIGHT

           IF WS-RCV-BUILT = 'Y'
               PERFORM 4100-CHECK-ONWARD
               PERFORM 4200-MOVE-LEG
           END-IF

           EVALUATE TRUE
               WHEN WS-RCV-BUILT NOT = 'Y'
                   MOVE 'TO RACCOM' TO WS-MAN-RESULT
               WHEN WS-LEG-MOVED NOT = 'Y'
                   MOVE 'NOT MOVED - AGENT' TO WS-MAN-RESULT
               WHEN WS-CONN-BROKEN = 'Y'
                   MOVE 'MOVED - CONN MISSED' TO WS-MAN-RESULT
               WHEN OTHER
                   MOVE 'MOVED' TO WS-MAN-RESULT
           END-EVALUATE

           PERFORM 4500-WRITE-MANIFEST-LINE
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP
                  OR WS-PSGR-IX > 9

           IF WS-RCV-BUILT = 'Y'
              AND (WS-LEG-MOVED NOT = 'Y' OR WS-CONN-BROKEN = 'Y')
               PERFORM 5800-QUEUE-FOR-AGENT
           END-IF

           PERFORM 5700-WRITE-NOTIFICATION.

      * =======================================================
      *   CAN THE ONWARD CONNECTION STILL BE MADE?
      * =======================================================
      *    Only an outbound leg into the planned destination has
      *    one: the second sector of a one-stop connecting there,
      *    or a same-day return flying back out of it. Worked
      *    off the booking as it stood, before the move.
       4100-CHECK-ONWARD.
           IF WS-DV-LEG(WS-DX) NOT = 'O'
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN PR-OUT-FLT2 NOT = SPACES
                    AND PR-VIA-STN = WS-SEL-DEST
                   MOVE PR-OUT-FLT2 TO WS-ONW-FLIGHT
                   MOVE PR-DEPDATE TO WS-ONW-DATE
                   MOVE PR-OUT-DEP2 TO WS-ONW-DEP
               WHEN PR-TRIPTYPE = 'R'
                    AND PR-RET-FLT NOT = SPACES
                    AND PR-RETDATE = PR-DEPDATE
                   MOVE PR-RET-FLT TO WS-ONW-FLIGHT
                   MOVE PR-RETDATE TO WS-ONW-DATE
                   MOVE PR-RET-DEP TO WS-ONW-DEP
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF OP-RCV-DATE > WS-ONW-DATE
               MOVE 'Y' TO WS-CONN-BROKEN
               EXIT PARAGRAPH
           END-IF
           IF OP-RCV-DATE < WS-ONW-DATE
              OR WS-ONW-DEP NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE OP-RCV-ARR TO WS-CLOCK
           COMPUTE WS-RCV-ARR-MINS = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           MOVE WS-ONW-DEP TO WS-CLOCK
           COMPUTE WS-ONW-DEP-MINS = WS-CLOCK-HH * 60 + WS-CLOCK-MM

           IF WS-ONW-DEP-MINS - WS-RCV-ARR-MINS
                  < WS-MIN-CONNECT-MINS
               MOVE 'Y' TO WS-CONN-BROKEN
           END-IF.

      * =======================================================
      *   MOVE THE LEG ONTO THE RECOVERY FLIGHT
      * =======================================================
      *    Seats and seat indexes stand - the recovery flight's
      *    map is the diverted flight's. The second sector of a
      *    one-stop shares the booking's departure date, so
      *    neither sector moves alone onto a recovery flying
      *    another day - both are left for the agent to
      *    re-protect together.
       4200-MOVE-LEG.
           EVALUATE WS-DV-LEG(WS-DX)
               WHEN 'O'
                   IF PR-OUT-FLT2 NOT = SPACES
                      AND OP-RCV-DATE NOT = PR-DEPDATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RCV-FLIGHT TO PR-OUT-FLT
                   MOVE OP-RCV-DATE TO PR-DEPDATE
                   MOVE OP-RCV-DEP TO PR-OUT-DEP
                   MOVE OP-RCV-ARR TO PR-OUT-ARR
               WHEN '2'
                   IF OP-RCV-DATE NOT = PR-DEPDATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RCV-FLIGHT TO PR-OUT-FLT2
                   MOVE OP-RCV-DEP TO PR-OUT-DEP2
                   MOVE OP-RCV-ARR TO PR-OUT-ARR2
               WHEN OTHER
                   MOVE WS-RCV-FLIGHT TO PR-RET-FLT
                   MOVE OP-RCV-DATE TO PR-RETDATE
                   MOVE OP-RCV-DEP TO PR-RET-DEP
                   MOVE OP-RCV-ARR TO PR-RET-ARR
           END-EVALUATE

           REWRITE WS-PNR-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'Y' TO WS-LEG-MOVED
           ADD 1 TO WS-MOVED-COUNT
           MOVE 'C' TO WS-JRNL-ACTION
           PERFORM 7500-JOURNAL-PNR-IMAGE

      *    The moved leg joins the recovery flight's access path
      *    right away, so its manifest and check-in see it.
           MOVE WS-RCV-FLIGHT TO XR-FLT
           MOVE OP-RCV-DATE TO XR-DATE
           MOVE PR-PNR TO XR-PNR
           WRITE WS-XREF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       4500-WRITE-MANIFEST-LINE.
           MOVE SPACES TO WS-MAN-DETAIL
           MOVE PR-PNR TO DM-PNR
           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO DM-NAME
           IF WS-DV-LEG(WS-DX) = 'R'
               MOVE PR-PSGR-RET-SEAT(WS-PSGR-IX) TO DM-SEAT
           ELSE
               MOVE PR-PSGR-OUT-SEAT(WS-PSGR-IX) TO DM-SEAT
           END-IF

           EVALUATE TRUE
               WHEN PR-ST-WAITLIST
                   MOVE 'WAITLIST ' TO DM-STATUS
               WHEN PR-ST-HELD
                   MOVE 'HELD     ' TO DM-STATUS
               WHEN OTHER
                   MOVE 'CONFIRMED' TO DM-STATUS
           END-EVALUATE

           IF PR-ASSIST = 'Y'
               MOVE 'YES' TO DM-ASSIST
           ELSE
               MOVE 'NO' TO DM-ASSIST
           END-IF

           MOVE WS-ONW-FLIGHT TO DM-ONWARD
           MOVE WS-MAN-RESULT TO DM-RESULT
           WRITE WS-MAN-LINE FROM WS-MAN-DETAIL
           ADD 1 TO WS-FLT-PSGR-COUNT.

      * =======================================================
      *   QUEUE BAGS ONTO THE RECOVERY FLIGHT
      * =======================================================
      *    BAGFILE is keyed by tag alone, so the whole file is
      *    walked: a bag checked onto the diverted flight moves
      *    to the recovery flight, and so does one through-tagged
      *    onto it as its onward sector.
       3600-MOVE-BAGS.
           MOVE 'N' TO WS-BAG-EOF-SW
           MOVE LOW-VALUES TO BG-TAG
           START BAG-FILE KEY >= BG-TAG
               INVALID KEY
                   MOVE 'Y' TO WS-BAG-EOF-SW
           END-START

           IF NOT WS-BAG-EOF
               PERFORM 8200-READ-BAG
           END-IF
           PERFORM 3610-MOVE-ONE-BAG UNTIL WS-BAG-EOF.

       3610-MOVE-ONE-BAG.
           IF (BG-FLIGHT = WS-SEL-FLIGHT
               AND BG-DATE = WS-SEL-DATE)
              OR (BG-ONW-FLIGHT = WS-SEL-FLIGHT
               AND BG-ONW-DATE = WS-SEL-DATE)
               IF BG-FLIGHT = WS-SEL-FLIGHT
                  AND BG-DATE = WS-SEL-DATE
                   MOVE WS-RCV-FLIGHT TO BG-FLIGHT
                   MOVE OP-RCV-DATE TO BG-DATE
               ELSE
                   MOVE WS-RCV-FLIGHT TO BG-ONW-FLIGHT
                   MOVE OP-RCV-DATE TO BG-ONW-DATE
               END-IF
               REWRITE WS-BAG-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-BAGS-MOVED-COUNT
           END-IF

           PERFORM 8200-READ-BAG.

      * =======================================================
      *      WRITE ONE NOTIFICATION FEED RECORD FOR SCNOTIFY
      * =======================================================
      *    A passenger moved with the connection intact is asked
      *    to reply; one whose connection is lost, or who could
      *    not be moved, hears that an agent will call; one on a
      *    flight handed to RACCOM gets RACCOM's own rebooking
      *    notice after this one.
       5700-WRITE-NOTIFICATION.
           MOVE SPACES TO WS-NOTIFY-REC
           MOVE PR-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL

           EVALUATE TRUE
               WHEN WS-RCV-BUILT NOT = 'Y'
                   STRING 'FLIGHT ' WS-SEL-FLIGHT ' DIVERTED TO '
                          OP-DIV-STN ' AND RETURNED - WE ARE '
                          'REBOOKING YOU.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN WS-LEG-MOVED NOT = 'Y'
                   STRING 'FLIGHT ' WS-SEL-FLIGHT ' DIVERTED TO '
                          OP-DIV-STN ' - AN AGENT WILL CALL YOU '
                          'ABOUT YOUR JOURNEY.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN WS-CONN-BROKEN = 'Y'
                   STRING 'FLIGHT ' WS-SEL-FLIGHT ' DIVERTED TO '
                          OP-DIV-STN ' - NOW ON ' OP-RCV-FLTNUM
                          ' ' OP-RCV-DATE ' - CONNECTION MISSED, '
                          'WE WILL CALL.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING 'FLIGHT ' WS-SEL-FLIGHT ' DIVERTED TO '
                          OP-DIV-STN ' - NOW ON ' OP-RCV-FLTNUM
                          ' ' OP-RCV-DATE ' DEP ' OP-RCV-DEP '.'
                          ' REPLY YES, NO OR CALL.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
           END-EVALUATE

           MOVE 'DIVERTED' TO NT-EVENT
           MOVE WS-SEL-FLIGHT TO NT-FLIGHT

           WRITE WS-NOTIFY-REC

           IF WS-RCV-BUILT = 'Y'
              AND WS-LEG-MOVED = 'Y'
              AND WS-CONN-BROKEN NOT = 'Y'
               PERFORM 5750-REGISTER-NOTICE
           END-IF.

      * =======================================================
      *   NOTE THE MOVE FOR THE PASSENGER'S REPLY
      * =======================================================
       5750-REGISTER-NOTICE.
           MOVE SPACES TO WS-NTCRPLY-REC
           MOVE PR-PNR TO NR-PNR
           MOVE WS-CURR-DATE TO NR-SENT(1:8)
           MOVE WS-CURR-TIME TO NR-SENT(9:6)
           MOVE WS-SEL-FLIGHT TO NR-FLIGHT
           MOVE NT-EVENT TO NR-EVENT
           MOVE 'O' TO NR-STATUS

           WRITE WS-NTCRPLY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * =======================================================
      *   QUEUE THE PNR FOR A HUMAN - CONNECTION LOST
      * =======================================================
      *    Reason DV on the REAC queue, beside RACCOM's own
      *    no-alternative items; the timestamp in the key keeps
      *    the queue first-come-first-worked.
       5800-QUEUE-FOR-AGENT.
           MOVE SPACES TO WS-QUEUE-REC
           MOVE 'REAC' TO QU-QUEUE
           MOVE WS-CURR-DATE TO QU-ADDED(1:8)
           MOVE WS-CURR-TIME TO QU-ADDED(9:6)
           MOVE PR-PNR TO QU-PNR
           MOVE 'DV' TO QU-REASON
           MOVE 'O' TO QU-STATUS

           WRITE WS-QUEUE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-QUEUED-COUNT.

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
           MOVE 'DIVRCV' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       8000-READ-OPS.
           READ OPS-FILE NEXT RECORD
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

       8200-READ-BAG.
           READ BAG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BAG-EOF-SW
           END-READ.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-DIVERSION-COUNT TO TL-DIVERSIONS
           MOVE WS-NOT-DONE-COUNT TO TL-NOT-DONE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-MOVED-COUNT TO TL-MOVED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-QUEUED-COUNT TO TL-QUEUED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-BAGS-MOVED-COUNT TO TL-BAGS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-CARD-COUNT TO TL-CARDS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE OPS-FILE
           CLOSE FLSR-FILE
           CLOSE CPX-FILE
           CLOSE SEAT-FILE
           CLOSE CLS-FILE
           CLOSE XREF-FILE
           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE BAG-FILE
           CLOSE QUEUE-FILE
           CLOSE NOTIFY-OUT
           CLOSE NTCRPLY-FILE
           CLOSE RACCARD-OUT
           CLOSE MANIFEST-RPT
           CLOSE DIVERT-RPT.
