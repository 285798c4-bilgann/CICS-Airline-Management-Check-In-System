       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPSUBJ.

      * =======================================================
      *   PERSONAL-DATA SUBJECT ACCESS AND ERASURE
      * =======================================================
      *   Run by the privacy officer when a passenger asks for
      *   everything held about them, or asks for it to be
      *   deleted. SYSIN carries the mode (A - access, E -
      *   erasure), the passport number and the name as booked.
      *   A booking belongs to the passenger where the lead or
      *   any passenger slot carries both. The report lists,
      *   file by file, every record found:
      *     PSPMSTR  - the booking profile, by passport;
      *     PNRDATA  - live bookings;   PNRARCH - archived ones;
      *     LOYFIL / LOYHIST - the member account and its lines,
      *               by the FF number on the profile or on a
      *               booking the passenger leads;
      *     AUDTFIL, SCNOTIFY, SCNPEND (the notifications still
      *               to go), BAGFILE, MHBFILE and UMGUARD - by
      *               the PNRs found above.
      *   In erasure mode the same records are masked with the
      *   fields DPMASK masks on its retention schedule - the
      *   counts and the money stay. The sequential files go to
      *   their DPMASK / NTFDSP output files (PNRAROUT, AUDTOUT,
      *   LOYHOUT, SCNPOUT) or SCNTOUT for the notify feed, and
      *   the scheduler swaps them in; the keyed files are
      *   masked in place, PNRDATA changes journalled to
      *   PNRJRNL, and the profile is deleted outright. Nothing
      *   under legal hold is touched: a booking still to fly
      *   or one with an open chargeback case on CHGBACK keeps
      *   its records, as does a mishandled-bag case not yet
      *   closed, and the profile stays while any booking is
      *   held. Every record masked goes on the DPERLOG log.
      *   The AUDTOUT copy is sealed again entry by entry and
      *   AUDCTL moved on to it, the way DPMASK leaves it.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROF-FILE ASSIGN TO PSPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-PASSPORT
               FILE STATUS IS WS-PROF-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ARCH-IN ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT ARCH-OUT ASSIGN TO PNRAROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

           SELECT CHGB-FILE ASSIGN TO CHGBACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-TKT
               FILE STATUS IS WS-CHG-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO LOYFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-FF-NUMBER
               FILE STATUS IS WS-LOY-STATUS.

           SELECT HIST-IN ASSIGN TO LOYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT HIST-OUT ASSIGN TO LOYHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIO-STATUS.

           SELECT AUDIT-IN ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-OUT ASSIGN TO AUDTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUO-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT NOTIFY-IN ASSIGN TO SCNOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.

           SELECT NOTIFY-OUT ASSIGN TO SCNTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTO-STATUS.

           SELECT PENDING-IN ASSIGN TO SCNPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT PENDING-OUT ASSIGN TO SCNPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNO-STATUS.

           SELECT BAG-FILE ASSIGN TO BAGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-TAG
               FILE STATUS IS WS-BAG-STATUS.

           SELECT MHB-FILE ASSIGN TO MHBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-TAG
               FILE STATUS IS WS-MHB-STATUS.

           SELECT UMG-FILE ASSIGN TO UMGUARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GU-PNR
               FILE STATUS IS WS-UMG-STATUS.

           SELECT ERASE-LOG ASSIGN TO DPERLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SUBJ-RPT ASSIGN TO DPSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Booking profile BOOK keeps per passport.
       FD  PROF-FILE.
       01  WS-PROFILE-REC.
           05 PP-PASSPORT           PIC X(16).
           05 PP-NAME               PIC X(18).
           05 PP-DOB                PIC X(8).
           05 PP-PASS-EXPIRY        PIC X(8).
           05 PP-FF-NUMBER          PIC X(10).

      *   Live PNR - worked through WS-PNR-REC below.
       FD  PNR-FILE.
       01  WS-PNRDATA-REC.
           05 PD-PNR                PIC X(6).
           05 FILLER                PIC X(886).

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

       FD  ARCH-IN
           RECORDING MODE IS F.
       01  WS-ARC-REC               PIC X(892).

       FD  ARCH-OUT
           RECORDING MODE IS F.
       01  WS-ARCOUT-REC            PIC X(892).

      *   Chargeback cases - an open one puts its PNR on hold.
       FD  CHGB-FILE.
       01  WS-CHGB-REC.
           05 CB-TKT                  PIC X(13).
           05 CB-PNR                  PIC X(6).
           05 CB-PAY-REF              PIC X(4).
           05 CB-AMOUNT               PIC 9(7)V99.
           05 CB-RCVD-DATE            PIC X(8).
           05 CB-DEADLINE             PIC X(8).
           05 CB-STATUS               PIC X(1).
               88 CB-ST-OPEN          VALUE 'O'.
               88 CB-ST-WON           VALUE 'W'.
               88 CB-ST-LOST          VALUE 'L'.
           05 CB-DECIDED-DATE         PIC X(8).

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

       FD  HIST-IN.
       01  WS-HIST-REC.
           05 LH-FF-NUMBER          PIC X(10).
           05 LH-TYPE               PIC X.
           05 LH-MILES              PIC 9(7).
           05 LH-DATE               PIC X(8).
           05 LH-TIME               PIC X(6).
           05 LH-PNR                PIC X(6).
           05 LH-PROGRAM            PIC X(4).

       FD  HIST-OUT.
       01  WS-HISOUT-REC            PIC X(42).

       FD  AUDIT-IN.
       01  WS-AUDIT-REC.
           05 AU-PNR                PIC X(6).
           05 AU-OLD-STATUS         PIC X.
           05 AU-NEW-STATUS         PIC X.
           05 AU-DATE               PIC X(8).
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

       FD  AUDIT-OUT.
       01  WS-AUDOUT-REC            PIC X(52).

      *   Audit trail control row - the number and check value of
      *   the last AUDTFIL entry written.
       FD  AUDCTL-FILE.
       01  WS-AUDCTL-REC.
           05 AD-KEY                PIC X(8).
           05 AD-LAST-SEQ           PIC 9(9).
           05 AD-LAST-CHECK         PIC 9(9).
           05 AD-UPD-DATE           PIC X(8).
           05 AD-UPD-TIME           PIC X(6).

       FD  NOTIFY-IN
           RECORDING MODE IS F.
       01  WS-NOTIFY-REC.
           05 NT-PNR                 PIC X(6).
           05 FILLER                 PIC X(1).
           05 NT-MESSAGE             PIC X(90).
           05 NT-PHONE               PIC X(14).
           05 NT-EMAIL               PIC X(30).
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

       FD  NOTIFY-OUT
           RECORDING MODE IS F.
       01  WS-NTFOUT-REC             PIC X(155).

      *   Pending records are the feed record plus a retry count.
       FD  PENDING-IN
           RECORDING MODE IS F.
       01  WS-PENDING-REC.
           05 PN-PNR                 PIC X(6).
           05 FILLER                 PIC X(1).
           05 PN-MESSAGE             PIC X(90).
           05 PN-PHONE               PIC X(14).
           05 PN-EMAIL               PIC X(30).
           05 PN-EVENT               PIC X(8).
           05 PN-FLIGHT              PIC X(6).
           05 PN-RETRY               PIC 9(2).

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01  WS-PENDOUT-REC            PIC X(157).

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
           05 BG-ONW-FLIGHT         PIC X(6).
           05 BG-ONW-DATE           PIC X(8).
           05 BG-WEIGHT             PIC 9(3).

       FD  MHB-FILE.
       01  WS-MHB-REC.
           05 MH-TAG                PIC X(10).
           05 MH-PNR                PIC X(6).
           05 MH-REPORT-DATE        PIC X(8).
           05 MH-REPORT-STN         PIC X(3).
           05 MH-FAULT-CAT          PIC X(2).
           05 MH-DELIV-ADDR         PIC X(40).
           05 MH-STATUS             PIC X.
               88 MH-ST-OPEN        VALUE 'O'.
               88 MH-ST-FOUND       VALUE 'F'.
               88 MH-ST-DELIVERED   VALUE 'D'.
               88 MH-ST-CLAIM-PAID  VALUE 'C'.
           05 MH-LAST-DATE          PIC X(8).
           05 MH-LAST-USER          PIC X(8).

       FD  UMG-FILE.
       01  WS-UMG-REC.
           05 GU-PNR                PIC X(6).
           05 GU-DELIVER            PIC X(18).
           05 GU-DEL-PHONE          PIC X(14).
           05 GU-COLLECT            PIC X(18).
           05 GU-COL-PHONE          PIC X(14).
           05 GU-DEL-VERIFIED       PIC X.
           05 GU-COL-VERIFIED       PIC X.

      *   One line per record masked or deleted on erasure.
       FD  ERASE-LOG.
       01  WS-ERASE-LOG-REC.
           05 EL-DATE               PIC X(8).
           05 EL-TIME               PIC X(6).
           05 EL-PASSPORT           PIC X(16).
           05 EL-FILE               PIC X(8).
           05 EL-KEY                PIC X(16).
           05 EL-ACTION             PIC X.
               88 EL-MASKED         VALUE 'M'.
               88 EL-DELETED        VALUE 'D'.

       FD  SUBJ-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROF-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PROF-OK             VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
       01 WS-ARO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-CHG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-LOY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-LOY-OK              VALUE '00'.
       01 WS-HIS-STATUS              PIC X(2) VALUE SPACES.
       01 WS-HIO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-AUO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-ADC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ADC-OK              VALUE '00'.
       01 WS-NTF-STATUS              PIC X(2) VALUE SPACES.
       01 WS-NTO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PND-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PNO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-BAG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-MHB-STATUS              PIC X(2) VALUE SPACES.
       01 WS-UMG-STATUS              PIC X(2) VALUE SPACES.
           88 WS-UMG-OK              VALUE '00'.
       01 WS-LOG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-PNR-EOF-SW              PIC X VALUE 'N'.
           88 WS-PNR-DONE            VALUE 'Y'.
       01 WS-ARC-EOF-SW              PIC X VALUE 'N'.
           88 WS-ARC-DONE            VALUE 'Y'.
       01 WS-CHG-EOF-SW              PIC X VALUE 'N'.
           88 WS-CHG-DONE            VALUE 'Y'.
       01 WS-HIS-EOF-SW              PIC X VALUE 'N'.
           88 WS-HIS-DONE            VALUE 'Y'.
       01 WS-AUD-EOF-SW              PIC X VALUE 'N'.
           88 WS-AUD-DONE            VALUE 'Y'.
       01 WS-NTF-EOF-SW              PIC X VALUE 'N'.
           88 WS-NTF-DONE            VALUE 'Y'.
       01 WS-PND-EOF-SW              PIC X VALUE 'N'.
           88 WS-PND-DONE            VALUE 'Y'.
       01 WS-BAG-EOF-SW              PIC X VALUE 'N'.
           88 WS-BAG-DONE            VALUE 'Y'.
       01 WS-MHB-EOF-SW              PIC X VALUE 'N'.
           88 WS-MHB-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-MODE                 PIC X(1).
           05 FILLER                  PIC X(1).
           05 CC-PASSPORT             PIC X(16).
           05 FILLER                  PIC X(1).
           05 CC-NAME                 PIC X(18).

       01 WS-RUN-MODE                 PIC X VALUE 'A'.
           88 WS-ACCESS-MODE          VALUE 'A'.
           88 WS-ERASE-MODE           VALUE 'E'.
       01 WS-SEL-PASSPORT             PIC X(16) VALUE SPACES.
       01 WS-SEL-NAME                 PIC X(18) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CLOCK                    PIC X(8) VALUE SPACES.
       01 WS-LAST-TRAVEL              PIC X(8) VALUE SPACES.

      * PNR record - the same 892-byte layout on PNRDATA and,
      * as PGARC wrote it, on the archive.
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

       01 WS-PROFILE-FOUND            PIC X VALUE 'N'.
       01 WS-LEAD-MATCH               PIC X VALUE 'N'.
       01 WS-SLOT-MATCH-COUNT         PIC 9(2) VALUE 0.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-SLOT-MATCH-TABLE.
           05 WS-SLOT-MATCH OCCURS 9 TIMES
                                      PIC X.
       01 WS-PNR-SOURCE               PIC X VALUE SPACE.
           88 WS-FROM-PNRDATA         VALUE 'D'.
           88 WS-FROM-ARCHIVE         VALUE 'A'.

      * Open chargeback cases, by PNR - loaded before anything
      * is searched so a booking's hold is known when it is met.
       01 WS-CB-COUNT                 PIC 9(3) VALUE 0.
       01 WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CX.
               10 CO-PNR               PIC X(6).

      * The passenger's bookings, live and archived, with the
      * hold each is under (space - none, L - still to fly,
      * C - open chargeback).
       01 WS-SJ-COUNT                 PIC 9(3) VALUE 0.
       01 WS-SJ-TABLE.
           05 WS-SJ-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-SX.
               10 SJ-PNR               PIC X(6).
               10 SJ-SOURCE            PIC X.
               10 SJ-HOLD              PIC X.
                   88 SJ-NOT-HELD      VALUE SPACE.
                   88 SJ-HELD-LIVE     VALUE 'L'.
                   88 SJ-HELD-CHGBACK  VALUE 'C'.
       01 WS-SJ-IX                    PIC 9(3) VALUE 0.
       01 WS-HELD-COUNT               PIC 9(3) VALUE 0.

      * FF numbers tied to the passenger.
       01 WS-FF-COUNT                 PIC 9(2) VALUE 0.
       01 WS-FF-TABLE.
           05 WS-FF-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-FX.
               10 FF-NUMBER            PIC X(10).
       01 WS-FF-IX                    PIC 9(2) VALUE 0.

       01 WS-MATCH-SW                 PIC X VALUE 'N'.
           88 WS-MATCH-FOUND          VALUE 'Y'.
       01 WS-LOOK-PNR                 PIC X(6) VALUE SPACES.
       01 WS-LOOK-FF                  PIC X(10) VALUE SPACES.
       01 WS-LOOK-HOLD                PIC X VALUE SPACE.

       01 WS-SECT-FOUND               PIC 9(5) VALUE 0.
       01 WS-FOUND-COUNT              PIC 9(7) VALUE 0.
       01 WS-MASKED-COUNT             PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT               PIC 9(7) VALUE 0.

      * The audit chain as read, and as sealed again on the copy.
       01 WS-IN-LAST-CHECK            PIC 9(9) VALUE 0.
       01 WS-OUT-LAST-CHECK           PIC 9(9) VALUE 0.
       01 WS-OUT-LAST-SEQ             PIC 9(9) VALUE 0.
       01 WS-AUD-BREAKS               PIC 9(7) VALUE 0.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK           PIC 9(9).
           05 AH-RECORD               PIC X(52).
           05 AH-CHECK                PIC 9(9).

       01 WS-MILES-DISP               PIC ZZZZZZ9.
       01 WS-FARE-DISP                PIC ZZZZZZ9.99.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(25)
               VALUE 'PERSONAL DATA - SUBJECT '.
           05 HD-MODE                 PIC X(8).
           05 FILLER                  PIC X(3) VALUE ' - '.
           05 HD-PASSPORT             PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-NAME                 PIC X(18).

       01 WS-SECTION-LINE.
           05 FILLER                  PIC X(4) VALUE '*** '.
           05 SH-TITLE                PIC X(50).

       01 WS-NONE-LINE.
           05 FILLER                  PIC X(30)
               VALUE '    NOTHING HELD'.

       01 WS-LABEL-LINE.
           05 LL-LABEL                PIC X(14).
           05 LL-VALUE                PIC X(50).
           05 LL-RESULT               PIC X(16).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'RECORDS FOUND:         '.
           05 TL-FOUND                PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'RECORDS MASKED:        '.
           05 TL-MASKED               PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'KEPT UNDER LEGAL HOLD: '.
           05 TL-KEPT                 PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'AUDIT CHAIN BREAKS:    '.
           05 TL-BREAKS               PIC ZZZZZZ9.

       01 WS-AUDCTL-LINE.
           05 FILLER                  PIC X(8) VALUE 'AUDCTL: '.
           05 AC-RESULT               PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 1500-SEARCH-PROFILE

           PERFORM 2000-START-PNRDATA
           PERFORM 2050-SEARCH-PNRDATA UNTIL WS-PNR-DONE
           PERFORM 7450-END-SECTION
           PERFORM 2500-START-ARCHIVE
           PERFORM 2550-SEARCH-ARCHIVE UNTIL WS-ARC-DONE
           PERFORM 7450-END-SECTION

           PERFORM 3000-SEARCH-LOYALTY
           PERFORM 3100-START-LOYHIST
           PERFORM 3150-SEARCH-LOYHIST UNTIL WS-HIS-DONE
           PERFORM 7450-END-SECTION
           PERFORM 3200-START-AUDIT
           PERFORM 3250-SEARCH-AUDIT UNTIL WS-AUD-DONE
           PERFORM 7450-END-SECTION
           PERFORM 3300-START-NOTIFY
           PERFORM 3350-SEARCH-NOTIFY UNTIL WS-NTF-DONE
           PERFORM 3380-SEARCH-PENDING UNTIL WS-PND-DONE
           PERFORM 7450-END-SECTION
           PERFORM 3500-START-BAGFILE
           PERFORM 3550-SEARCH-BAGFILE UNTIL WS-BAG-DONE
           PERFORM 7450-END-SECTION
           PERFORM 3600-START-MHBFILE
           PERFORM 3650-SEARCH-MHBFILE UNTIL WS-MHB-DONE
           PERFORM 7450-END-SECTION
           PERFORM 3700-SEARCH-UMGUARD
           PERFORM 3800-ERASE-PROFILE

           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PASSPORT TO WS-SEL-PASSPORT
           MOVE CC-NAME TO WS-SEL-NAME
           INSPECT WS-SEL-PASSPORT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-SEL-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF CC-MODE = 'E' OR CC-MODE = 'e'
               MOVE 'E' TO WS-RUN-MODE
           END-IF

           IF WS-SEL-PASSPORT = SPACES OR WS-SEL-NAME = SPACES
               DISPLAY 'DPSUBJ PASSPORT AND NAME REQUIRED - '
                       'RUN REFUSED'
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           ACCEPT WS-CLOCK FROM TIME

           IF WS-ERASE-MODE
               OPEN I-O PROF-FILE
               OPEN I-O PNR-FILE
               OPEN EXTEND JRNL-FILE
               OPEN OUTPUT ARCH-OUT
               OPEN OUTPUT HIST-OUT
               OPEN OUTPUT AUDIT-OUT
               OPEN OUTPUT NOTIFY-OUT
               OPEN OUTPUT PENDING-OUT
               OPEN I-O BAG-FILE
               OPEN I-O MHB-FILE
               OPEN I-O UMG-FILE
               OPEN EXTEND ERASE-LOG
               MOVE 'ERASURE' TO HD-MODE
           ELSE
               OPEN INPUT PROF-FILE
               OPEN INPUT PNR-FILE
               OPEN INPUT BAG-FILE
               OPEN INPUT MHB-FILE
               OPEN INPUT UMG-FILE
               MOVE 'ACCESS' TO HD-MODE
           END-IF
           OPEN INPUT ARCH-IN
           OPEN INPUT CHGB-FILE
           OPEN INPUT LOYALTY-FILE
           OPEN INPUT HIST-IN
           OPEN INPUT AUDIT-IN
           OPEN INPUT NOTIFY-IN
           OPEN INPUT PENDING-IN
           OPEN OUTPUT SUBJ-RPT

           MOVE WS-SEL-PASSPORT TO HD-PASSPORT
           MOVE WS-SEL-NAME TO HD-NAME
           WRITE WS-RPT-LINE FROM WS-HEADING-1

           PERFORM 8300-READ-CHARGEBACK
           PERFORM 1100-NOTE-OPEN-CHARGEBACK UNTIL WS-CHG-DONE
           CLOSE CHGB-FILE.

       1100-NOTE-OPEN-CHARGEBACK.
           IF CB-ST-OPEN AND WS-CB-COUNT < 500
               ADD 1 TO WS-CB-COUNT
               MOVE CB-PNR TO CO-PNR(WS-CB-COUNT)
           END-IF
           PERFORM 8300-READ-CHARGEBACK.

      * =======================================================
      *   THE BOOKING PROFILE
      * =======================================================
       1500-SEARCH-PROFILE.
           MOVE 'BOOKING PROFILE (PSPMSTR)' TO SH-TITLE
           PERFORM 7400-START-SECTION

           MOVE WS-SEL-PASSPORT TO PP-PASSPORT
           READ PROF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PROF-OK AND PP-NAME = WS-SEL-NAME
               MOVE 'Y' TO WS-PROFILE-FOUND
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'PROFILE:' TO LL-LABEL
               STRING PP-PASSPORT ' ' PP-NAME ' DOB ' PP-DOB
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
               MOVE SPACES TO WS-LABEL-LINE
               STRING 'EXPIRES ' PP-PASS-EXPIRY
                      ' FF ' PP-FF-NUMBER
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
               IF PP-FF-NUMBER NOT = SPACES
                   MOVE PP-FF-NUMBER TO WS-LOOK-FF
                   PERFORM 7200-NOTE-FF-NUMBER
               END-IF
           END-IF

           PERFORM 7450-END-SECTION.

      * =======================================================
      *   LIVE BOOKINGS
      * =======================================================
       2000-START-PNRDATA.
           MOVE 'BOOKINGS (PNRDATA)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           MOVE 'D' TO WS-PNR-SOURCE
           PERFORM 8100-READ-PNR.

       2050-SEARCH-PNRDATA.
           MOVE WS-PNRDATA-REC TO WS-PNR-REC
           PERFORM 7000-MATCH-PNR
           IF WS-LEAD-MATCH = 'Y' OR WS-SLOT-MATCH-COUNT > 0
               PERFORM 2100-REGISTER-SUBJECT-PNR
               PERFORM 2200-PRINT-SUBJECT-PNR
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       PERFORM 2300-MASK-SUBJECT-PNR
                       MOVE WS-PNR-REC TO WS-PNRDATA-REC
                       REWRITE WS-PNRDATA-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 7500-JOURNAL-PNR-IMAGE
                       MOVE 'PNRDATA' TO EL-FILE
                       MOVE PR-PNR TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
           END-IF

           PERFORM 8100-READ-PNR.

      *    Each booking found goes on the subject table with its
      *    hold. A live one is held while it still has a leg to
      *    fly; any one is held while a chargeback is open on it.
       2100-REGISTER-SUBJECT-PNR.
           MOVE SPACE TO WS-LOOK-HOLD
           IF WS-FROM-PNRDATA
              AND (PR-ST-HELD OR PR-ST-CONFIRMED OR PR-ST-WAITLIST)
               MOVE PR-DEPDATE TO WS-LAST-TRAVEL
               IF PR-TRIPTYPE = 'R' AND PR-RETDATE NOT = SPACES
                   MOVE PR-RETDATE TO WS-LAST-TRAVEL
               END-IF
               IF WS-LAST-TRAVEL NOT < WS-CURR-DATE
                   MOVE 'L' TO WS-LOOK-HOLD
               END-IF
           END-IF

           IF WS-CB-COUNT > 0
               SET WS-CX TO 1
               SEARCH WS-CB-ENTRY VARYING WS-CX
                   AT END
                       CONTINUE
                   WHEN WS-CX > WS-CB-COUNT
                       CONTINUE
                   WHEN CO-PNR(WS-CX) = PR-PNR
                       MOVE 'C' TO WS-LOOK-HOLD
               END-SEARCH
           END-IF

           IF WS-SJ-COUNT < 200
               ADD 1 TO WS-SJ-COUNT
               MOVE PR-PNR TO SJ-PNR(WS-SJ-COUNT)
               MOVE WS-PNR-SOURCE TO SJ-SOURCE(WS-SJ-COUNT)
               MOVE WS-LOOK-HOLD TO SJ-HOLD(WS-SJ-COUNT)
           END-IF
           IF WS-LOOK-HOLD NOT = SPACE
               ADD 1 TO WS-HELD-COUNT
           END-IF

           IF WS-LEAD-MATCH = 'Y' AND PR-FF-NUMBER NOT = SPACES
               MOVE PR-FF-NUMBER TO WS-LOOK-FF
               PERFORM 7200-NOTE-FF-NUMBER
           END-IF

           ADD 1 TO WS-SECT-FOUND
           ADD 1 TO WS-FOUND-COUNT.

       2200-PRINT-SUBJECT-PNR.
           MOVE SPACES TO WS-LABEL-LINE
           MOVE 'PNR:' TO LL-LABEL
           STRING PR-PNR ' STATUS ' PR-STATUS ' ' PR-ORIG '-'
                  PR-DEST ' ' PR-DEPDATE ' ' PR-OUT-FLT
                  ' RET ' PR-RETDATE
               DELIMITED BY SIZE INTO LL-VALUE
           END-STRING
           PERFORM 7600-SET-HOLD-RESULT
           WRITE WS-RPT-LINE FROM WS-LABEL-LINE

           IF WS-LEAD-MATCH = 'Y'
               MOVE SPACES TO WS-LABEL-LINE
               MOVE '  LEAD:' TO LL-LABEL
               STRING PR-NAME ' ' PR-PASSPORT ' DOB ' PR-DOB
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
               MOVE SPACES TO WS-LABEL-LINE
               MOVE '  CONTACT:' TO LL-LABEL
               STRING PR-PHONE ' ' PR-EMAIL
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
               MOVE SPACES TO WS-LABEL-LINE
               MOVE '  REMARKS:' TO LL-LABEL
               MOVE PR-REMARKS TO LL-VALUE
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
               MOVE SPACES TO WS-LABEL-LINE
               MOVE '  PAYMENT:' TO LL-LABEL
               MOVE PR-FARE-AMT TO WS-FARE-DISP
               STRING 'FARE ' WS-FARE-DISP ' REF ' PR-PAY-REF
                      ' TKT ' PR-TKT-NUMBER ' FF ' PR-FF-NUMBER
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           PERFORM 2210-PRINT-SUBJECT-SLOT
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > 9.

       2210-PRINT-SUBJECT-SLOT.
           IF WS-SLOT-MATCH(WS-PSGR-IX) = 'Y'
               MOVE SPACES TO WS-LABEL-LINE
               MOVE '  PASSENGER:' TO LL-LABEL
               STRING PR-PSGR-NAME(WS-PSGR-IX) ' '
                      PR-PSGR-PASSPORT(WS-PSGR-IX) ' DOB '
                      PR-PSGR-DOB(WS-PSGR-IX)
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF.

      *    The passenger's own fields only - the lead's contact
      *    details go with the lead, the other slots on the
      *    booking belong to the people travelling with them.
       2300-MASK-SUBJECT-PNR.
           IF WS-LEAD-MATCH = 'Y'
               MOVE ALL '*' TO PR-LAST-NAME
               MOVE ALL '*' TO PR-NAME
               MOVE ALL '*' TO PR-PASSPORT
               MOVE ALL '*' TO PR-PASS-EXPIRY
               MOVE ALL '*' TO PR-DOB
               MOVE ALL '*' TO PR-PHONE
               MOVE ALL '*' TO PR-EMAIL
               MOVE ALL '*' TO PR-REMARKS
           END-IF
           PERFORM 2310-MASK-SUBJECT-SLOT
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > 9.

       2310-MASK-SUBJECT-SLOT.
           IF WS-SLOT-MATCH(WS-PSGR-IX) = 'Y'
               MOVE ALL '*' TO PR-PSGR-NAME(WS-PSGR-IX)
               MOVE ALL '*' TO PR-PSGR-PASSPORT(WS-PSGR-IX)
               MOVE ALL '*' TO PR-PSGR-DOB(WS-PSGR-IX)
           END-IF.

      * =======================================================
      *   ARCHIVED BOOKINGS
      * =======================================================
       2500-START-ARCHIVE.
           MOVE 'ARCHIVED BOOKINGS (PNRARCH)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           MOVE 'A' TO WS-PNR-SOURCE
           PERFORM 8200-READ-ARCHIVE.

       2550-SEARCH-ARCHIVE.
           MOVE WS-ARC-REC TO WS-PNR-REC
           PERFORM 7000-MATCH-PNR
           IF WS-LEAD-MATCH = 'Y' OR WS-SLOT-MATCH-COUNT > 0
               PERFORM 2100-REGISTER-SUBJECT-PNR
               PERFORM 2200-PRINT-SUBJECT-PNR
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       PERFORM 2300-MASK-SUBJECT-PNR
                       MOVE 'PNRARCH' TO EL-FILE
                       MOVE PR-PNR TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
           END-IF

           IF WS-ERASE-MODE
               MOVE WS-PNR-REC TO WS-ARCOUT-REC
               WRITE WS-ARCOUT-REC
           END-IF
           PERFORM 8200-READ-ARCHIVE.

      * =======================================================
      *   THE MEMBER ACCOUNT AND ITS HISTORY
      * =======================================================
      *    LOYFIL carries nothing personal beyond the number
      *    itself, so the account is reported, not masked; its
      *    history lines lose their PNR linkage as DPMASK does
      *    (a partner accrual keeps its partner code for PTNBIL).
       3000-SEARCH-LOYALTY.
           MOVE 'LOYALTY ACCOUNT (LOYFIL)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 3010-PRINT-LOYALTY-ACCOUNT
               VARYING WS-FF-IX FROM 1 BY 1
               UNTIL WS-FF-IX > WS-FF-COUNT
           PERFORM 7450-END-SECTION.

       3010-PRINT-LOYALTY-ACCOUNT.
           MOVE FF-NUMBER(WS-FF-IX) TO LY-FF-NUMBER
           READ LOYALTY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LOY-OK
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'MEMBER:' TO LL-LABEL
               MOVE LY-MILES TO WS-MILES-DISP
               STRING LY-FF-NUMBER ' TIER ' LY-TIER
                      ' MILES ' WS-MILES-DISP
                      ' STATUS ' LY-STATUS
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF.

       3100-START-LOYHIST.
           MOVE 'LOYALTY HISTORY (LOYHIST)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 8400-READ-HIST.

       3150-SEARCH-LOYHIST.
           MOVE LH-FF-NUMBER TO WS-LOOK-FF
           MOVE 'N' TO WS-MATCH-SW
           IF WS-FF-COUNT > 0
               SET WS-FX TO 1
               SEARCH WS-FF-ENTRY VARYING WS-FX
                   AT END
                       CONTINUE
                   WHEN WS-FX > WS-FF-COUNT
                       CONTINUE
                   WHEN FF-NUMBER(WS-FX) = WS-LOOK-FF
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF

           IF WS-MATCH-FOUND
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'MILES LINE:' TO LL-LABEL
               MOVE LH-MILES TO WS-MILES-DISP
               STRING LH-FF-NUMBER ' ' LH-TYPE ' ' WS-MILES-DISP
                      ' ' LH-DATE ' ' LH-PNR ' ' LH-PROGRAM
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               MOVE LH-PNR TO WS-LOOK-PNR
               PERFORM 7100-FIND-SUBJECT-PNR
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                      AND LH-PNR NOT = ALL '*'
                      AND LH-TYPE NOT = 'P'
                       MOVE ALL '*' TO LH-PNR
                       MOVE 'LOYHIST' TO EL-FILE
                       MOVE LH-FF-NUMBER TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   END-IF
                   IF WS-LOOK-HOLD NOT = SPACE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
               PERFORM 7600-SET-HOLD-RESULT
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           IF WS-ERASE-MODE
               MOVE WS-HIST-REC TO WS-HISOUT-REC
               WRITE WS-HISOUT-REC
           END-IF
           PERFORM 8400-READ-HIST.

      * =======================================================
      *   STATUS AUDIT TRAIL
      * =======================================================
       3200-START-AUDIT.
           MOVE 'STATUS AUDIT TRAIL (AUDTFIL)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 8500-READ-AUDIT.

       3250-SEARCH-AUDIT.
           IF WS-ERASE-MODE
               PERFORM 3260-CHECK-AUDIT-LINK
           END-IF

           MOVE AU-PNR TO WS-LOOK-PNR
           PERFORM 7100-FIND-SUBJECT-PNR
           IF WS-MATCH-FOUND
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'AUDIT:' TO LL-LABEL
               STRING AU-PNR ' ' AU-OLD-STATUS '>' AU-NEW-STATUS
                      ' ' AU-DATE ' ' AU-TIME ' ' AU-PROGRAM
                      ' ' AU-USER
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       MOVE ALL '*' TO AU-USER
                       MOVE 'AUDTFIL' TO EL-FILE
                       MOVE AU-PNR TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
               PERFORM 7600-SET-HOLD-RESULT
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           IF WS-ERASE-MODE
               PERFORM 3270-RESEAL-AUDIT-ENTRY
               MOVE WS-AUDIT-REC TO WS-AUDOUT-REC
               WRITE WS-AUDOUT-REC
           END-IF
           PERFORM 8500-READ-AUDIT.

      *    An entry from before the trail was sealed carries no
      *    number and is copied as it stands.
       3260-CHECK-AUDIT-LINK.
           IF AU-SEQ NOT NUMERIC OR AU-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           IF AU-CHECK NOT NUMERIC OR AH-CHECK NOT = AU-CHECK
               ADD 1 TO WS-AUD-BREAKS
           END-IF

           IF AU-CHECK NUMERIC
               MOVE AU-CHECK TO WS-IN-LAST-CHECK
           ELSE
               MOVE 0 TO WS-IN-LAST-CHECK
           END-IF.

      *    The masked entry keeps its number; its check value is
      *    worked again over what the copy now holds.
       3270-RESEAL-AUDIT-ENTRY.
           IF AU-SEQ NOT NUMERIC OR AU-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OUT-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           MOVE AH-CHECK TO AU-CHECK
           MOVE AH-CHECK TO WS-OUT-LAST-CHECK
           MOVE AU-SEQ TO WS-OUT-LAST-SEQ.

      * =======================================================
      *   NOTIFICATIONS - THE FEED AND THE PENDING RETRIES
      * =======================================================
       3300-START-NOTIFY.
           MOVE 'NOTIFICATIONS (SCNOTIFY / SCNPEND)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 8600-READ-NOTIFY
           PERFORM 8650-READ-PENDING.

       3350-SEARCH-NOTIFY.
           MOVE NT-PNR TO WS-LOOK-PNR
           PERFORM 7100-FIND-SUBJECT-PNR
           IF WS-MATCH-FOUND
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'NOTICE:' TO LL-LABEL
               STRING NT-PNR ' ' NT-EVENT ' ' NT-PHONE ' '
                      NT-EMAIL
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       MOVE ALL '*' TO NT-PHONE
                       MOVE ALL '*' TO NT-EMAIL
                       MOVE 'SCNOTIFY' TO EL-FILE
                       MOVE NT-PNR TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
               PERFORM 7600-SET-HOLD-RESULT
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           IF WS-ERASE-MODE
               MOVE WS-NOTIFY-REC TO WS-NTFOUT-REC
               WRITE WS-NTFOUT-REC
           END-IF
           PERFORM 8600-READ-NOTIFY.

       3380-SEARCH-PENDING.
           MOVE PN-PNR TO WS-LOOK-PNR
           PERFORM 7100-FIND-SUBJECT-PNR
           IF WS-MATCH-FOUND
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'PENDING:' TO LL-LABEL
               STRING PN-PNR ' ' PN-EVENT ' ' PN-PHONE ' '
                      PN-EMAIL
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       MOVE ALL '*' TO PN-PHONE
                       MOVE ALL '*' TO PN-EMAIL
                       MOVE 'SCNPEND' TO EL-FILE
                       MOVE PN-PNR TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
               PERFORM 7600-SET-HOLD-RESULT
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           IF WS-ERASE-MODE
               MOVE WS-PENDING-REC TO WS-PENDOUT-REC
               WRITE WS-PENDOUT-REC
           END-IF
           PERFORM 8650-READ-PENDING.

      * =======================================================
      *   BAG TAGS
      * =======================================================
       3500-START-BAGFILE.
           MOVE 'BAG TAGS (BAGFILE)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 8700-READ-BAG.

       3550-SEARCH-BAGFILE.
           MOVE BG-PNR TO WS-LOOK-PNR
           PERFORM 7100-FIND-SUBJECT-PNR
           IF WS-MATCH-FOUND
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'BAG TAG:' TO LL-LABEL
               STRING BG-TAG ' ' BG-PNR ' ' BG-FLIGHT ' '
                      BG-DATE ' STATUS ' BG-STATUS
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       MOVE ALL '*' TO BG-PNR
                       REWRITE WS-BAG-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE 'BAGFILE' TO EL-FILE
                       MOVE BG-TAG TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
               PERFORM 7600-SET-HOLD-RESULT
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           PERFORM 8700-READ-BAG.

      * =======================================================
      *   MISHANDLED-BAG CASES
      * =======================================================
      *    A case still open or found is held as well - the
      *    delivery address is what gets the bag home.
       3600-START-MHBFILE.
           MOVE 'MISHANDLED BAGS (MHBFILE)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 8800-READ-MHB.

       3650-SEARCH-MHBFILE.
           MOVE MH-PNR TO WS-LOOK-PNR
           PERFORM 7100-FIND-SUBJECT-PNR
           IF WS-MATCH-FOUND
               IF WS-LOOK-HOLD = SPACE
                  AND (MH-ST-OPEN OR MH-ST-FOUND)
                   MOVE 'B' TO WS-LOOK-HOLD
               END-IF
               ADD 1 TO WS-SECT-FOUND
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO WS-LABEL-LINE
               MOVE 'BAG CASE:' TO LL-LABEL
               STRING MH-TAG ' ' MH-PNR ' ' MH-STATUS ' '
                      MH-DELIV-ADDR
                   DELIMITED BY SIZE INTO LL-VALUE
               END-STRING
               IF WS-ERASE-MODE
                   IF WS-LOOK-HOLD = SPACE
                       MOVE ALL '*' TO MH-PNR
                       MOVE ALL '*' TO MH-DELIV-ADDR
                       REWRITE WS-MHB-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE 'MHBFILE' TO EL-FILE
                       MOVE MH-TAG TO EL-KEY
                       PERFORM 7300-LOG-MASKED
                   ELSE
                       PERFORM 7350-NOTE-KEPT
                   END-IF
               END-IF
               PERFORM 7600-SET-HOLD-RESULT
               WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           END-IF

           PERFORM 8800-READ-MHB.

      * =======================================================
      *   MINOR-GUARDIAN DETAILS, BY BOOKING
      * =======================================================
       3700-SEARCH-UMGUARD.
           MOVE 'MINOR GUARDIANS (UMGUARD)' TO SH-TITLE
           PERFORM 7400-START-SECTION
           PERFORM 3710-CHECK-GUARDIAN-ROW
               VARYING WS-SJ-IX FROM 1 BY 1
               UNTIL WS-SJ-IX > WS-SJ-COUNT
           PERFORM 7450-END-SECTION.

       3710-CHECK-GUARDIAN-ROW.
           MOVE SJ-PNR(WS-SJ-IX) TO GU-PNR
           READ UMG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-UMG-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SJ-HOLD(WS-SJ-IX) TO WS-LOOK-HOLD
           ADD 1 TO WS-SECT-FOUND
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO WS-LABEL-LINE
           MOVE 'GUARDIANS:' TO LL-LABEL
           STRING GU-PNR ' ' GU-DELIVER ' ' GU-DEL-PHONE
               DELIMITED BY SIZE INTO LL-VALUE
           END-STRING
           WRITE WS-RPT-LINE FROM WS-LABEL-LINE
           MOVE SPACES TO WS-LABEL-LINE
           STRING '       ' GU-COLLECT ' ' GU-COL-PHONE
               DELIMITED BY SIZE INTO LL-VALUE
           END-STRING
           IF WS-ERASE-MODE
               IF WS-LOOK-HOLD = SPACE
                   MOVE ALL '*' TO GU-DELIVER
                   MOVE ALL '*' TO GU-DEL-PHONE
                   MOVE ALL '*' TO GU-COLLECT
                   MOVE ALL '*' TO GU-COL-PHONE
                   REWRITE WS-UMG-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'UMGUARD' TO EL-FILE
                   MOVE GU-PNR TO EL-KEY
                   PERFORM 7300-LOG-MASKED
               ELSE
                   PERFORM 7350-NOTE-KEPT
               END-IF
           END-IF
           PERFORM 7600-SET-HOLD-RESULT
           WRITE WS-RPT-LINE FROM WS-LABEL-LINE.

      * =======================================================
      *   THE PROFILE GOES LAST - ONLY ONCE NOTHING IS HELD
      * =======================================================
       3800-ERASE-PROFILE.
           IF NOT WS-ERASE-MODE OR WS-PROFILE-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-HELD-COUNT > 0
               PERFORM 7350-NOTE-KEPT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEL-PASSPORT TO PP-PASSPORT
           DELETE PROF-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-CURR-DATE TO EL-DATE
           MOVE WS-CLOCK(1:6) TO EL-TIME
           MOVE WS-SEL-PASSPORT TO EL-PASSPORT
           MOVE 'PSPMSTR' TO EL-FILE
           MOVE WS-SEL-PASSPORT TO EL-KEY
           MOVE 'D' TO EL-ACTION
           WRITE WS-ERASE-LOG-REC
           ADD 1 TO WS-MASKED-COUNT.

      * =======================================================
      *   DOES THIS BOOKING CARRY THE PASSENGER?
      * =======================================================
       7000-MATCH-PNR.
           MOVE 'N' TO WS-LEAD-MATCH
           MOVE 0 TO WS-SLOT-MATCH-COUNT
           IF PR-PASSPORT = WS-SEL-PASSPORT
              AND PR-NAME = WS-SEL-NAME
               MOVE 'Y' TO WS-LEAD-MATCH
           END-IF
           PERFORM 7010-MATCH-SLOT
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > 9.

       7010-MATCH-SLOT.
           MOVE 'N' TO WS-SLOT-MATCH(WS-PSGR-IX)
           IF PR-PSGR-PASSPORT(WS-PSGR-IX) = WS-SEL-PASSPORT
              AND PR-PSGR-NAME(WS-PSGR-IX) = WS-SEL-NAME
               MOVE 'Y' TO WS-SLOT-MATCH(WS-PSGR-IX)
               ADD 1 TO WS-SLOT-MATCH-COUNT
           END-IF.

      *    Sets the match switch and the booking's hold.
       7100-FIND-SUBJECT-PNR.
           MOVE 'N' TO WS-MATCH-SW
           MOVE SPACE TO WS-LOOK-HOLD
           IF WS-SJ-COUNT > 0
               SET WS-SX TO 1
               SEARCH WS-SJ-ENTRY VARYING WS-SX
                   AT END
                       CONTINUE
                   WHEN WS-SX > WS-SJ-COUNT
                       CONTINUE
                   WHEN SJ-PNR(WS-SX) = WS-LOOK-PNR
                       MOVE 'Y' TO WS-MATCH-SW
                       MOVE SJ-HOLD(WS-SX) TO WS-LOOK-HOLD
               END-SEARCH
           END-IF.

       7200-NOTE-FF-NUMBER.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-FF-COUNT > 0
               SET WS-FX TO 1
               SEARCH WS-FF-ENTRY VARYING WS-FX
                   AT END
                       CONTINUE
                   WHEN WS-FX > WS-FF-COUNT
                       CONTINUE
                   WHEN FF-NUMBER(WS-FX) = WS-LOOK-FF
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF
           IF NOT WS-MATCH-FOUND AND WS-FF-COUNT < 20
               ADD 1 TO WS-FF-COUNT
               MOVE WS-LOOK-FF TO FF-NUMBER(WS-FF-COUNT)
           END-IF.

      *    EL-FILE and EL-KEY are set by the caller.
       7300-LOG-MASKED.
           MOVE WS-CURR-DATE TO EL-DATE
           MOVE WS-CLOCK(1:6) TO EL-TIME
           MOVE WS-SEL-PASSPORT TO EL-PASSPORT
           MOVE 'M' TO EL-ACTION
           WRITE WS-ERASE-LOG-REC
           ADD 1 TO WS-MASKED-COUNT.

       7350-NOTE-KEPT.
           ADD 1 TO WS-KEPT-COUNT.

       7400-START-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-SECTION-LINE
           MOVE 0 TO WS-SECT-FOUND.

       7450-END-SECTION.
           IF WS-SECT-FOUND = 0
               WRITE WS-RPT-LINE FROM WS-NONE-LINE
           END-IF.

      * =======================================================
      *     JOURNAL THE PNR AFTER-IMAGE FOR FORWARD RECOVERY
      * =======================================================
       7500-JOURNAL-PNR-IMAGE.
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-CURR-DATE TO JR-DATE
           MOVE WS-CLOCK(1:6) TO JR-TIME
           MOVE 'DPSUBJ' TO JR-PROGRAM
           MOVE 'C' TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

      *    What happened to the record, on its report line.
       7600-SET-HOLD-RESULT.
           EVALUATE WS-LOOK-HOLD
               WHEN 'L'
                   MOVE 'HELD - TO FLY' TO LL-RESULT
               WHEN 'C'
                   MOVE 'HELD - CHGBACK' TO LL-RESULT
               WHEN 'B'
                   MOVE 'HELD - BAG CASE' TO LL-RESULT
               WHEN OTHER
                   IF WS-ERASE-MODE
                       MOVE 'MASKED' TO LL-RESULT
                   END-IF
           END-EVALUATE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-FOUND-COUNT TO TL-FOUND
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           IF WS-ERASE-MODE
               MOVE WS-MASKED-COUNT TO TL-MASKED
               WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
               MOVE WS-KEPT-COUNT TO TL-KEPT
               WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
               MOVE WS-AUD-BREAKS TO TL-BREAKS
               WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
               PERFORM 9100-MOVE-AUDIT-CONTROL
               CLOSE JRNL-FILE
               CLOSE ARCH-OUT
               CLOSE HIST-OUT
               CLOSE AUDIT-OUT
               CLOSE NOTIFY-OUT
               CLOSE PENDING-OUT
               CLOSE ERASE-LOG
           END-IF

           CLOSE PROF-FILE
           CLOSE PNR-FILE
           CLOSE ARCH-IN
           CLOSE LOYALTY-FILE
           CLOSE HIST-IN
           CLOSE AUDIT-IN
           CLOSE NOTIFY-IN
           CLOSE PENDING-IN
           CLOSE BAG-FILE
           CLOSE MHB-FILE
           CLOSE UMG-FILE
           CLOSE SUBJ-RPT.

      * =======================================================
      *   MOVE THE AUDIT CONTROL ROW ON TO THE MASKED COPY
      * =======================================================
      *    As DPMASK: the next entry written chains from the
      *    copy's last check value, unless the trail has grown
      *    since it was read.
       9100-MOVE-AUDIT-CONTROL.
           IF WS-OUT-LAST-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O AUDCTL-FILE
           MOVE 'AUDTFIL' TO AD-KEY
           READ AUDCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO AC-RESULT
           IF WS-ADC-OK AND AD-LAST-SEQ = WS-OUT-LAST-SEQ
               MOVE WS-OUT-LAST-CHECK TO AD-LAST-CHECK
               MOVE WS-CURR-DATE TO AD-UPD-DATE
               MOVE WS-CLOCK(1:6) TO AD-UPD-TIME
               REWRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'MOVED ON TO THE MASKED COPY' TO AC-RESULT
           ELSE
               MOVE 'NOT MOVED - AUDTFIL GREW DURING THE RUN'
                   TO AC-RESULT
           END-IF
           WRITE WS-RPT-LINE FROM WS-AUDCTL-LINE

           CLOSE AUDCTL-FILE.

       8100-READ-PNR.
           READ PNR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PNR-EOF-SW
           END-READ.

       8200-READ-ARCHIVE.
           READ ARCH-IN
               AT END
                   MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.

       8300-READ-CHARGEBACK.
           READ CHGB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.

       8400-READ-HIST.
           READ HIST-IN
               AT END
                   MOVE 'Y' TO WS-HIS-EOF-SW
           END-READ.

       8500-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SW
           END-READ.

       8600-READ-NOTIFY.
           READ NOTIFY-IN
               AT END
                   MOVE 'Y' TO WS-NTF-EOF-SW
           END-READ.

       8650-READ-PENDING.
           READ PENDING-IN
               AT END
                   MOVE 'Y' TO WS-PND-EOF-SW
           END-READ.

       8700-READ-BAG.
           READ BAG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BAG-EOF-SW
           END-READ.

       8800-READ-MHB.
           READ MHB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MHB-EOF-SW
           END-READ.
