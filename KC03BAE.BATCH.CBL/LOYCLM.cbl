       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYCLM.

      * =======================================================
      *   RETROACTIVE MILEAGE CLAIMS
      * =======================================================
      *   A member who flew without giving the FF number claims
      *   the miles at the LOYM desk with the ticket number or
      *   the PNR; LOYM queues the claim on LOYCLMQ with the
      *   name the member travelled under. Archived bookings are
      *   only on PNRARCH, so the claims are proved here
      *   overnight rather than at the desk. A claim is posted
      *   only when:
      *     - the member is enrolled and the account open;
      *     - the ticket is on TKTREG, still issued (not void,
      *       refunded or exchanged) and belongs to the booking;
      *     - the booking is live on PNRDATA or archived on
      *       PNRARCH, and is revenue travel;
      *     - the member's surname and given name are a
      *       passenger on it;
      *     - that passenger's seat has not already earned -
      *       the lead passenger of a booking that carried an
      *       FF number has, and so has one claimed before
      *       (LOYCLMR);
      *     - at least one leg was actually flown (lifted or
      *       flown coupon on TKTCPN, or the check-in flag for a
      *       ticket from before coupons were kept) on a date
      *       inside the claim window, LOYCLMMO months on
      *       PARMFIL (6 by default).
      *   Each qualifying sector earns its SECMILE miles exactly
      *   as LOYACC posts them - the default where the master
      *   has no row, the same tier promotion, an A record on
      *   LOYHIST. Every claim is listed with its result; a
      *   rejected claim carries the reason for the desk to give
      *   the member.
      *
      *   The scheduler swaps in a fresh LOYCLMQ behind each
      *   run, and the queue is drained as often as it fills -
      *   the RUNCTL stamp just shows when it last ran.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO LOYCLMQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT TKT-FILE ASSIGN TO TKTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-NUMBER
               FILE STATUS IS WS-TKT-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT ARCKEY-FILE ASSIGN TO LOYCLMX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-PNR
               FILE STATUS IS WS-AXK-STATUS.

           SELECT CPN-FILE ASSIGN TO TKTCPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPN-STATUS.

           SELECT CREDIT-FILE ASSIGN TO LOYCLMR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CRD-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO LOYFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-FF-NUMBER
               FILE STATUS IS WS-LOY-STATUS.

           SELECT HIST-FILE ASSIGN TO LOYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SECMILE-FILE ASSIGN TO SECMILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CLAIM-RPT ASSIGN TO LOYCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   One claim as LOYM queued it. The reference is a
      *   13-character ticket number or a 6-character PNR.
       FD  CLAIM-FILE.
       01  WS-CLAIM-REC.
           05 CQ-FF-NUMBER            PIC X(10).
           05 CQ-REF                  PIC X(13).
           05 CQ-REF-PNR REDEFINES CQ-REF.
               10 CQ-PNR              PIC X(6).
               10 CQ-PNR-REST         PIC X(7).
           05 CQ-SURNAME              PIC X(16).
           05 CQ-GIVEN                PIC X(18).
           05 CQ-DATE                 PIC X(8).
           05 CQ-TIME                 PIC X(6).
           05 CQ-USER                 PIC X(8).

       FD  TKT-FILE.
       01  WS-TKT-REC.
           05 TK-NUMBER             PIC X(13).
           05 TK-TYPE               PIC X.
               88 TK-ISSUED         VALUE 'I'.
               88 TK-VOID           VALUE 'V'.
               88 TK-REFUNDED       VALUE 'R'.
               88 TK-EXCHANGED      VALUE 'E'.
               88 TK-DISPUTED       VALUE 'Q'.
               88 TK-CONTROL        VALUE 'K'.
           05 TK-PNR                PIC X(6).
           05 TK-DATE               PIC X(8).
           05 TK-TIME               PIC X(6).
           05 TK-AMT                PIC 9(7)V99.
           05 TK-TAX                PIC 9(5)V99.
           05 TK-CURR               PIC X(3).
           05 TK-LAST-SEQ           PIC 9(10).

      *   Live and archived PNRs are both read into the one PNR
      *   layout in working storage.
       FD  PNR-FILE.
       01  WS-PNRDATA-REC.
           05 PD-PNR                 PIC X(6).
           05 FILLER                 PIC X(886).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  WS-ARC-REC                PIC X(892).

      *   Work file - the archived image of each claimed booking
      *   no longer live on PNRDATA. A key with no image is a
      *   booking not found on the archive either.
       FD  ARCKEY-FILE.
       01  WS-ARCKEY-REC.
           05 AX-PNR                 PIC X(6).
           05 AX-IMAGE               PIC X(892).

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

      *   One row per passenger seat credited by claim - a seat
      *   earns once, whoever claims it.
       FD  CREDIT-FILE.
       01  WS-CREDIT-REC.
           05 CR-KEY.
               10 CR-PNR             PIC X(6).
               10 CR-PSGR            PIC 9(2).
           05 CR-FF-NUMBER           PIC X(10).
           05 CR-MILES               PIC 9(7).
           05 CR-POST-DATE           PIC X(8).

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

      * Loyalty history - an A record per sector a claim posts.
       FD  HIST-FILE.
       01  WS-HIST-REC.
           05 LH-FF-NUMBER          PIC X(10).
           05 LH-TYPE               PIC X.
               88 LH-ACCRUAL        VALUE 'A'.
               88 LH-REDEMPTION     VALUE 'R'.
               88 LH-ADJUSTMENT     VALUE 'J'.
               88 LH-PARTNER-ACCRUAL VALUE 'P'.
           05 LH-MILES              PIC 9(7).
           05 LH-DATE               PIC X(8).
           05 LH-TIME               PIC X(6).
           05 LH-PNR                PIC X(6).
           05 LH-PROGRAM            PIC X(4).

       FD  SECMILE-FILE.
       01  WS-SECMILE-REC.
           05 SM-KEY.
               10 SM-ORIG           PIC X(3).
               10 SM-DEST           PIC X(3).
           05 SM-MILES              PIC 9(5).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

       FD  CLAIM-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Run-control record - stamped at the end of the run.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       WORKING-STORAGE SECTION.

       01 WS-CLM-STATUS              PIC X(2) VALUE SPACES.
       01 WS-TKT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-TKT-OK              VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
       01 WS-AXK-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AXK-OK              VALUE '00'.
       01 WS-CPN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPN-OK              VALUE '00'.
       01 WS-CRD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CRD-OK              VALUE '00'.
       01 WS-LOY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-LOY-OK              VALUE '00'.
       01 WS-HIST-STATUS             PIC X(2) VALUE SPACES.
       01 WS-SEC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SEC-OK              VALUE '00'.
       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

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
           05 WS-TODAY-CC             PIC 9(2).

      * Claim window in months, LOYCLMMO on PARMFIL, and the
      * earliest flight date it reaches back to.
       01 WS-WINDOW-MONTHS            PIC 9(3) VALUE 6.
       01 WS-WINDOW-WORK              PIC 9(6) VALUE 0.
       01 WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY          PIC 9(4).
           05 WS-CUTOFF-MM            PIC 9(2).
           05 WS-CUTOFF-DD            PIC 9(2).

      * Default sector miles when the route has no SECMILE row,
      * and the balances at which a tier is promoted - LOYACC's.
       01 WS-DEFAULT-MILES            PIC 9(5) VALUE 500.
       01 WS-SILVER-THRESHOLD         PIC 9(7) VALUE 25000.
       01 WS-GOLD-THRESHOLD           PIC 9(7) VALUE 50000.

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

       01 WS-CLAIM-PNR                PIC X(6) VALUE SPACES.
       01 WS-CLAIM-TKT                PIC X(13) VALUE SPACES.
       01 WS-BOOKING-FOUND            PIC X VALUE 'N'.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-SURNAME-IN               PIC X(16) VALUE SPACES.
       01 WS-GIVEN-IN                 PIC X(18) VALUE SPACES.
       01 WS-LAST-NAME-UP             PIC X(16) VALUE SPACES.
       01 WS-PSGR-NAME-UP             PIC X(18) VALUE SPACES.
       01 WS-MATCH-PSGR               PIC 9(2) VALUE 0.

       01 WS-LEG-FLT                  PIC X(6) VALUE SPACES.
       01 WS-LEG-DATE                 PIC X(8) VALUE SPACES.
       01 WS-LEG-CKIN-FLAG            PIC X VALUE SPACE.
       01 WS-LEG-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-LEG-DEST                 PIC X(3) VALUE SPACES.
       01 WS-CPN-IX                   PIC 9(2) VALUE 0.
       01 WS-CPN-FOUND-SW             PIC X VALUE 'N'.
           88 WS-CPN-FOUND            VALUE 'Y'.
       01 WS-LEG-FLOWN-SW             PIC X VALUE 'N'.
           88 WS-LEG-FLOWN            VALUE 'Y'.
       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.

      * The sectors a claim qualifies for, worked out before any
      * miles move so a rejected claim posts nothing.
       01 WS-SEC-COUNT                PIC 9 VALUE 0.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 3 TIMES.
               10 SC-ORIG              PIC X(3).
               10 SC-DEST              PIC X(3).
       01 WS-SEC-IX                   PIC 9 VALUE 0.
       01 WS-FLOWN-COUNT              PIC 9 VALUE 0.
       01 WS-SECTOR-MILES             PIC 9(5) VALUE 0.
       01 WS-CLAIM-MILES              PIC 9(7) VALUE 0.
       01 WS-PROMOTED                 PIC X(6) VALUE SPACES.

       01 WS-CLAIM-COUNT              PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT             PIC 9(5) VALUE 0.
       01 WS-PROMOTED-COUNT           PIC 9(5) VALUE 0.
       01 WS-MILES-POSTED             PIC 9(9) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'RETROACTIVE MILEAGE CLAIMS - RUN ON'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(21)
               VALUE 'CLAIM WINDOW:        '.
           05 HD-MONTHS               PIC ZZ9.
           05 FILLER                  PIC X(15)
               VALUE ' MONTHS - FROM '.
           05 HD-CUTOFF               PIC X(8).

       01 WS-HEADING-3.
           05 FILLER                  PIC X(11) VALUE 'FF NUMBER'.
           05 FILLER                  PIC X(14) VALUE 'REFERENCE'.
           05 FILLER                  PIC X(7) VALUE 'PNR'.
           05 FILLER                  PIC X(8) VALUE '  MILES'.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-FF-NUMBER            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-REF                  PIC X(13).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-MILES                PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(36).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(9) VALUE 'CLAIMS: '.
           05 TL-CLAIMS               PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  POSTED: '.
           05 TL-POSTED               PIC ZZZZ9.
           05 FILLER                  PIC X(12)
               VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'TIERS PROMOTED:        '.
           05 TL-PROMOTED             PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'MILES POSTED:          '.
           05 TL-MILES                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-STAGE-ARCHIVED-BOOKINGS
           PERFORM 3000-PROCESS-CLAIM UNTIL WS-EOF
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

           OPEN INPUT PARM-FILE
           MOVE 'LOYCLMMO' TO PM-NAME
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PM-VALUE NOT = SPACES
               COMPUTE WS-WINDOW-MONTHS = FUNCTION NUMVAL(PM-VALUE)
           END-IF
           CLOSE PARM-FILE

      *    The window reaches back whole months from today, to
      *    the same day of the month.
           MOVE WS-CURR-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-WINDOW-WORK = WS-CUTOFF-YYYY * 12
               + WS-CUTOFF-MM - 1 - WS-WINDOW-MONTHS
           COMPUTE WS-CUTOFF-YYYY = WS-WINDOW-WORK / 12
           COMPUTE WS-CUTOFF-MM =
               WS-WINDOW-WORK - WS-CUTOFF-YYYY * 12 + 1

           OPEN INPUT TKT-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT CPN-FILE
           OPEN I-O CREDIT-FILE
           OPEN I-O LOYALTY-FILE
           OPEN EXTEND HIST-FILE
           OPEN INPUT SECMILE-FILE
           OPEN OUTPUT CLAIM-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE WS-WINDOW-MONTHS TO HD-MONTHS
           MOVE WS-CUTOFF-DATE TO HD-CUTOFF
           WRITE WS-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-3.

      * =======================================================
      *   ARCHIVED BOOKINGS NAMED ON TONIGHT'S CLAIMS
      * =======================================================
      *    A first pass over the claims keys every booking not
      *    live on PNRDATA onto the work file; one pass over the
      *    archive then fills in the images. The claim queue is
      *    then reopened for the real work.
       2000-STAGE-ARCHIVED-BOOKINGS.
           OPEN OUTPUT ARCKEY-FILE
           CLOSE ARCKEY-FILE
           OPEN I-O ARCKEY-FILE

           OPEN INPUT CLAIM-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-READ-CLAIM
           PERFORM 2100-KEY-CLAIMED-BOOKING UNTIL WS-EOF
           CLOSE CLAIM-FILE

           OPEN INPUT ARCHIVE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8100-READ-ARCHIVE
           PERFORM 2300-FILL-ARCHIVED-IMAGE UNTIL WS-EOF
           CLOSE ARCHIVE-FILE

           OPEN INPUT CLAIM-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-READ-CLAIM.

       2100-KEY-CLAIMED-BOOKING.
           PERFORM 3100-RESOLVE-CLAIM-PNR
           IF WS-CLAIM-PNR NOT = SPACES
               MOVE WS-CLAIM-PNR TO PD-PNR
               READ PNR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-PNR-OK
                   MOVE WS-CLAIM-PNR TO AX-PNR
                   MOVE SPACES TO AX-IMAGE
                   WRITE WS-ARCKEY-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF

           PERFORM 8000-READ-CLAIM.

       2300-FILL-ARCHIVED-IMAGE.
           MOVE WS-ARC-REC(1:6) TO AX-PNR
           READ ARCKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AXK-OK
               MOVE WS-ARC-REC TO AX-IMAGE
               REWRITE WS-ARCKEY-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           PERFORM 8100-READ-ARCHIVE.

      * =======================================================
      *   PROVE AND POST ONE CLAIM
      * =======================================================
       3000-PROCESS-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CQ-FF-NUMBER TO DT-FF-NUMBER
           MOVE CQ-REF TO DT-REF
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-CLAIM-MILES
           MOVE SPACES TO WS-PROMOTED

           PERFORM 3200-VALIDATE-CLAIM
           MOVE WS-CLAIM-PNR TO DT-PNR

           IF WS-REJECT-REASON NOT = SPACES
               STRING 'REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO DT-RESULT
               END-STRING
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 5000-POST-CLAIM
               MOVE WS-CLAIM-MILES TO DT-MILES
               IF WS-PROMOTED = SPACES
                   MOVE 'POSTED' TO DT-RESULT
               ELSE
                   STRING 'POSTED - PROMOTED TO ' WS-PROMOTED
                       DELIMITED BY SIZE INTO DT-RESULT
                   END-STRING
               END-IF
               ADD 1 TO WS-POSTED-COUNT
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 8000-READ-CLAIM.

      *    A ticket number is looked up on the register for its
      *    PNR; a PNR is taken as given and its ticket checked
      *    once the booking is in hand.
       3100-RESOLVE-CLAIM-PNR.
           MOVE SPACES TO WS-CLAIM-PNR
           MOVE SPACES TO WS-CLAIM-TKT
           IF CQ-REF = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CQ-PNR-REST = SPACES
               MOVE CQ-PNR TO WS-CLAIM-PNR
           ELSE
               MOVE CQ-REF TO WS-CLAIM-TKT
               MOVE CQ-REF TO TK-NUMBER
               READ TKT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TKT-OK
                   MOVE TK-PNR TO WS-CLAIM-PNR
               END-IF
           END-IF.

       3200-VALIDATE-CLAIM.
           MOVE CQ-FF-NUMBER TO LY-FF-NUMBER
           READ LOYALTY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-LOY-OK
               MOVE 'FF NUMBER NOT ENROLLED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF LY-ST-CLOSED
               MOVE 'MEMBER ACCOUNT CLOSED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-RESOLVE-CLAIM-PNR
           IF CQ-REF = SPACES
               MOVE 'NO TICKET OR PNR GIVEN' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CLAIM-PNR = SPACES
               MOVE 'TICKET NOT ON REGISTER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 3300-FETCH-BOOKING
           IF WS-BOOKING-FOUND = 'N'
               MOVE 'BOOKING NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CLAIM-TKT = SPACES
               IF PR-TKT-NUMBER = SPACES
                  OR PR-TKT-NUMBER = LOW-VALUES
                   MOVE 'BOOKING NOT TICKETED' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE PR-TKT-NUMBER TO WS-CLAIM-TKT
               MOVE PR-TKT-NUMBER TO TK-NUMBER
               READ TKT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-TKT-OK
                   MOVE 'TICKET NOT ON REGISTER' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TK-PNR NOT = PR-PNR
               MOVE 'TICKET NOT FOR THIS BOOKING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT TK-ISSUED
               MOVE 'TICKET NOT OPEN - VOID/REFUND'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PR-GRP-NONREV
               MOVE 'NON-REVENUE TRAVEL' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-MATCH-PASSENGER-NAME
           IF WS-MATCH-PSGR = 0
               MOVE 'NAME NOT ON BOOKING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-MATCH-PSGR = 1
              AND PR-FF-NUMBER NOT = SPACES
               MOVE 'ALREADY CREDITED ON BOOKING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PR-PNR TO CR-PNR
           MOVE WS-MATCH-PSGR TO CR-PSGR
           READ CREDIT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CRD-OK
               MOVE 'ALREADY CLAIMED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 4000-WORK-QUALIFYING-SECTORS
           IF WS-FLOWN-COUNT = 0
               MOVE 'NO LEG FLOWN' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-COUNT = 0
               MOVE 'OUTSIDE CLAIM WINDOW' TO WS-REJECT-REASON
           END-IF.

      *    Live first; an archived image staged for the claim
      *    otherwise.
       3300-FETCH-BOOKING.
           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE WS-CLAIM-PNR TO PD-PNR
           READ PNR-FILE INTO WS-PNR-REC
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PNR-OK
               MOVE 'Y' TO WS-BOOKING-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLAIM-PNR TO AX-PNR
           READ ARCKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AXK-OK AND AX-IMAGE NOT = SPACES
               MOVE AX-IMAGE TO WS-PNR-REC
               MOVE 'Y' TO WS-BOOKING-FOUND
           END-IF.

      *    Surname against the booking's, given name against each
      *    passenger's - both case-blind.
       3500-MATCH-PASSENGER-NAME.
           MOVE 0 TO WS-MATCH-PSGR
           MOVE CQ-SURNAME TO WS-SURNAME-IN
           MOVE CQ-GIVEN TO WS-GIVEN-IN
           MOVE PR-LAST-NAME TO WS-LAST-NAME-UP
           INSPECT WS-SURNAME-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-GIVEN-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-LAST-NAME-UP CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-SURNAME-IN = SPACES OR WS-GIVEN-IN = SPACES
              OR WS-LAST-NAME-UP NOT = WS-SURNAME-IN
              OR PR-NUMP NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           PERFORM 3600-MATCH-ONE-PASSENGER
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP OR WS-PSGR-IX > 9
                  OR WS-MATCH-PSGR > 0.

       3600-MATCH-ONE-PASSENGER.
           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO WS-PSGR-NAME-UP
           INSPECT WS-PSGR-NAME-UP CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-PSGR-NAME-UP = WS-GIVEN-IN
               MOVE WS-PSGR-IX TO WS-MATCH-PSGR
           END-IF.

      * =======================================================
      *   THE FLOWN SECTORS INSIDE THE CLAIM WINDOW
      * =======================================================
       4000-WORK-QUALIFYING-SECTORS.
           MOVE 0 TO WS-SEC-COUNT
           MOVE 0 TO WS-FLOWN-COUNT

           MOVE PR-DEPDATE TO WS-LEG-DATE
           MOVE PR-OUT-CKIN-FLAG TO WS-LEG-CKIN-FLAG
           IF PR-OUT-FLT2 = SPACES
               MOVE PR-OUT-FLT TO WS-LEG-FLT
               MOVE PR-ORIG TO WS-LEG-ORIG
               MOVE PR-DEST TO WS-LEG-DEST
               PERFORM 4100-CHECK-SECTOR
           ELSE
               MOVE PR-OUT-FLT TO WS-LEG-FLT
               MOVE PR-ORIG TO WS-LEG-ORIG
               MOVE PR-VIA-STN TO WS-LEG-DEST
               PERFORM 4100-CHECK-SECTOR
               MOVE PR-OUT-FLT2 TO WS-LEG-FLT
               MOVE PR-VIA-STN TO WS-LEG-ORIG
               MOVE PR-DEST TO WS-LEG-DEST
               PERFORM 4100-CHECK-SECTOR
           END-IF

           IF PR-TRIPTYPE = 'R'
               MOVE PR-RET-FLT TO WS-LEG-FLT
               MOVE PR-RETDATE TO WS-LEG-DATE
               MOVE PR-RET-CKIN-FLAG TO WS-LEG-CKIN-FLAG
               MOVE PR-DEST TO WS-LEG-ORIG
               MOVE PR-ORIG TO WS-LEG-DEST
               PERFORM 4100-CHECK-SECTOR
           END-IF.

       4100-CHECK-SECTOR.
           PERFORM 4200-CHECK-LEG-FLOWN
           IF NOT WS-LEG-FLOWN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLOWN-COUNT

           IF WS-LEG-DATE < WS-CUTOFF-DATE
              OR WS-LEG-DATE > WS-CURR-DATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEC-COUNT
           MOVE WS-LEG-ORIG TO SC-ORIG(WS-SEC-COUNT)
           MOVE WS-LEG-DEST TO SC-DEST(WS-SEC-COUNT).

      *    Lifted or flown coupon is flown; no coupon at all is a
      *    ticket from before coupons were kept, and the leg's
      *    check-in flag decides - as in FLWREV.
       4200-CHECK-LEG-FLOWN.
           MOVE 'N' TO WS-LEG-FLOWN-SW
           MOVE 'N' TO WS-CPN-FOUND-SW
           PERFORM 4300-READ-LEG-COUPON
               VARYING WS-CPN-IX FROM 1 BY 1
               UNTIL WS-CPN-IX > 4 OR WS-CPN-FOUND

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
           MOVE WS-CLAIM-TKT TO CP-TKT
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
      *   POST THE SECTORS - LOYACC'S PATH
      * =======================================================
       5000-POST-CLAIM.
           PERFORM 5100-POST-SECTOR
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT

           PERFORM 5500-CHECK-TIER-PROMOTION
           REWRITE WS-LOY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD WS-CLAIM-MILES TO WS-MILES-POSTED

           MOVE PR-PNR TO CR-PNR
           MOVE WS-MATCH-PSGR TO CR-PSGR
           MOVE CQ-FF-NUMBER TO CR-FF-NUMBER
           MOVE WS-CLAIM-MILES TO CR-MILES
           MOVE WS-CURR-DATE TO CR-POST-DATE
           WRITE WS-CREDIT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       5100-POST-SECTOR.
           MOVE SC-ORIG(WS-SEC-IX) TO SM-ORIG
           MOVE SC-DEST(WS-SEC-IX) TO SM-DEST
           READ SECMILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SEC-OK
               MOVE SM-MILES TO WS-SECTOR-MILES
           ELSE
               MOVE WS-DEFAULT-MILES TO WS-SECTOR-MILES
           END-IF

           ADD WS-SECTOR-MILES TO LY-MILES
           ADD WS-SECTOR-MILES TO WS-CLAIM-MILES

           MOVE SPACES TO WS-HIST-REC
           MOVE CQ-FF-NUMBER TO LH-FF-NUMBER
           MOVE 'A' TO LH-TYPE
           MOVE WS-SECTOR-MILES TO LH-MILES
           MOVE WS-CURR-DATE TO LH-DATE
           MOVE WS-CURR-TIME TO LH-TIME
           MOVE PR-PNR TO LH-PNR
           MOVE 'LOYC' TO LH-PROGRAM
           WRITE WS-HIST-REC.

       5500-CHECK-TIER-PROMOTION.
           EVALUATE TRUE
               WHEN LY-MILES >= WS-GOLD-THRESHOLD
                    AND NOT LY-TIER-GOLD
                   MOVE 'G' TO LY-TIER
                   MOVE 'GOLD' TO WS-PROMOTED
                   ADD 1 TO WS-PROMOTED-COUNT
               WHEN LY-MILES >= WS-SILVER-THRESHOLD
                    AND NOT LY-TIER-GOLD AND NOT LY-TIER-SILVER
                   MOVE 'S' TO LY-TIER
                   MOVE 'SILVER' TO WS-PROMOTED
                   ADD 1 TO WS-PROMOTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CLAIM-COUNT TO TL-CLAIMS
           MOVE WS-POSTED-COUNT TO TL-POSTED
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-PROMOTED-COUNT TO TL-PROMOTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-MILES-POSTED TO TL-MILES
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3

           CLOSE CLAIM-FILE
           CLOSE TKT-FILE
           CLOSE PNR-FILE
           CLOSE ARCKEY-FILE
           CLOSE CPN-FILE
           CLOSE CREDIT-FILE
           CLOSE LOYALTY-FILE
           CLOSE HIST-FILE
           CLOSE SECMILE-FILE
           CLOSE CLAIM-RPT.

       8000-READ-CLAIM.
           READ CLAIM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE
           MOVE 'LOYCLM  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
           END-IF
           MOVE 'LOYCLM  ' TO RC-JOB
           MOVE WS-CURR-DATE TO RC-LAST-DATE
           MOVE WS-CURR-TIME TO RC-LAST-TIME
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
